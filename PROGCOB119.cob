       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: VALIDAR A GRADE HORARIA DAS TURMAS (TIMETAB,
      *     COPYBOOK TIMETAB) CONTRA AS TURMAS (CLASSLST), AS
      *     MATERIAS (SUBJTAB), A MATRIZ CURRICULAR (CURRIC) E O
      *     CADASTRO DE PROFESSORES (TEACHER). E REJEITADA A AULA
      *     COM TURMA, MATERIA OU PROFESSOR DESCONHECIDO, PROFESSOR
      *     INATIVO, MATERIA FORA DA MATRIZ DA TURMA, OU QUE CAI NO
      *     HORARIO (DIA + AULA) JA OCUPADO PELA MESMA TURMA, PELO
      *     MESMO PROFESSOR OU PELA MESMA SALA - FICA A PRIMEIRA
      *     LINHA DO ARQUIVO, A SEGUNDA E A REJEITADA. AS AULAS
      *     ACEITAS SAO GRAVADAS NO TIMEVAL (A GRADE OFICIAL) E AS
      *     REJEITADAS VAO TAMBEM PARA O SYSEXCEP. O TIMERPT TRAZ
      *     AS REJEICOES, A MATRIZ CURRICULAR QUE NAO BATE COM A
      *     GRADE, A GRADE POR TURMA E POR PROFESSOR (UMA PAGINA
      *     CADA) E A CARGA SEMANAL DE CADA PROFESSOR EM HORAS-AULA
      *     CONTRA A CARGA CONTRATADA
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-FILE ASSIGN TO 'TEACHER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TEACHER.

           SELECT SUBJECT-TABLE ASSIGN TO 'SUBJTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBJTAB.

           SELECT CLASS-LIST ASSIGN TO 'CLASSLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLASSLST.

           SELECT CURRICULUM-FILE ASSIGN TO 'CURRIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURRIC.

           SELECT TIMETABLE-FILE ASSIGN TO 'TIMETAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMETAB.

           SELECT VALID-TIMETABLE ASSIGN TO 'TIMEVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMEVAL.

           SELECT TIMETABLE-RPT ASSIGN TO 'TIMERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMERPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-FILE.
           COPY 'TEACHER.COB'.

       FD  SUBJECT-TABLE.
       01  MT-REGISTRO.
           02 MT-CODIGO      PIC 9(02).
           02 MT-DESCRICAO   PIC X(15).

       FD  CLASS-LIST.
       01  CL-REGISTRO.
           02 CL-TURMA       PIC X(05).
           02 CL-CAPACIDADE  PIC 9(03).

       FD  CURRICULUM-FILE.
           COPY 'CURRIC.COB'.

       FD  TIMETABLE-FILE.
           COPY 'TIMETAB.COB'.

       FD  VALID-TIMETABLE.
       01  HV-REGISTRO       PIC X(18).

       FD  TIMETABLE-RPT.
       01  GR-LINHA          PIC X(100).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-TEACHER    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUBJTAB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLASSLST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURRIC     PIC X(02) VALUE ZEROS.
       77 WRK-FS-TIMETAB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-TIMEVAL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-TIMERPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TEACHER   PIC X(01) VALUE 'N'.
          88 FIM-TEACHER    VALUE 'S'.
       77 WRK-EOF-SUBJTAB   PIC X(01) VALUE 'N'.
          88 FIM-SUBJTAB    VALUE 'S'.
       77 WRK-EOF-CLASSLST  PIC X(01) VALUE 'N'.
          88 FIM-CLASSLST   VALUE 'S'.
       77 WRK-EOF-CURRIC    PIC X(01) VALUE 'N'.
          88 FIM-CURRIC     VALUE 'S'.
       77 WRK-EOF-TIMETAB   PIC X(01) VALUE 'N'.
          88 FIM-TIMETAB    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PROF      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MAT       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-TUR       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CUR       PIC 9(04) VALUE ZEROS.
       77 WRK-MATERIA-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-PROF-BUSCA    PIC 9(04) VALUE ZEROS.
       77 WRK-QUEBRA        PIC X(05) VALUE SPACES.
       77 WRK-QUEBRA-PROF   PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       77 WRK-QT-LIDAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ACIMA-CARGA PIC 9(04) VALUE ZEROS.
      *    NOMES DOS DIAS NA NUMERACAO DA GRADE (2 = SEGUNDA)
       01  WRK-NOMES-DIAS.
           02 FILLER PIC X(18) VALUE 'SEGTERQUAQUISEXSAB'.
       01  WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
           02 WRK-NOME-DIA   PIC X(03) OCCURS 6 TIMES.
       01  WRK-TB-PROFESSORES.
           02 WRK-PR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-PR-ITEM OCCURS 200 TIMES.
               03 WRK-PR-CODIGO   PIC 9(04).
               03 WRK-PR-NOME     PIC X(20).
               03 WRK-PR-CARGA    PIC 9(02).
               03 WRK-PR-SITUACAO PIC X(01).
               03 WRK-PR-AULAS    PIC 9(03).
       01  WRK-TB-MATERIAS.
           02 WRK-MT-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-MT-ITEM OCCURS 99 TIMES.
               03 WRK-MT-CODIGO    PIC 9(02).
               03 WRK-MT-DESCRICAO PIC X(15).
       01  WRK-TB-TURMAS.
           02 WRK-TU-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TU-TURMA    PIC X(05) OCCURS 20 TIMES.
      *    MATRIZ CURRICULAR COM AS AULAS QUE A GRADE ACEITA TROUXE
       01  WRK-TB-CURRICULO.
           02 WRK-CU-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CU-ITEM OCCURS 500 TIMES.
               03 WRK-CU-TURMA     PIC X(05).
               03 WRK-CU-MATERIA   PIC 9(02).
               03 WRK-CU-PREVISTAS PIC 9(02).
               03 WRK-CU-GRADE     PIC 9(03).
      *    AULAS ACEITAS; A CHAVE E MONTADA ANTES DE CADA ORDENACAO
      *    (TURMA + DIA + AULA OU PROFESSOR + DIA + AULA)
       01  WRK-TB-AULAS.
           02 WRK-AU-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-AU-ITEM OCCURS 1000 TIMES.
               03 WRK-AU-CHAVE     PIC X(07).
               03 WRK-AU-REGISTRO.
                   04 WRK-AU-TURMA     PIC X(05).
                   04 WRK-AU-DIA       PIC 9(01).
                   04 WRK-AU-AULA      PIC 9(01).
                   04 WRK-AU-MATERIA   PIC 9(02).
                   04 WRK-AU-PROFESSOR PIC 9(04).
                   04 WRK-AU-SALA      PIC X(05).
       01  WRK-AULA-TROCA       PIC X(25).
       01  GR-COLUNAS-REJEICAO.
           02 FILLER PIC X(40) VALUE
              'TURMA / DIA / AULA / MATERIA / PROFESSOR'.
           02 FILLER PIC X(40) VALUE
              ' / SALA / MOTIVO DA REJEICAO'.
       01  GR-COLUNAS-CURRICULO.
           02 FILLER PIC X(40) VALUE
              'TURMA / MATERIA / AULAS NA MATRIZ / AULA'.
           02 FILLER PIC X(40) VALUE
              'S NA GRADE'.
       01  GR-COLUNAS-TURMA.
           02 FILLER PIC X(40) VALUE
              'TURMA / DIA / AULA / MATERIA / PROFESSOR'.
           02 FILLER PIC X(40) VALUE
              ' / SALA'.
       01  GR-COLUNAS-PROFESSOR.
           02 FILLER PIC X(40) VALUE
              'PROFESSOR / DIA / AULA / TURMA / MATERIA'.
           02 FILLER PIC X(40) VALUE
              ' / SALA'.
       01  GR-COLUNAS-CARGA.
           02 FILLER PIC X(40) VALUE
              'PROFESSOR / HORAS-AULA NA SEMANA / CARGA'.
           02 FILLER PIC X(40) VALUE
              ' CONTRATADA / SITUACAO'.
       01  GR-REJEICAO.
           02 GR-R-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-DIA        PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-AULA       PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-PROFESSOR  PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-SALA       PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-R-MOTIVO     PIC X(25).
       01  GR-SEM-REJEICAO    PIC X(40) VALUE
              'NENHUMA AULA REJEITADA'.
       01  GR-CURRICULO.
           02 GR-C-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-C-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-C-DESCRICAO  PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-C-PREVISTAS  PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-C-GRADE      PIC ZZ9.
       01  GR-SEM-DIVERGENCIA PIC X(40) VALUE
              'GRADE CONFERE COM A MATRIZ CURRICULAR'.
       01  GR-AULA-TURMA.
           02 GR-T-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-DIA        PIC X(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-AULA       PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-DESCRICAO  PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-PROFESSOR  PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-T-SALA       PIC X(05).
       01  GR-AULA-PROFESSOR.
           02 GR-P-PROFESSOR  PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-DIA        PIC X(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-AULA       PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-DESCRICAO  PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-P-SALA       PIC X(05).
       01  GR-CARGA.
           02 GR-G-PROFESSOR  PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-G-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-G-AULAS      PIC ZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 GR-G-CARGA      PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-G-SITUACAO   PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 GR-G-OBSERVACAO PIC X(20).
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'VALIDACAO ABANDONADA - TIMEVAL INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-TIMETAB
               PERFORM 0300-GRAVAR-GRADE
               PERFORM 0400-IMPRIMIR-CURRICULO
               PERFORM 0500-IMPRIMIR-TURMAS
               PERFORM 0600-IMPRIMIR-PROFESSORES
               PERFORM 0700-IMPRIMIR-CARGA
               PERFORM 0900-FINALIZAR
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-PROFESSORES.
           PERFORM 0140-CARREGAR-MATERIAS.
           PERFORM 0160-CARREGAR-TURMAS.
           PERFORM 0180-CARREGAR-CURRICULO.

           IF NOT ABANDONAR-LOTE
               OPEN INPUT TIMETABLE-FILE
               IF WRK-FS-TIMETAB NOT = '00'
                   MOVE 'PROGCOB119' TO FSE-PROGRAMA
                   MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
                   MOVE 'TIMETAB   ' TO FSE-ARQUIVO
                   MOVE 'OPEN    ' TO FSE-OPERACAO
                   MOVE WRK-FS-TIMETAB TO FSE-STATUS
                   CALL 'PROGCOB39' USING FSE-PARAMETROS
                   MOVE 'S' TO WRK-EOF-TIMETAB
                   MOVE 'S' TO WRK-ABANDONAR
               ELSE
                   PERFORM 0110-LER-AULA
               END-IF
           END-IF.

           IF NOT ABANDONAR-LOTE
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF

               OPEN OUTPUT TIMETABLE-RPT
               MOVE 'GRADE HORARIA DAS TURMAS' TO RW-TITULO
               MOVE GR-COLUNAS-REJEICAO TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

       0110-LER-AULA.
           READ TIMETABLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-TIMETAB
           END-READ.

      *    OS CADASTROS SAO OPCIONAIS (SEM O ARQUIVO, TODA AULA QUE
      *    DEPENDE DELE E REJEITADA); MAIOR QUE A TABELA, ABANDONA
       0120-CARREGAR-PROFESSORES.
           OPEN INPUT TEACHER-FILE.
           IF WRK-FS-TEACHER = '00'
               PERFORM 0130-LER-PROFESSOR
               PERFORM UNTIL FIM-TEACHER
                              OR WRK-PR-QTD = 200
                   ADD 1 TO WRK-PR-QTD
                   MOVE PR-CODIGO  TO WRK-PR-CODIGO(WRK-PR-QTD)
                   MOVE PR-NOME    TO WRK-PR-NOME(WRK-PR-QTD)
                   MOVE PR-CARGA-SEMANAL
                     TO WRK-PR-CARGA(WRK-PR-QTD)
                   MOVE PR-SITUACAO
                     TO WRK-PR-SITUACAO(WRK-PR-QTD)
                   MOVE ZEROS      TO WRK-PR-AULAS(WRK-PR-QTD)
                   PERFORM 0130-LER-PROFESSOR
               END-PERFORM
               IF NOT FIM-TEACHER
                   DISPLAY 'TEACHER MAIOR QUE A TABELA DE 200'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE TEACHER-FILE
           END-IF.

       0130-LER-PROFESSOR.
           READ TEACHER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-TEACHER
           END-READ.

       0140-CARREGAR-MATERIAS.
           OPEN INPUT SUBJECT-TABLE.
           IF WRK-FS-SUBJTAB = '00'
               PERFORM 0150-LER-MATERIA
               PERFORM UNTIL FIM-SUBJTAB
                              OR WRK-MT-QTD = 99
                   ADD 1 TO WRK-MT-QTD
                   MOVE MT-CODIGO    TO WRK-MT-CODIGO(WRK-MT-QTD)
                   MOVE MT-DESCRICAO
                     TO WRK-MT-DESCRICAO(WRK-MT-QTD)
                   PERFORM 0150-LER-MATERIA
               END-PERFORM
               IF NOT FIM-SUBJTAB
                   DISPLAY 'SUBJTAB MAIOR QUE A TABELA DE 99'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE SUBJECT-TABLE
           END-IF.

       0150-LER-MATERIA.
           READ SUBJECT-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-SUBJTAB
           END-READ.

       0160-CARREGAR-TURMAS.
           OPEN INPUT CLASS-LIST.
           IF WRK-FS-CLASSLST = '00'
               PERFORM 0170-LER-TURMA
               PERFORM UNTIL FIM-CLASSLST
                              OR WRK-TU-QTD = 20
                   ADD 1 TO WRK-TU-QTD
                   MOVE CL-TURMA TO WRK-TU-TURMA(WRK-TU-QTD)
                   PERFORM 0170-LER-TURMA
               END-PERFORM
               IF NOT FIM-CLASSLST
                   DISPLAY 'CLASSLST MAIOR QUE A TABELA DE 20'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CLASS-LIST
           END-IF.

       0170-LER-TURMA.
           READ CLASS-LIST
               AT END
                   MOVE 'S' TO WRK-EOF-CLASSLST
           END-READ.

       0180-CARREGAR-CURRICULO.
           OPEN INPUT CURRICULUM-FILE.
           IF WRK-FS-CURRIC = '00'
               PERFORM 0190-LER-CURRICULO
               PERFORM UNTIL FIM-CURRIC
                              OR WRK-CU-QTD = 500
                   ADD 1 TO WRK-CU-QTD
                   MOVE CR-TURMA   TO WRK-CU-TURMA(WRK-CU-QTD)
                   MOVE CR-MATERIA TO WRK-CU-MATERIA(WRK-CU-QTD)
                   MOVE CR-AULAS-SEMANA
                     TO WRK-CU-PREVISTAS(WRK-CU-QTD)
                   MOVE ZEROS      TO WRK-CU-GRADE(WRK-CU-QTD)
                   PERFORM 0190-LER-CURRICULO
               END-PERFORM
               IF NOT FIM-CURRIC
                   DISPLAY 'CURRIC MAIOR QUE A TABELA DE 500'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CURRICULUM-FILE
           END-IF.

       0190-LER-CURRICULO.
           READ CURRICULUM-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CURRIC
           END-READ.

      *    A AULA ACEITA OCUPA O HORARIO DA TURMA, DO PROFESSOR E
      *    DA SALA; A LINHA SEGUINTE NO MESMO HORARIO E REJEITADA
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDAS.
           PERFORM 0210-VALIDAR-AULA.

           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-AU-QTD
               MOVE SPACES      TO WRK-AU-CHAVE(WRK-AU-QTD)
               MOVE HR-REGISTRO TO WRK-AU-REGISTRO(WRK-AU-QTD)
               ADD 1 TO WRK-CU-GRADE(WRK-IDX-CUR)
               ADD 1 TO WRK-PR-AULAS(WRK-IDX-PROF)
           ELSE
               PERFORM 0230-REJEITAR-AULA
           END-IF.

           PERFORM 0110-LER-AULA.

       0210-VALIDAR-AULA.
           MOVE SPACES TO WRK-MOTIVO.

           MOVE ZEROS TO WRK-IDX-TUR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TU-QTD
                              OR WRK-IDX-TUR > ZEROS
               IF WRK-TU-TURMA(WRK-IDX) = HR-TURMA
                   MOVE WRK-IDX TO WRK-IDX-TUR
               END-IF
           END-PERFORM.

           MOVE HR-MATERIA TO WRK-MATERIA-BUSCA.
           PERFORM 0800-LOCALIZAR-MATERIA.

           MOVE ZEROS TO WRK-IDX-CUR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-CU-QTD
                              OR WRK-IDX-CUR > ZEROS
               IF WRK-CU-TURMA(WRK-IDX) = HR-TURMA
                  AND WRK-CU-MATERIA(WRK-IDX) = HR-MATERIA
                   MOVE WRK-IDX TO WRK-IDX-CUR
               END-IF
           END-PERFORM.

           MOVE HR-PROFESSOR TO WRK-PROF-BUSCA.
           PERFORM 0810-LOCALIZAR-PROFESSOR.

           EVALUATE TRUE
               WHEN WRK-IDX-TUR = ZEROS
                   MOVE 'TURMA NAO CADASTRADA' TO WRK-MOTIVO
               WHEN HR-DIA-SEMANA NOT NUMERIC
                 OR HR-DIA-SEMANA < 2 OR HR-DIA-SEMANA > 7
                 OR HR-AULA NOT NUMERIC
                 OR HR-AULA < 1 OR HR-AULA > 8
                   MOVE 'DIA OU AULA INVALIDO' TO WRK-MOTIVO
               WHEN WRK-IDX-MAT = ZEROS
                   MOVE 'MATERIA NAO CADASTRADA' TO WRK-MOTIVO
               WHEN WRK-IDX-CUR = ZEROS
                   MOVE 'MATERIA FORA DO CURRICULO' TO WRK-MOTIVO
               WHEN WRK-IDX-PROF = ZEROS
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-MOTIVO
               WHEN WRK-PR-SITUACAO(WRK-IDX-PROF) NOT = 'A'
                   MOVE 'PROFESSOR INATIVO' TO WRK-MOTIVO
               WHEN WRK-AU-QTD = 1000
                   MOVE 'GRADE CHEIA' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 0220-CONFERIR-HORARIO
           END-EVALUATE.

       0220-CONFERIR-HORARIO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
                              OR WRK-MOTIVO NOT = SPACES
               IF WRK-AU-DIA(WRK-IDX) = HR-DIA-SEMANA
                  AND WRK-AU-AULA(WRK-IDX) = HR-AULA
                   EVALUATE TRUE
                       WHEN WRK-AU-TURMA(WRK-IDX) = HR-TURMA
                           MOVE 'TURMA JA TEM AULA NA HORA'
                             TO WRK-MOTIVO
                       WHEN WRK-AU-PROFESSOR(WRK-IDX) = HR-PROFESSOR
                           MOVE 'PROFESSOR COM DUAS AULAS'
                             TO WRK-MOTIVO
                       WHEN WRK-AU-SALA(WRK-IDX) = HR-SALA
                        AND HR-SALA NOT = SPACES
                           MOVE 'SALA COM DUAS AULAS'
                             TO WRK-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0230-REJEITAR-AULA.
           ADD 1 TO WRK-QT-REJEITADAS.
           MOVE HR-TURMA      TO GR-R-TURMA.
           MOVE HR-DIA-SEMANA TO GR-R-DIA.
           MOVE HR-AULA       TO GR-R-AULA.
           MOVE HR-MATERIA    TO GR-R-MATERIA.
           MOVE HR-PROFESSOR  TO GR-R-PROFESSOR.
           MOVE HR-SALA       TO GR-R-SALA.
           MOVE WRK-MOTIVO    TO GR-R-MOTIVO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE GR-LINHA FROM GR-REJEICAO.
           DISPLAY 'AULA REJEITADA - ' GR-REJEICAO.

           MOVE 'PROGCOB119' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE HR-REGISTRO  TO EC-ENTRADA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    O TIMEVAL E REGRAVADO POR INTEIRO COM AS AULAS ACEITAS
       0300-GRAVAR-GRADE.
           IF WRK-QT-REJEITADAS = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE GR-LINHA FROM GR-SEM-REJEICAO
           END-IF.

           OPEN OUTPUT VALID-TIMETABLE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
               WRITE HV-REGISTRO FROM WRK-AU-REGISTRO(WRK-IDX)
           END-PERFORM.
           CLOSE VALID-TIMETABLE.

      *    A MATRIZ E A GRADE TEM DE TER O MESMO NUMERO DE AULAS DE
      *    CADA MATERIA NA SEMANA; A DIFERENCA E SO APONTADA
       0400-IMPRIMIR-CURRICULO.
           MOVE GR-COLUNAS-CURRICULO TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-CU-QTD
               IF WRK-CU-GRADE(WRK-IDX) NOT =
                                     WRK-CU-PREVISTAS(WRK-IDX)
                   ADD 1 TO WRK-QT-DIVERGENTES
                   MOVE WRK-CU-TURMA(WRK-IDX)     TO GR-C-TURMA
                   MOVE WRK-CU-MATERIA(WRK-IDX)   TO GR-C-MATERIA
                   MOVE WRK-CU-MATERIA(WRK-IDX)
                     TO WRK-MATERIA-BUSCA
                   PERFORM 0800-LOCALIZAR-MATERIA
                   MOVE SPACES TO GR-C-DESCRICAO
                   IF WRK-IDX-MAT > ZEROS
                       MOVE WRK-MT-DESCRICAO(WRK-IDX-MAT)
                         TO GR-C-DESCRICAO
                   END-IF
                   MOVE WRK-CU-PREVISTAS(WRK-IDX) TO GR-C-PREVISTAS
                   MOVE WRK-CU-GRADE(WRK-IDX)     TO GR-C-GRADE
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE GR-LINHA FROM GR-CURRICULO
                   DISPLAY 'MATRIZ X GRADE - ' GR-CURRICULO
               END-IF
           END-PERFORM.

           IF WRK-QT-DIVERGENTES = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE GR-LINHA FROM GR-SEM-DIVERGENCIA
           END-IF.

      *    UMA PAGINA POR TURMA, NA ORDEM DE DIA E AULA
       0500-IMPRIMIR-TURMAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
               STRING WRK-AU-TURMA(WRK-IDX)
                      WRK-AU-DIA(WRK-IDX)
                      WRK-AU-AULA(WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-AU-CHAVE(WRK-IDX)
           END-PERFORM.
           PERFORM 0550-ORDENAR-AULAS.

           MOVE GR-COLUNAS-TURMA TO RW-COLUNAS.
           MOVE HIGH-VALUES TO WRK-QUEBRA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
               IF WRK-AU-TURMA(WRK-IDX) NOT = WRK-QUEBRA
                   MOVE WRK-AU-TURMA(WRK-IDX) TO WRK-QUEBRA
                   MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS
               END-IF
               MOVE WRK-AU-TURMA(WRK-IDX)   TO GR-T-TURMA
               MOVE WRK-NOME-DIA(WRK-AU-DIA(WRK-IDX) - 1)
                 TO GR-T-DIA
               MOVE WRK-AU-AULA(WRK-IDX)    TO GR-T-AULA
               MOVE WRK-AU-MATERIA(WRK-IDX) TO GR-T-MATERIA
               MOVE WRK-AU-MATERIA(WRK-IDX) TO WRK-MATERIA-BUSCA
               PERFORM 0800-LOCALIZAR-MATERIA
               MOVE WRK-MT-DESCRICAO(WRK-IDX-MAT) TO GR-T-DESCRICAO
               MOVE WRK-AU-PROFESSOR(WRK-IDX) TO GR-T-PROFESSOR
               MOVE WRK-AU-PROFESSOR(WRK-IDX) TO WRK-PROF-BUSCA
               PERFORM 0810-LOCALIZAR-PROFESSOR
               MOVE WRK-PR-NOME(WRK-IDX-PROF) TO GR-T-NOME
               MOVE WRK-AU-SALA(WRK-IDX)    TO GR-T-SALA
               PERFORM 0950-QUEBRA-PAGINA
               WRITE GR-LINHA FROM GR-AULA-TURMA
           END-PERFORM.

       0550-ORDENAR-AULAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX NOT < WRK-AU-QTD
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 NOT < WRK-AU-QTD
                   IF WRK-AU-CHAVE(WRK-IDX2) >
                              WRK-AU-CHAVE(WRK-IDX2 + 1)
                       MOVE WRK-AU-ITEM(WRK-IDX2)
                         TO WRK-AULA-TROCA
                       MOVE WRK-AU-ITEM(WRK-IDX2 + 1)
                         TO WRK-AU-ITEM(WRK-IDX2)
                       MOVE WRK-AULA-TROCA
                         TO WRK-AU-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    UMA PAGINA POR PROFESSOR, NA ORDEM DE DIA E AULA
       0600-IMPRIMIR-PROFESSORES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
               MOVE SPACES TO WRK-AU-CHAVE(WRK-IDX)
               STRING WRK-AU-PROFESSOR(WRK-IDX)
                      WRK-AU-DIA(WRK-IDX)
                      WRK-AU-AULA(WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-AU-CHAVE(WRK-IDX)
           END-PERFORM.
           PERFORM 0550-ORDENAR-AULAS.

           MOVE GR-COLUNAS-PROFESSOR TO RW-COLUNAS.
           MOVE ZEROS TO WRK-QUEBRA-PROF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AU-QTD
               IF WRK-AU-PROFESSOR(WRK-IDX) NOT = WRK-QUEBRA-PROF
                   MOVE WRK-AU-PROFESSOR(WRK-IDX) TO WRK-QUEBRA-PROF
                   MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS
               END-IF
               MOVE WRK-AU-PROFESSOR(WRK-IDX) TO GR-P-PROFESSOR
               MOVE WRK-AU-PROFESSOR(WRK-IDX) TO WRK-PROF-BUSCA
               PERFORM 0810-LOCALIZAR-PROFESSOR
               MOVE WRK-PR-NOME(WRK-IDX-PROF) TO GR-P-NOME
               MOVE WRK-NOME-DIA(WRK-AU-DIA(WRK-IDX) - 1)
                 TO GR-P-DIA
               MOVE WRK-AU-AULA(WRK-IDX)    TO GR-P-AULA
               MOVE WRK-AU-TURMA(WRK-IDX)   TO GR-P-TURMA
               MOVE WRK-AU-MATERIA(WRK-IDX) TO GR-P-MATERIA
               MOVE WRK-AU-MATERIA(WRK-IDX) TO WRK-MATERIA-BUSCA
               PERFORM 0800-LOCALIZAR-MATERIA
               MOVE WRK-MT-DESCRICAO(WRK-IDX-MAT) TO GR-P-DESCRICAO
               MOVE WRK-AU-SALA(WRK-IDX)    TO GR-P-SALA
               PERFORM 0950-QUEBRA-PAGINA
               WRITE GR-LINHA FROM GR-AULA-PROFESSOR
           END-PERFORM.

      *    CARGA SEMANAL EM HORAS-AULA DE TODO PROFESSOR DO
      *    CADASTRO, COM A CARGA CONTRATADA COMO TETO
       0700-IMPRIMIR-CARGA.
           MOVE GR-COLUNAS-CARGA TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-PR-QTD
               MOVE WRK-PR-CODIGO(WRK-IDX)   TO GR-G-PROFESSOR
               MOVE WRK-PR-NOME(WRK-IDX)     TO GR-G-NOME
               MOVE WRK-PR-AULAS(WRK-IDX)    TO GR-G-AULAS
               MOVE WRK-PR-CARGA(WRK-IDX)    TO GR-G-CARGA
               MOVE WRK-PR-SITUACAO(WRK-IDX) TO GR-G-SITUACAO
               EVALUATE TRUE
                   WHEN WRK-PR-AULAS(WRK-IDX) > WRK-PR-CARGA(WRK-IDX)
                       ADD 1 TO WRK-QT-ACIMA-CARGA
                       MOVE 'ACIMA DA CARGA' TO GR-G-OBSERVACAO
                   WHEN WRK-PR-AULAS(WRK-IDX) = ZEROS
                    AND WRK-PR-SITUACAO(WRK-IDX) = 'A'
                       MOVE 'SEM AULAS NA GRADE' TO GR-G-OBSERVACAO
                   WHEN OTHER
                       MOVE SPACES TO GR-G-OBSERVACAO
               END-EVALUATE
               PERFORM 0950-QUEBRA-PAGINA
               WRITE GR-LINHA FROM GR-CARGA
               DISPLAY GR-CARGA
           END-PERFORM.

       0800-LOCALIZAR-MATERIA.
           MOVE ZEROS TO WRK-IDX-MAT.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > WRK-MT-QTD
                              OR WRK-IDX-MAT > ZEROS
               IF WRK-MT-CODIGO(WRK-IDX2) = WRK-MATERIA-BUSCA
                   MOVE WRK-IDX2 TO WRK-IDX-MAT
               END-IF
           END-PERFORM.

       0810-LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WRK-IDX-PROF.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > WRK-PR-QTD
                              OR WRK-IDX-PROF > ZEROS
               IF WRK-PR-CODIGO(WRK-IDX2) = WRK-PROF-BUSCA
                   MOVE WRK-IDX2 TO WRK-IDX-PROF
               END-IF
           END-PERFORM.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'AULAS LIDAS............. ' WRK-QT-LIDAS.
           DISPLAY 'AULAS ACEITAS (TIMEVAL). ' WRK-AU-QTD.
           DISPLAY 'AULAS REJEITADAS........ ' WRK-QT-REJEITADAS.
           DISPLAY 'MATRIZ DIFERENTE GRADE.. ' WRK-QT-DIVERGENTES.
           DISPLAY 'PROFESSORES ACIMA CARGA. ' WRK-QT-ACIMA-CARGA.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE TIMETABLE-FILE.
           CLOSE SYSTEM-EXCEPTIONS.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE GR-LINHA FROM RW-TRAILER.
           CLOSE TIMETABLE-RPT.

      *    AULA REJEITADA FALTA NA GRADE OFICIAL; MATRIZ QUE NAO
      *    FECHA OU PROFESSOR ACIMA DA CARGA SO PEDEM CONFERENCIA
           EVALUATE TRUE
               WHEN WRK-QT-REJEITADAS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QT-DIVERGENTES > ZEROS
                 OR WRK-QT-ACIMA-CARGA > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE GR-LINHA FROM RW-CABECALHO1
               WRITE GR-LINHA FROM RW-CABECALHO2
               WRITE GR-LINHA FROM RW-COLUNAS
           END-IF.
