       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CONFERIR OS LANCAMENTOS DE CHAMADA (ATTMOV) CONTRA
      *     AS AULAS QUE A GRADE HORARIA OFICIAL (TIMEVAL, GRAVADA
      *     PELO PROGCOB119) PREVE, ANTES DO ACUMULO DO PROGCOB28.
      *     COM A DATA DA AULA, O DIA DA SEMANA DA DATA TEM DE TER
      *     AULA DA TURMA (E DA MATERIA, QUANDO INFORMADA) NA GRADE
      *     E AS AULAS DADAS NAO PODEM PASSAR DAS AULAS PREVISTAS
      *     NO DIA; SEM A DATA (LANCAMENTO ANTIGO) SO A TURMA E A
      *     MATERIA SAO CONFERIDAS NA GRADE DA SEMANA. AS
      *     DIVERGENCIAS SAEM NO ATTCHK - NADA E REJEITADO AQUI
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALID-TIMETABLE ASSIGN TO 'TIMEVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TIMEVAL.

           SELECT ATTENDANCE-MOVEMENTS ASSIGN TO 'ATTMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATTMOV.

           SELECT CHECK-RPT ASSIGN TO 'ATTCHK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATTCHK.
       DATA DIVISION.
       FILE SECTION.
       FD  VALID-TIMETABLE.
           COPY 'TIMETAB.COB'.

       FD  ATTENDANCE-MOVEMENTS.
       01  AM-REGISTRO.
           02 AM-NOME        PIC X(20).
           02 AM-TURMA       PIC X(05).
           02 AM-AULAS-DADAS PIC 9(03).
           02 AM-AULAS-PRES  PIC 9(03).
           02 AM-MATRICULA   PIC 9(06).
           02 AM-DATA-AULA   PIC 9(08).
           02 AM-MATERIA     PIC 9(02).

       FD  CHECK-RPT.
       01  CK-LINHA          PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-TIMEVAL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATTMOV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATTCHK     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TIMEVAL   PIC X(01) VALUE 'N'.
          88 FIM-TIMEVAL    VALUE 'S'.
       77 WRK-EOF-ATTMOV    PIC X(01) VALUE 'N'.
          88 FIM-ATTMOV     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-BUSCA     PIC 9(01) VALUE ZEROS.
       77 WRK-MATERIA-BUSCA PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ACHADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-TURMA      PIC 9(03) VALUE ZEROS.
       77 WRK-PREVISTAS     PIC 9(03) VALUE ZEROS.
       77 WRK-OCORRENCIA    PIC X(25) VALUE SPACES.
       77 WRK-QT-LIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONFERIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-DATA   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(05) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01 WRK-DATA-AULA     PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AULA-R REDEFINES WRK-DATA-AULA.
           02 WRK-DT-ANO    PIC 9(04).
           02 WRK-DT-MES    PIC 9(02).
           02 WRK-DT-DIA    PIC 9(02).
      *    CAMPOS DO CALCULO DO DIA DA SEMANA (CONGRUENCIA DE
      *    ZELLER): 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ...
       77 WRK-Z-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-Z-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-Z-SECULO      PIC 9(02) VALUE ZEROS.
       77 WRK-Z-ANO-SEC     PIC 9(02) VALUE ZEROS.
       77 WRK-Z-TERMO       PIC 9(06) VALUE ZEROS.
       77 WRK-Z-QUOC        PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE ZEROS.
       01  WRK-TB-GRADE.
           02 WRK-GD-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-GD-ITEM OCCURS 1000 TIMES.
               03 WRK-GD-TURMA     PIC X(05).
               03 WRK-GD-DIA       PIC 9(01).
               03 WRK-GD-MATERIA   PIC 9(02).
       01  CK-COLUNAS.
           02 FILLER PIC X(40) VALUE
              'ALUNO / TURMA / DATA / MATERIA / AULAS D'.
           02 FILLER PIC X(40) VALUE
              'ADAS / NA GRADE / OCORRENCIA'.
       01  CK-DETALHE.
           02 CK-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-DADAS      PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-PREVISTAS  PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CK-D-OCORRENCIA PIC X(25).
       01  CK-SEM-DIVERGENCIA PIC X(40) VALUE
              'CHAMADA CONFERE COM A GRADE HORARIA'.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'CONFERENCIA DA CHAMADA ABANDONADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-ATTMOV
               PERFORM 0900-FINALIZAR
           END-IF.

           GOBACK.

      *    SEM A GRADE OFICIAL NAO HA O QUE CONFERIR
       0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-GRADE.

           IF NOT ABANDONAR-LOTE
               OPEN INPUT ATTENDANCE-MOVEMENTS
               IF WRK-FS-ATTMOV NOT = '00'
                   MOVE 'PROGCOB120' TO FSE-PROGRAMA
                   MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
                   MOVE 'ATTMOV    ' TO FSE-ARQUIVO
                   MOVE 'OPEN    ' TO FSE-OPERACAO
                   MOVE WRK-FS-ATTMOV TO FSE-STATUS
                   CALL 'PROGCOB39' USING FSE-PARAMETROS
                   MOVE 'S' TO WRK-ABANDONAR
               ELSE
                   PERFORM 0110-LER-LANCAMENTO
               END-IF
           END-IF.

           IF NOT ABANDONAR-LOTE
               OPEN OUTPUT CHECK-RPT
               MOVE 'CONFERENCIA DA CHAMADA X GRADE' TO RW-TITULO
               MOVE CK-COLUNAS TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

       0110-LER-LANCAMENTO.
           READ ATTENDANCE-MOVEMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-ATTMOV
           END-READ.

       0120-CARREGAR-GRADE.
           OPEN INPUT VALID-TIMETABLE.
           IF WRK-FS-TIMEVAL NOT = '00'
               MOVE 'PROGCOB120' TO FSE-PROGRAMA
               MOVE '0120-CARREGAR-GRADE ' TO FSE-PARAGRAFO
               MOVE 'TIMEVAL   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-TIMEVAL TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0130-LER-GRADE
               PERFORM UNTIL FIM-TIMEVAL
                              OR WRK-GD-QTD = 1000
                   ADD 1 TO WRK-GD-QTD
                   MOVE HR-TURMA      TO WRK-GD-TURMA(WRK-GD-QTD)
                   MOVE HR-DIA-SEMANA TO WRK-GD-DIA(WRK-GD-QTD)
                   MOVE HR-MATERIA    TO WRK-GD-MATERIA(WRK-GD-QTD)
                   PERFORM 0130-LER-GRADE
               END-PERFORM
               IF NOT FIM-TIMEVAL
                   DISPLAY 'TIMEVAL MAIOR QUE A TABELA DE 1000'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE VALID-TIMETABLE
           END-IF.

       0130-LER-GRADE.
           READ VALID-TIMETABLE
               AT END
                   MOVE 'S' TO WRK-EOF-TIMEVAL
           END-READ.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE ZEROS  TO WRK-PREVISTAS.

           MOVE ZEROS TO WRK-DIA-BUSCA WRK-MATERIA-BUSCA.
           PERFORM 0250-CONTAR-AULAS.
           MOVE WRK-QT-ACHADAS TO WRK-QT-TURMA.

           IF AM-DATA-AULA NOT NUMERIC
               MOVE ZEROS TO AM-DATA-AULA
           END-IF.
           IF AM-MATERIA NOT NUMERIC
               MOVE ZEROS TO AM-MATERIA
           END-IF.

           EVALUATE TRUE
               WHEN WRK-QT-TURMA = ZEROS
                   MOVE 'TURMA SEM GRADE HORARIA' TO WRK-OCORRENCIA
               WHEN AM-DATA-AULA = ZEROS
                   PERFORM 0220-CONFERIR-SEMANA
               WHEN OTHER
                   PERFORM 0210-CONFERIR-DIA
           END-EVALUATE.

           IF WRK-OCORRENCIA = SPACES
               ADD 1 TO WRK-QT-CONFERIDOS
           ELSE
               ADD 1 TO WRK-QT-DIVERGENTES
               MOVE AM-NOME        TO CK-D-NOME
               MOVE AM-TURMA       TO CK-D-TURMA
               MOVE AM-DATA-AULA   TO CK-D-DATA
               MOVE AM-MATERIA     TO CK-D-MATERIA
               MOVE AM-AULAS-DADAS TO CK-D-DADAS
               MOVE WRK-PREVISTAS  TO CK-D-PREVISTAS
               MOVE WRK-OCORRENCIA TO CK-D-OCORRENCIA
               PERFORM 0950-QUEBRA-PAGINA
               WRITE CK-LINHA FROM CK-DETALHE
               DISPLAY CK-DETALHE
           END-IF.

           PERFORM 0110-LER-LANCAMENTO.

      *    AULAS DA TURMA (E DA MATERIA) NO DIA DA SEMANA DA DATA
       0210-CONFERIR-DIA.
           MOVE 'V' TO WRK-FUNCAO.
           MOVE AM-DATA-AULA TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.

           IF WRK-DATA-VALIDA NOT = 'S'
               MOVE 'DATA DA AULA INVALIDA' TO WRK-OCORRENCIA
           ELSE
               MOVE AM-DATA-AULA TO WRK-DATA-AULA
               PERFORM 0230-CALCULAR-DIA-SEMANA
               MOVE AM-MATERIA TO WRK-MATERIA-BUSCA
               PERFORM 0250-CONTAR-AULAS
               MOVE WRK-QT-ACHADAS TO WRK-PREVISTAS
               EVALUATE TRUE
                   WHEN WRK-PREVISTAS = ZEROS
                       MOVE 'SEM AULA NA GRADE NO DIA'
                         TO WRK-OCORRENCIA
                   WHEN AM-AULAS-DADAS > WRK-PREVISTAS
                       MOVE 'AULAS ACIMA DA GRADE'
                         TO WRK-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    LANCAMENTO SEM DATA: SO A MATERIA NA GRADE DA SEMANA
       0220-CONFERIR-SEMANA.
           ADD 1 TO WRK-QT-SEM-DATA.
           IF AM-MATERIA > ZEROS
               MOVE AM-MATERIA TO WRK-MATERIA-BUSCA
               PERFORM 0250-CONTAR-AULAS
               MOVE WRK-QT-ACHADAS TO WRK-PREVISTAS
               IF WRK-PREVISTAS = ZEROS
                   MOVE 'MATERIA FORA DA GRADE' TO WRK-OCORRENCIA
               END-IF
           ELSE
               MOVE WRK-QT-TURMA TO WRK-PREVISTAS
           END-IF.

      *    CONGRUENCIA DE ZELLER: JANEIRO E FEVEREIRO CONTAM COMO
      *    MESES 13 E 14 DO ANO ANTERIOR; O SABADO (0) VIRA 7 NA
      *    NUMERACAO DA GRADE
       0230-CALCULAR-DIA-SEMANA.
           MOVE WRK-DT-ANO TO WRK-Z-ANO.
           MOVE WRK-DT-MES TO WRK-Z-MES.
           IF WRK-Z-MES < 3
               ADD 12 TO WRK-Z-MES
               SUBTRACT 1 FROM WRK-Z-ANO
           END-IF.

           DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-SECULO
                                   REMAINDER WRK-Z-ANO-SEC.

           COMPUTE WRK-Z-TERMO = WRK-DT-DIA
               + ((13 * (WRK-Z-MES + 1)) / 5)
               + WRK-Z-ANO-SEC
               + (WRK-Z-ANO-SEC / 4)
               + (WRK-Z-SECULO / 4)
               + (5 * WRK-Z-SECULO).

           DIVIDE WRK-Z-TERMO BY 7 GIVING WRK-Z-QUOC
                                   REMAINDER WRK-DIA-SEMANA.

           IF WRK-DIA-SEMANA = ZEROS
               MOVE 7 TO WRK-DIA-BUSCA
           ELSE
               MOVE WRK-DIA-SEMANA TO WRK-DIA-BUSCA
           END-IF.

      *    DIA OU MATERIA ZERADOS NA BUSCA VALEM QUALQUER UM
       0250-CONTAR-AULAS.
           MOVE ZEROS TO WRK-QT-ACHADAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-GD-QTD
               IF WRK-GD-TURMA(WRK-IDX) = AM-TURMA
                  AND (WRK-DIA-BUSCA = ZEROS
                       OR WRK-GD-DIA(WRK-IDX) = WRK-DIA-BUSCA)
                  AND (WRK-MATERIA-BUSCA = ZEROS
                       OR WRK-GD-MATERIA(WRK-IDX) = WRK-MATERIA-BUSCA)
                   ADD 1 TO WRK-QT-ACHADAS
               END-IF
           END-PERFORM.

       0900-FINALIZAR.
           IF WRK-QT-DIVERGENTES = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE CK-LINHA FROM CK-SEM-DIVERGENCIA
           END-IF.

           DISPLAY '-------------------------'
           DISPLAY 'LANCAMENTOS LIDOS....... ' WRK-QT-LIDOS.
           DISPLAY 'CONFERIDOS COM A GRADE.. ' WRK-QT-CONFERIDOS.
           DISPLAY 'SEM DATA (SO A SEMANA).. ' WRK-QT-SEM-DATA.
           DISPLAY 'DIVERGENTES DA GRADE.... ' WRK-QT-DIVERGENTES.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE ATTENDANCE-MOVEMENTS.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CK-LINHA FROM RW-TRAILER.
           CLOSE CHECK-RPT.

           IF WRK-QT-DIVERGENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CK-LINHA FROM RW-CABECALHO1
               WRITE CK-LINHA FROM RW-CABECALHO2
               WRITE CK-LINHA FROM RW-COLUNAS
           END-IF.
