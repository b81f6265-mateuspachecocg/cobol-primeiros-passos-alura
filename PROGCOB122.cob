       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: VIRADA DO ANO LETIVO: NO FIM DO ANO O STUDENT
      *     ERA REDIGITADO A MAO PARA O ANO SEGUINTE. ESTE PROGRAMA
      *     LE O RESULTADO FECHADO DE CADA ALUNO NO ACADHIST (O
      *     ULTIMO PERIODO DO ANO MAIS RECENTE, JA COM OS EXAMES
      *     RESOLVIDOS PELO PROGCOB71) E GERA NO ROLLTRAN, NO
      *     LAYOUT DO STDTRAN DO PROGCOB26, AS TRANSACOES DO ANO
      *     NOVO: RETIRADA DO FORMANDO DA ULTIMA SERIE, TRANSFERENCIA
      *     DO APROVADO PARA A TURMA DA SERIE SEGUINTE (MESMA LETRA,
      *     DA MAIOR SERIE PARA A MENOR, LIBERANDO A VAGA ANTES) E
      *     NOTAS ZERADAS PARA O PROMOVIDO E O RETIDO. ALUNO CUJO
      *     RESPONSAVEL (CPF DO FAMRESP) TEM TITULO VENCIDO EM
      *     ABERTO NO ARFILE NAO VIRA: VAI PARA A LISTA DE BLOQUEIO
      *     DA REMATRICULA (RENHOLD) COM A DECISAO E A TURMA DE
      *     DESTINO. O ROLLRPT TRAZ OS BLOQUEADOS E PENDENTES E O
      *     RESUMO POR TURMA; O ARQUIVO ROLLCTL GUARDA O ULTIMO ANO
      *     VIRADO E RECUSA VIRAR O MESMO ANO DUAS VEZES
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDENT.

           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACADHIST.

           SELECT CLASS-LIST ASSIGN TO 'CLASSLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLASSLST.

           SELECT FAMILY-RESPONSIBLE ASSIGN TO 'FAMRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMRESP.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT ROLL-TRANSACTION ASSIGN TO 'ROLLTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROLLTRAN.

           SELECT REENROLLMENT-HOLD ASSIGN TO 'RENHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RENHOLD.

           SELECT ROLL-CONTROL ASSIGN TO 'ROLLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROLLCTL.

           SELECT ROLL-RPT ASSIGN TO 'ROLLRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROLLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY 'STUDENT.COB'.

       FD  ACADEMIC-HISTORY.
       01  AH-REGISTRO.
           02 AH-NOME        PIC X(20).
           02 AH-ANO         PIC 9(04).
           02 AH-PERIODO     PIC 9(01).
           02 AH-TURMA       PIC X(05).
           02 AH-NOTA1       PIC 9(02)V9.
           02 AH-NOTA2       PIC 9(02)V9.
           02 AH-NOTA3       PIC 9(02)V9.
           02 AH-NOTA4       PIC 9(02)V9.
           02 AH-MEDIA       PIC 9(03)V99.
           02 AH-STATUS      PIC X(11).
           02 AH-MATRICULA   PIC 9(06).

       FD  CLASS-LIST.
       01  CL-REGISTRO.
           02 CL-TURMA       PIC X(05).
           02 CL-CAPACIDADE  PIC 9(03).

       FD  FAMILY-RESPONSIBLE.
       01  FR-REGISTRO.
           02 FR-CPF         PIC 9(11).
           02 FR-ALUNO       PIC X(20).
           02 FR-VALOR-PLANO PIC 9(06)V99.
           02 FR-DIA-VENC    PIC 9(02).
           02 FR-MATRICULA   PIC 9(06).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  ROLL-TRANSACTION.
       01  TR-REGISTRO.
           02 TR-TIPO        PIC X(01).
              88 TR-INCLUSAO      VALUE 'I'.
              88 TR-TRANSFERENCIA VALUE 'T'.
              88 TR-RETIRADA      VALUE 'R'.
              88 TR-ALT-NOTA      VALUE 'N'.
           02 TR-NOME        PIC X(20).
           02 TR-TURMA       PIC X(05).
           02 TR-NOTA1       PIC 9(02)V9.
           02 TR-NOTA2       PIC 9(02)V9.
           02 TR-NOTA3       PIC 9(02)V9.
           02 TR-NOTA4       PIC 9(02)V9.
           02 TR-USUARIO     PIC X(08).

       FD  REENROLLMENT-HOLD.
       01  HL-REGISTRO.
           02 HL-MATRICULA   PIC 9(06).
           02 HL-NOME        PIC X(20).
           02 HL-TURMA       PIC X(05).
           02 HL-DECISAO     PIC X(01).
              88 HL-PROMOVER VALUE 'P'.
              88 HL-RETER    VALUE 'R'.
           02 HL-TURMA-DESTINO PIC X(05).
           02 HL-CPF         PIC 9(11).
           02 HL-VALOR-VENCIDO PIC 9(08)V99.
           02 HL-DATA        PIC 9(08).

       FD  ROLL-CONTROL.
       01  VC-REGISTRO.
           02 VC-ULTIMO-ANO  PIC 9(04).

       FD  ROLL-RPT.
       01  RL-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-STUDENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACADHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLASSLST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAMRESP    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROLLTRAN   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RENHOLD    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROLLCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROLLRPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STUDENT   PIC X(01) VALUE 'N'.
          88 FIM-STUDENT    VALUE 'S'.
       77 WRK-EOF-ACADHIST  PIC X(01) VALUE 'N'.
          88 FIM-ACADHIST   VALUE 'S'.
       77 WRK-EOF-CLASSLST  PIC X(01) VALUE 'N'.
          88 FIM-CLASSLST   VALUE 'S'.
       77 WRK-EOF-FAMRESP   PIC X(01) VALUE 'N'.
          88 FIM-FAMRESP    VALUE 'S'.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-JA-VIRADO     PIC X(01) VALUE 'N'.
          88 ANO-JA-VIRADO  VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-FECHADO   PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMO-VIRADO PIC 9(04) VALUE ZEROS.
       77 WRK-ULTIMA-SERIE  PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE         PIC S9(02) VALUE ZEROS.
       77 WRK-SERIE-DESTINO PIC 9(01) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ALU       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-TUR       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-FAM       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-DEV       PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA-DESTINO PIC X(05) VALUE SPACES.
       77 WRK-QT-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RETIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORMADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-BLOQUEADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TRANSACOES PIC 9(04) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS PIC 9(04) VALUE ZEROS.
      *    ALUNOS MATRICULADOS, COM O ULTIMO RESULTADO NO ACADHIST E
      *    A DECISAO DA VIRADA: P PROMOVIDO, R RETIDO, F FORMADO,
      *    E PENDENTE (NAO VIRA, COM O MOTIVO)
       01  WRK-TB-ALUNOS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-NOME     PIC X(20).
               03 WRK-TB-TURMA    PIC X(05).
               03 WRK-TB-MATR     PIC 9(06).
               03 WRK-TB-ANO      PIC 9(04).
               03 WRK-TB-PERIODO  PIC 9(01).
               03 WRK-TB-AH-TURMA PIC X(05).
               03 WRK-TB-STATUS   PIC X(11).
               03 WRK-TB-IDX-TUR  PIC 9(04).
               03 WRK-TB-DECISAO  PIC X(01).
               03 WRK-TB-DESTINO  PIC X(05).
               03 WRK-TB-BLOQUEIO PIC X(01).
               03 WRK-TB-CPF      PIC 9(11).
               03 WRK-TB-VENCIDO  PIC 9(08)V99.
               03 WRK-TB-MOTIVO   PIC X(25).
      *    TURMAS COM A SERIE (PRIMEIRO CARACTER NUMERICO DA TURMA;
      *    99 = TURMA SEM SERIE) E OS CONTADORES DO RESUMO
       01  WRK-TB-TURMAS.
           02 WRK-TB-TUR-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-TUR-ITEM OCCURS 20 TIMES.
               03 WRK-TB-TUR-TURMA  PIC X(05).
               03 WRK-TB-TUR-SERIE  PIC 9(02).
               03 WRK-TB-TUR-PROM   PIC 9(04).
               03 WRK-TB-TUR-RET    PIC 9(04).
               03 WRK-TB-TUR-FORM   PIC 9(04).
               03 WRK-TB-TUR-BLOQ   PIC 9(04).
               03 WRK-TB-TUR-PEND   PIC 9(04).
      *    RESPONSAVEL DE CADA ALUNO (CPF DO FAMRESP)
       01  WRK-TB-FAMILIAS.
           02 WRK-TB-FAM-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-FAM-ITEM OCCURS 500 TIMES.
               03 WRK-TB-FAM-MATR  PIC 9(06).
               03 WRK-TB-FAM-NOME  PIC X(20).
               03 WRK-TB-FAM-CPF   PIC 9(11).
      *    SALDO VENCIDO EM ABERTO NO ARFILE, POR CPF
       01  WRK-TB-DEVEDORES.
           02 WRK-TB-DEV-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-DEV-ITEM OCCURS 500 TIMES.
               03 WRK-TB-DEV-CPF   PIC 9(11).
               03 WRK-TB-DEV-VALOR PIC 9(08)V99.
       01  RL-COLUNAS-OCORRENCIA.
           02 FILLER PIC X(28) VALUE 'MATRIC ALUNO'.
           02 FILLER PIC X(24) VALUE 'TURMA DEST. SITUACAO'.
           02 FILLER PIC X(10) VALUE 'OCORRENCIA'.
       01  RL-COLUNAS-RESUMO.
           02 FILLER PIC X(28) VALUE 'TURMA  PROMOVIDOS  RETIDOS  '.
           02 FILLER PIC X(31) VALUE
                 'FORMADOS  BLOQUEADOS  PENDENTES'.
       01  RL-OCORRENCIA.
           02 RL-O-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RL-O-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RL-O-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RL-O-DESTINO    PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RL-O-STATUS     PIC X(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RL-O-MOTIVO     PIC X(25).
       01  RL-SEM-OCORRENCIA  PIC X(40) VALUE
              'NENHUM ALUNO BLOQUEADO OU PENDENTE'.
       01  RL-RESUMO.
           02 RL-R-TURMA      PIC X(05).
           02 FILLER          PIC X(08) VALUE SPACES.
           02 RL-R-PROM       PIC ZZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 RL-R-RET        PIC ZZZ9.
           02 FILLER          PIC X(06) VALUE SPACES.
           02 RL-R-FORM       PIC ZZZ9.
           02 FILLER          PIC X(08) VALUE SPACES.
           02 RL-R-BLOQ       PIC ZZZ9.
           02 FILLER          PIC X(07) VALUE SPACES.
           02 RL-R-PEND       PIC ZZZ9.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           EVALUATE TRUE
               WHEN ABANDONAR-LOTE
                   DISPLAY 'VIRADA ABANDONADA - NENHUM ARQUIVO'
                           ' GRAVADO'
                   MOVE 12 TO RETURN-CODE
               WHEN ANO-JA-VIRADO
                   DISPLAY 'ANO LETIVO ' WRK-ANO-FECHADO
                           ' JA VIRADO (ROLLCTL) - REEXECUCAO'
                           ' RECUSADA'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0200-DECIDIR
                   PERFORM 0300-GRAVAR-TRANSACOES
                   PERFORM 0400-GRAVAR-BLOQUEIOS
                   PERFORM 0500-IMPRIMIR-OCORRENCIAS
                   PERFORM 0600-IMPRIMIR-RESUMO
                   PERFORM 0800-GRAVAR-CONTROLE
                   PERFORM 0900-FINALIZAR
           END-EVALUATE.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-TURMAS.
           PERFORM 0140-CARREGAR-ALUNOS.
           IF NOT ABANDONAR-LOTE
               PERFORM 0160-CARREGAR-RESPONSAVEIS
           END-IF.
           IF NOT ABANDONAR-LOTE
               PERFORM 0180-CARREGAR-DEVEDORES
           END-IF.
           IF NOT ABANDONAR-LOTE
               PERFORM 0190-LER-RESULTADOS
           END-IF.
           IF NOT ABANDONAR-LOTE
               PERFORM 0110-CONFERIR-CONTROLE
           END-IF.

      *    SO VIRA ANO MAIS NOVO QUE O ULTIMO GRAVADO NO ROLLCTL
       0110-CONFERIR-CONTROLE.
           OPEN INPUT ROLL-CONTROL.
           IF WRK-FS-ROLLCTL = '00'
               READ ROLL-CONTROL
                   AT END
                       MOVE ZEROS TO VC-ULTIMO-ANO
               END-READ
               MOVE VC-ULTIMO-ANO TO WRK-ULTIMO-VIRADO
               CLOSE ROLL-CONTROL
           END-IF.
           IF WRK-ANO-FECHADO NOT > WRK-ULTIMO-VIRADO
               MOVE 'S' TO WRK-JA-VIRADO
           END-IF.

       0120-CARREGAR-TURMAS.
           OPEN INPUT CLASS-LIST.
           IF WRK-FS-CLASSLST = '00'
               PERFORM 0130-LER-TURMA
               PERFORM UNTIL FIM-CLASSLST
                              OR WRK-TB-TUR-QTD = 20
                   ADD 1 TO WRK-TB-TUR-QTD
                   MOVE CL-TURMA
                     TO WRK-TB-TUR-TURMA(WRK-TB-TUR-QTD)
                   IF CL-TURMA(1:1) IS NUMERIC
                       MOVE CL-TURMA(1:1)
                         TO WRK-TB-TUR-SERIE(WRK-TB-TUR-QTD)
                       IF WRK-TB-TUR-SERIE(WRK-TB-TUR-QTD)
                                            > WRK-ULTIMA-SERIE
                           MOVE WRK-TB-TUR-SERIE(WRK-TB-TUR-QTD)
                             TO WRK-ULTIMA-SERIE
                       END-IF
                   ELSE
                       MOVE 99 TO WRK-TB-TUR-SERIE(WRK-TB-TUR-QTD)
                   END-IF
                   MOVE ZEROS TO WRK-TB-TUR-PROM(WRK-TB-TUR-QTD)
                                 WRK-TB-TUR-RET(WRK-TB-TUR-QTD)
                                 WRK-TB-TUR-FORM(WRK-TB-TUR-QTD)
                                 WRK-TB-TUR-BLOQ(WRK-TB-TUR-QTD)
                                 WRK-TB-TUR-PEND(WRK-TB-TUR-QTD)
                   PERFORM 0130-LER-TURMA
               END-PERFORM
               IF NOT FIM-CLASSLST
                   DISPLAY 'CLASSLST MAIOR QUE A TABELA DE 20'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CLASS-LIST
           ELSE
               MOVE 'PROGCOB122' TO FSE-PROGRAMA
               MOVE '0120-CARREGAR-TURMAS' TO FSE-PARAGRAFO
               MOVE 'CLASSLST  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-CLASSLST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

       0130-LER-TURMA.
           READ CLASS-LIST
               AT END
                   MOVE 'S' TO WRK-EOF-CLASSLST
           END-READ.

       0140-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WRK-FS-STUDENT = '00'
               PERFORM 0150-LER-ALUNO
               PERFORM UNTIL FIM-STUDENT
                              OR WRK-TB-QTD = 500
                   ADD 1 TO WRK-TB-QTD
                   MOVE STD-NOME  TO WRK-TB-NOME(WRK-TB-QTD)
                   MOVE STD-TURMA TO WRK-TB-TURMA(WRK-TB-QTD)
                   MOVE STD-MATRICULA TO WRK-TB-MATR(WRK-TB-QTD)
                   MOVE ZEROS TO WRK-TB-ANO(WRK-TB-QTD)
                                 WRK-TB-PERIODO(WRK-TB-QTD)
                                 WRK-TB-IDX-TUR(WRK-TB-QTD)
                                 WRK-TB-CPF(WRK-TB-QTD)
                                 WRK-TB-VENCIDO(WRK-TB-QTD)
                   MOVE SPACES TO WRK-TB-AH-TURMA(WRK-TB-QTD)
                                  WRK-TB-STATUS(WRK-TB-QTD)
                                  WRK-TB-DESTINO(WRK-TB-QTD)
                                  WRK-TB-MOTIVO(WRK-TB-QTD)
                   MOVE 'E' TO WRK-TB-DECISAO(WRK-TB-QTD)
                   MOVE 'N' TO WRK-TB-BLOQUEIO(WRK-TB-QTD)
                   PERFORM 0150-LER-ALUNO
               END-PERFORM
               IF NOT FIM-STUDENT
                   DISPLAY 'STUDENT MAIOR QUE A TABELA DE 500'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE STUDENT-FILE
           ELSE
               MOVE 'PROGCOB122' TO FSE-PROGRAMA
               MOVE '0140-CARREGAR-ALUNOS' TO FSE-PARAGRAFO
               MOVE 'STUDENT   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-STUDENT TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

       0150-LER-ALUNO.
           READ STUDENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-STUDENT
           END-READ.

      *    SEM FAMRESP NINGUEM TEM RESPONSAVEL E NINGUEM E BLOQUEADO
       0160-CARREGAR-RESPONSAVEIS.
           OPEN INPUT FAMILY-RESPONSIBLE.
           IF WRK-FS-FAMRESP = '00'
               PERFORM 0170-LER-RESPONSAVEL
               PERFORM UNTIL FIM-FAMRESP
                              OR WRK-TB-FAM-QTD = 500
                   ADD 1 TO WRK-TB-FAM-QTD
                   MOVE FR-MATRICULA
                     TO WRK-TB-FAM-MATR(WRK-TB-FAM-QTD)
                   MOVE FR-ALUNO
                     TO WRK-TB-FAM-NOME(WRK-TB-FAM-QTD)
                   MOVE FR-CPF
                     TO WRK-TB-FAM-CPF(WRK-TB-FAM-QTD)
                   PERFORM 0170-LER-RESPONSAVEL
               END-PERFORM
               IF NOT FIM-FAMRESP
                   DISPLAY 'FAMRESP MAIOR QUE A TABELA DE 500'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE FAMILY-RESPONSIBLE
           END-IF.

       0170-LER-RESPONSAVEL.
           READ FAMILY-RESPONSIBLE
               AT END
                   MOVE 'S' TO WRK-EOF-FAMRESP
           END-READ.

      *    TITULO EM ABERTO, COM SALDO E VENCIDO ANTES DA DATA DA
      *    VIRADA, SOMA NO SALDO VENCIDO DO CPF
       0180-CARREGAR-DEVEDORES.
           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE = '00'
               PERFORM 0185-LER-TITULO
               PERFORM UNTIL FIM-ARFILE
                              OR ABANDONAR-LOTE
                   IF RB-ABERTO
                      AND RB-SALDO > ZEROS
                      AND RB-VENCIMENTO < WRK-DATASYS
                       PERFORM 0187-SOMAR-DEVEDOR
                   END-IF
                   PERFORM 0185-LER-TITULO
               END-PERFORM
               CLOSE RECEIVABLES-FILE
           END-IF.

       0185-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

       0187-SOMAR-DEVEDOR.
           MOVE ZEROS TO WRK-IDX-DEV.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-DEV-QTD
                              OR WRK-IDX-DEV > ZEROS
               IF WRK-TB-DEV-CPF(WRK-IDX) = RB-CPF
                   MOVE WRK-IDX TO WRK-IDX-DEV
               END-IF
           END-PERFORM.
           IF WRK-IDX-DEV = ZEROS
               IF WRK-TB-DEV-QTD = 500
                   DISPLAY 'DEVEDORES DO ARFILE ACIMA DA TABELA'
                           ' DE 500'
                   MOVE 'S' TO WRK-ABANDONAR
               ELSE
                   ADD 1 TO WRK-TB-DEV-QTD
                   MOVE WRK-TB-DEV-QTD TO WRK-IDX-DEV
                   MOVE RB-CPF TO WRK-TB-DEV-CPF(WRK-IDX-DEV)
                   MOVE ZEROS  TO WRK-TB-DEV-VALOR(WRK-IDX-DEV)
               END-IF
           END-IF.
           IF WRK-IDX-DEV > ZEROS
               ADD RB-SALDO TO WRK-TB-DEV-VALOR(WRK-IDX-DEV)
           END-IF.

      *    GUARDA, POR ALUNO, O REGISTRO MAIS RECENTE (ANO + PERIODO)
      *    DO ACADHIST; O ANO FECHADO E O MAIOR ANO DO HISTORICO
       0190-LER-RESULTADOS.
           OPEN INPUT ACADEMIC-HISTORY.
           IF WRK-FS-ACADHIST = '00'
               PERFORM 0195-LER-HISTORICO
               PERFORM UNTIL FIM-ACADHIST
                   IF AH-ANO > WRK-ANO-FECHADO
                       MOVE AH-ANO TO WRK-ANO-FECHADO
                   END-IF
                   PERFORM 0197-GUARDAR-RESULTADO
                   PERFORM 0195-LER-HISTORICO
               END-PERFORM
               CLOSE ACADEMIC-HISTORY
               IF WRK-ANO-FECHADO = ZEROS
                   DISPLAY 'ACADHIST SEM RESULTADO FECHADO'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           ELSE
               MOVE 'PROGCOB122' TO FSE-PROGRAMA
               MOVE '0190-LER-RESULTADOS ' TO FSE-PARAGRAFO
               MOVE 'ACADHIST  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-ACADHIST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

       0195-LER-HISTORICO.
           READ ACADEMIC-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-ACADHIST
           END-READ.

      *    HISTORICO COM MATRICULA CASA PELA MATRICULA; O ANTIGO,
      *    SEM ELA, CASA PELO NOME
       0197-GUARDAR-RESULTADO.
           MOVE ZEROS TO WRK-IDX-ALU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-ALU > ZEROS
               IF (AH-MATRICULA > ZEROS
                   AND WRK-TB-MATR(WRK-IDX) = AH-MATRICULA)
                  OR (AH-MATRICULA = ZEROS
                   AND WRK-TB-NOME(WRK-IDX) = AH-NOME)
                   MOVE WRK-IDX TO WRK-IDX-ALU
               END-IF
           END-PERFORM.
           IF WRK-IDX-ALU > ZEROS
               IF AH-ANO > WRK-TB-ANO(WRK-IDX-ALU)
                  OR (AH-ANO = WRK-TB-ANO(WRK-IDX-ALU)
                      AND AH-PERIODO NOT <
                                    WRK-TB-PERIODO(WRK-IDX-ALU))
                   MOVE AH-ANO     TO WRK-TB-ANO(WRK-IDX-ALU)
                   MOVE AH-PERIODO TO WRK-TB-PERIODO(WRK-IDX-ALU)
                   MOVE AH-TURMA   TO WRK-TB-AH-TURMA(WRK-IDX-ALU)
                   MOVE AH-STATUS  TO WRK-TB-STATUS(WRK-IDX-ALU)
               END-IF
           END-IF.

       0200-DECIDIR.
           PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-ALU > WRK-TB-QTD
               PERFORM 0210-DECIDIR-ALUNO
               PERFORM 0240-CONTAR-NA-TURMA
           END-PERFORM.

      *    SO VIRA QUEM TEM RESULTADO FECHADO NO ANO E CONTINUA NA
      *    TURMA EM QUE FOI AVALIADO; RECUPERACAO E EXAME AINDA
      *    ABERTOS FICAM PENDENTES ATE O PROGCOB71
       0210-DECIDIR-ALUNO.
           MOVE ZEROS TO WRK-IDX-TUR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-TUR-QTD
                              OR WRK-IDX-TUR > ZEROS
               IF WRK-TB-TUR-TURMA(WRK-IDX) = WRK-TB-TURMA(WRK-IDX-ALU)
                   MOVE WRK-IDX TO WRK-IDX-TUR
               END-IF
           END-PERFORM.
           MOVE WRK-IDX-TUR TO WRK-TB-IDX-TUR(WRK-IDX-ALU).

           EVALUATE TRUE
               WHEN WRK-TB-ANO(WRK-IDX-ALU) NOT = WRK-ANO-FECHADO
                   MOVE 'SEM RESULTADO NO ANO'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
               WHEN WRK-TB-AH-TURMA(WRK-IDX-ALU)
                                   NOT = WRK-TB-TURMA(WRK-IDX-ALU)
                   MOVE 'TURMA DIFERE DO HISTORICO'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
               WHEN WRK-TB-STATUS(WRK-IDX-ALU) = 'RECUPERACAO'
                 OR WRK-TB-STATUS(WRK-IDX-ALU) = 'EXAME'
                   MOVE 'RESULTADO NAO FECHADO'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
               WHEN WRK-IDX-TUR = ZEROS
                   MOVE 'TURMA NAO CADASTRADA'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
               WHEN WRK-TB-STATUS(WRK-IDX-ALU) = 'APROVADO'
                   PERFORM 0220-PROMOVER
               WHEN WRK-TB-STATUS(WRK-IDX-ALU) = 'REPROVADO'
                 OR WRK-TB-STATUS(WRK-IDX-ALU) = 'REPR FALTA'
                   MOVE 'R' TO WRK-TB-DECISAO(WRK-IDX-ALU)
                   MOVE WRK-TB-TURMA(WRK-IDX-ALU)
                     TO WRK-TB-DESTINO(WRK-IDX-ALU)
               WHEN OTHER
                   MOVE 'SITUACAO NAO RECONHECIDA'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
           END-EVALUATE.

           IF WRK-TB-DECISAO(WRK-IDX-ALU) = 'P'
              OR WRK-TB-DECISAO(WRK-IDX-ALU) = 'R'
               PERFORM 0230-CONFERIR-DEBITO
           END-IF.

      *    A SERIE SEGUINTE E A TURMA DE MESMA LETRA COM O PRIMEIRO
      *    DIGITO SOMADO DE UM; QUEM ESTA NA MAIOR SERIE DO CLASSLST
      *    SE FORMA
       0220-PROMOVER.
           EVALUATE TRUE
               WHEN WRK-TB-TUR-SERIE(WRK-IDX-TUR) = 99
                   MOVE 'TURMA SEM SERIE NUMERICA'
                     TO WRK-TB-MOTIVO(WRK-IDX-ALU)
               WHEN WRK-TB-TUR-SERIE(WRK-IDX-TUR) = WRK-ULTIMA-SERIE
                   MOVE 'F' TO WRK-TB-DECISAO(WRK-IDX-ALU)
               WHEN OTHER
                   COMPUTE WRK-SERIE-DESTINO =
                           WRK-TB-TUR-SERIE(WRK-IDX-TUR) + 1
                   MOVE WRK-TB-TURMA(WRK-IDX-ALU) TO WRK-TURMA-DESTINO
                   MOVE WRK-SERIE-DESTINO TO WRK-TURMA-DESTINO(1:1)
                   MOVE ZEROS TO WRK-IDX2
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                                   UNTIL WRK-IDX > WRK-TB-TUR-QTD
                                      OR WRK-IDX2 > ZEROS
                       IF WRK-TB-TUR-TURMA(WRK-IDX) = WRK-TURMA-DESTINO
                           MOVE WRK-IDX TO WRK-IDX2
                       END-IF
                   END-PERFORM
                   IF WRK-IDX2 = ZEROS
                       MOVE WRK-TURMA-DESTINO
                         TO WRK-TB-DESTINO(WRK-IDX-ALU)
                       MOVE 'SERIE SEGUINTE SEM TURMA'
                         TO WRK-TB-MOTIVO(WRK-IDX-ALU)
                   ELSE
                       MOVE 'P' TO WRK-TB-DECISAO(WRK-IDX-ALU)
                       MOVE WRK-TURMA-DESTINO
                         TO WRK-TB-DESTINO(WRK-IDX-ALU)
                   END-IF
           END-EVALUATE.

      *    RESPONSAVEL COM SALDO VENCIDO BLOQUEIA A REMATRICULA; O
      *    FORMANDO NAO TEM REMATRICULA E NAO E BLOQUEADO
       0230-CONFERIR-DEBITO.
           MOVE ZEROS TO WRK-IDX-FAM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-FAM-QTD
                              OR WRK-IDX-FAM > ZEROS
               IF (WRK-TB-FAM-MATR(WRK-IDX) > ZEROS
                   AND WRK-TB-FAM-MATR(WRK-IDX) =
                                       WRK-TB-MATR(WRK-IDX-ALU))
                  OR (WRK-TB-FAM-MATR(WRK-IDX) = ZEROS
                   AND WRK-TB-FAM-NOME(WRK-IDX) =
                                       WRK-TB-NOME(WRK-IDX-ALU))
                   MOVE WRK-IDX TO WRK-IDX-FAM
               END-IF
           END-PERFORM.
           IF WRK-IDX-FAM > ZEROS
               MOVE WRK-TB-FAM-CPF(WRK-IDX-FAM)
                 TO WRK-TB-CPF(WRK-IDX-ALU)
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-DEV-QTD
                   IF WRK-TB-DEV-CPF(WRK-IDX) =
                                       WRK-TB-CPF(WRK-IDX-ALU)
                       MOVE WRK-TB-DEV-VALOR(WRK-IDX)
                         TO WRK-TB-VENCIDO(WRK-IDX-ALU)
                       MOVE 'S' TO WRK-TB-BLOQUEIO(WRK-IDX-ALU)
                       MOVE 'BLOQUEIO - TITULO VENCIDO'
                         TO WRK-TB-MOTIVO(WRK-IDX-ALU)
                   END-IF
               END-PERFORM
           END-IF.

       0240-CONTAR-NA-TURMA.
           MOVE WRK-TB-IDX-TUR(WRK-IDX-ALU) TO WRK-IDX-TUR.
           EVALUATE TRUE
               WHEN WRK-TB-DECISAO(WRK-IDX-ALU) = 'E'
                   ADD 1 TO WRK-QT-PENDENTES
                   IF WRK-IDX-TUR > ZEROS
                       ADD 1 TO WRK-TB-TUR-PEND(WRK-IDX-TUR)
                   END-IF
               WHEN WRK-TB-BLOQUEIO(WRK-IDX-ALU) = 'S'
                   ADD 1 TO WRK-QT-BLOQUEADOS
                   ADD 1 TO WRK-TB-TUR-BLOQ(WRK-IDX-TUR)
               WHEN WRK-TB-DECISAO(WRK-IDX-ALU) = 'F'
                   ADD 1 TO WRK-QT-FORMADOS
                   ADD 1 TO WRK-TB-TUR-FORM(WRK-IDX-TUR)
               WHEN WRK-TB-DECISAO(WRK-IDX-ALU) = 'P'
                   ADD 1 TO WRK-QT-PROMOVIDOS
                   ADD 1 TO WRK-TB-TUR-PROM(WRK-IDX-TUR)
               WHEN OTHER
                   ADD 1 TO WRK-QT-RETIDOS
                   ADD 1 TO WRK-TB-TUR-RET(WRK-IDX-TUR)
           END-EVALUATE.

      *    ORDEM DO LOTE: PRIMEIRO AS RETIRADAS DOS FORMANDOS, DEPOIS
      *    AS TRANSFERENCIAS DA MAIOR SERIE PARA A MENOR (A TURMA DE
      *    DESTINO JA ESTA VAZIA QUANDO A DE BAIXO SOBE) E POR FIM
      *    AS NOTAS ZERADAS DO ANO NOVO
       0300-GRAVAR-TRANSACOES.
           OPEN OUTPUT ROLL-TRANSACTION.
           MOVE ZEROS TO TR-NOTA1 TR-NOTA2 TR-NOTA3 TR-NOTA4.
           MOVE 'VIRADA  ' TO TR-USUARIO.

           PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-ALU > WRK-TB-QTD
               IF WRK-TB-DECISAO(WRK-IDX-ALU) = 'F'
                   MOVE 'R' TO TR-TIPO
                   MOVE WRK-TB-NOME(WRK-IDX-ALU)  TO TR-NOME
                   MOVE WRK-TB-TURMA(WRK-IDX-ALU) TO TR-TURMA
                   PERFORM 0310-GRAVAR-TRANSACAO
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-SERIE FROM 9 BY -1
                           UNTIL WRK-SERIE < 0
               PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                               UNTIL WRK-IDX-ALU > WRK-TB-QTD
                   MOVE WRK-TB-IDX-TUR(WRK-IDX-ALU) TO WRK-IDX-TUR
                   IF WRK-TB-DECISAO(WRK-IDX-ALU) = 'P'
                      AND WRK-TB-BLOQUEIO(WRK-IDX-ALU) = 'N'
                       IF WRK-TB-TUR-SERIE(WRK-IDX-TUR) = WRK-SERIE
                           MOVE 'T' TO TR-TIPO
                           MOVE WRK-TB-NOME(WRK-IDX-ALU) TO TR-NOME
                           MOVE WRK-TB-DESTINO(WRK-IDX-ALU)
                             TO TR-TURMA
                           PERFORM 0310-GRAVAR-TRANSACAO
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-ALU > WRK-TB-QTD
               IF (WRK-TB-DECISAO(WRK-IDX-ALU) = 'P'
                   OR WRK-TB-DECISAO(WRK-IDX-ALU) = 'R')
                  AND WRK-TB-BLOQUEIO(WRK-IDX-ALU) = 'N'
                   MOVE 'N' TO TR-TIPO
                   MOVE WRK-TB-NOME(WRK-IDX-ALU) TO TR-NOME
                   MOVE WRK-TB-DESTINO(WRK-IDX-ALU) TO TR-TURMA
                   PERFORM 0310-GRAVAR-TRANSACAO
               END-IF
           END-PERFORM.
           CLOSE ROLL-TRANSACTION.

       0310-GRAVAR-TRANSACAO.
           WRITE TR-REGISTRO.
           ADD 1 TO WRK-QT-TRANSACOES.

      *    A LISTA DE BLOQUEIO E REFEITA A CADA VIRADA; A SECRETARIA
      *    LIBERA O ALUNO QUITADO PELO STDTRAN COM A DECISAO E A
      *    TURMA DE DESTINO GRAVADAS AQUI
       0400-GRAVAR-BLOQUEIOS.
           OPEN OUTPUT REENROLLMENT-HOLD.
           PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-ALU > WRK-TB-QTD
               IF WRK-TB-BLOQUEIO(WRK-IDX-ALU) = 'S'
                   MOVE WRK-TB-MATR(WRK-IDX-ALU)    TO HL-MATRICULA
                   MOVE WRK-TB-NOME(WRK-IDX-ALU)    TO HL-NOME
                   MOVE WRK-TB-TURMA(WRK-IDX-ALU)   TO HL-TURMA
                   MOVE WRK-TB-DECISAO(WRK-IDX-ALU) TO HL-DECISAO
                   MOVE WRK-TB-DESTINO(WRK-IDX-ALU)
                     TO HL-TURMA-DESTINO
                   MOVE WRK-TB-CPF(WRK-IDX-ALU)     TO HL-CPF
                   MOVE WRK-TB-VENCIDO(WRK-IDX-ALU)
                     TO HL-VALOR-VENCIDO
                   MOVE WRK-DATASYS TO HL-DATA
                   WRITE HL-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE REENROLLMENT-HOLD.

       0500-IMPRIMIR-OCORRENCIAS.
           OPEN OUTPUT ROLL-RPT.
           MOVE 'VIRADA DO ANO LETIVO' TO RW-TITULO.
           MOVE RL-COLUNAS-OCORRENCIA TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX-ALU FROM 1 BY 1
                           UNTIL WRK-IDX-ALU > WRK-TB-QTD
               IF WRK-TB-DECISAO(WRK-IDX-ALU) = 'E'
                  OR WRK-TB-BLOQUEIO(WRK-IDX-ALU) = 'S'
                   ADD 1 TO WRK-QT-OCORRENCIAS
                   MOVE WRK-TB-MATR(WRK-IDX-ALU)   TO RL-O-MATRICULA
                   MOVE WRK-TB-NOME(WRK-IDX-ALU)   TO RL-O-NOME
                   MOVE WRK-TB-TURMA(WRK-IDX-ALU)  TO RL-O-TURMA
                   MOVE WRK-TB-DESTINO(WRK-IDX-ALU) TO RL-O-DESTINO
                   MOVE WRK-TB-STATUS(WRK-IDX-ALU) TO RL-O-STATUS
                   MOVE WRK-TB-MOTIVO(WRK-IDX-ALU) TO RL-O-MOTIVO
                   PERFORM 0700-QUEBRA-PAGINA
                   WRITE RL-LINHA FROM RL-OCORRENCIA
               END-IF
           END-PERFORM.
           IF WRK-QT-OCORRENCIAS = ZEROS
               PERFORM 0700-QUEBRA-PAGINA
               WRITE RL-LINHA FROM RL-SEM-OCORRENCIA
           END-IF.

      *    RESUMO POR TURMA EM PAGINA PROPRIA, COM A LINHA DE TOTAL
      *    (QUE INCLUI O ALUNO DE TURMA FORA DO CLASSLST)
       0600-IMPRIMIR-RESUMO.
           MOVE RL-COLUNAS-RESUMO TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           PERFORM VARYING WRK-IDX-TUR FROM 1 BY 1
                           UNTIL WRK-IDX-TUR > WRK-TB-TUR-QTD
               MOVE WRK-TB-TUR-TURMA(WRK-IDX-TUR) TO RL-R-TURMA
               MOVE WRK-TB-TUR-PROM(WRK-IDX-TUR)  TO RL-R-PROM
               MOVE WRK-TB-TUR-RET(WRK-IDX-TUR)   TO RL-R-RET
               MOVE WRK-TB-TUR-FORM(WRK-IDX-TUR)  TO RL-R-FORM
               MOVE WRK-TB-TUR-BLOQ(WRK-IDX-TUR)  TO RL-R-BLOQ
               MOVE WRK-TB-TUR-PEND(WRK-IDX-TUR)  TO RL-R-PEND
               PERFORM 0700-QUEBRA-PAGINA
               WRITE RL-LINHA FROM RL-RESUMO
           END-PERFORM.
           MOVE 'TOTAL'           TO RL-R-TURMA.
           MOVE WRK-QT-PROMOVIDOS TO RL-R-PROM.
           MOVE WRK-QT-RETIDOS    TO RL-R-RET.
           MOVE WRK-QT-FORMADOS   TO RL-R-FORM.
           MOVE WRK-QT-BLOQUEADOS TO RL-R-BLOQ.
           MOVE WRK-QT-PENDENTES  TO RL-R-PEND.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE RL-LINHA FROM RL-RESUMO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE RL-LINHA FROM RW-TRAILER.
           CLOSE ROLL-RPT.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE RL-LINHA FROM RW-CABECALHO1
               WRITE RL-LINHA FROM RW-CABECALHO2
               WRITE RL-LINHA FROM RW-COLUNAS
           END-IF.

       0800-GRAVAR-CONTROLE.
           OPEN OUTPUT ROLL-CONTROL.
           MOVE WRK-ANO-FECHADO TO VC-ULTIMO-ANO.
           WRITE VC-REGISTRO.
           CLOSE ROLL-CONTROL.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'ANO LETIVO VIRADO........ ' WRK-ANO-FECHADO.
           DISPLAY 'ALUNOS PROMOVIDOS........ ' WRK-QT-PROMOVIDOS.
           DISPLAY 'ALUNOS RETIDOS........... ' WRK-QT-RETIDOS.
           DISPLAY 'ALUNOS FORMADOS.......... ' WRK-QT-FORMADOS.
           DISPLAY 'BLOQUEADOS POR DEBITO.... ' WRK-QT-BLOQUEADOS.
           DISPLAY 'PENDENTES................ ' WRK-QT-PENDENTES.
           DISPLAY 'TRANSACOES NO ROLLTRAN... ' WRK-QT-TRANSACOES.
           IF WRK-QT-BLOQUEADOS > ZEROS
              OR WRK-QT-PENDENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
