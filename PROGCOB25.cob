      *            (VM-MATRICULA), NAO PELO NOME - DOIS HOMONIMOS
      *            NAO FUNDEM MAIS OS DIAS DE FERIAS, O MESMO
      *            MOTIVO DO RECHAVEAMENTO DO EMPMAST
      * ALTERADO = 15/10/2026 - O SALDO DE CADA FUNCIONARIO PASSOU
      *            A SER GRAVADO TAMBEM NO VACSALDO (COPYBOOK
      *            VACSALDO), DATADO DA APURACAO, PARA A PROVISAO
      *            MENSAL DE FERIAS E 13O (PROGCOB87) USAR O MESMO
      *            SALDO QUE SAI NO VACRPT
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT VACATION-RPT ASSIGN TO 'VACRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACRPT.

           SELECT VACATION-BALANCE ASSIGN TO 'VACSALDO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACSALDO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  VACATION-RPT.
       01  VR-LINHA          PIC X(80).

       FD  VACATION-BALANCE.
           COPY 'VACSALDO.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-EMPMAST   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-VACMOV    PIC X(02)  VALUE ZEROS.
       77  WRK-FS-VACRPT    PIC X(02)  VALUE ZEROS.
       77  WRK-FS-VACSALDO  PIC X(02)  VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)  VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-VACMOV   PIC X(01)  VALUE 'N'.

           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT VACATION-RPT.
           OPEN OUTPUT VACATION-BALANCE.
           MOVE 'FERIAS - SALDOS E VENCIMENTOS' TO RW-TITULO.
           MOVE 'MATRICULA / FUNCIONARIO / DIREITO / GOZADOS / SALDO'
             TO RW-COLUNAS.
           WRITE VR-LINHA FROM VR-DETALHE.
           ADD 1 TO WRK-QT-FUNC.

           MOVE WRK-DATASYS  TO VS-DATA.
           MOVE EM-MATRICULA TO VS-MATRICULA.
           MOVE WRK-DIREITO  TO VS-DIREITO.
           MOVE WRK-GOZADOS  TO VS-GOZADOS.
           MOVE WRK-SALDO    TO VS-SALDO.
           WRITE VS-REGISTRO.

           PERFORM 0110-LER-EMPLOYEE-MASTER.

       0300-FINALIZAR.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE VR-LINHA FROM RW-TRAILER.
           CLOSE VACATION-RPT.
           CLOSE VACATION-BALANCE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
