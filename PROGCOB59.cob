      *     ANO, PARA ENFIM RESPONDER SE A ENGENHARIA ESTOUROU O
      *     ORCAMENTO DE PESSOAL DO TRIMESTRE
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU O SALARIO-FAMILIA
      *            E A DEDUCAO DE DEPENDENTES NO FIM DO REGISTRO;
      *            ESTE PROGRAMA SO ACOMPANHOU O LAYOUT (O
      *            SALARIO-FAMILIA E COMPENSADO NO INSS E NAO E
      *            CUSTO DE PESSOAL DO CENTRO)
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO; ESTE PROGRAMA
      *            SO ACOMPANHOU O LAYOUT
      * ALTERADO = 15/10/2026 - ANO ZERADO NO CONSOLE VALE O ANO
      *            CORRENTE (O CARTAO FIXO DO FECHAMENTO DO MES NAO
      *            PRECISA SER TROCADO A CADA VIRADA DE ANO); O
      *            RELATORIO SEM CENTRO DESCONHECIDO GRAVA O SEU
      *            REGISTRO NO BATCTRL (LINHAS DO ANO E REALIZADO),
      *            QUE O FECHAMENTO DO MES (PROGCOB126) CONFERE
      *            ANTES DE TRAVAR O PERIODO
      * ALTERADO = 15/10/2026 - O ORCADO X REALIZADO TAMBEM SAI PARA
      *            PLANILHA NO CCBUDCSV (SUBROTINA PROGCOB152, COPYBOOK
      *            CSVLINP): UMA LINHA POR CENTRO/MES COM O ANO, O
      *            CENTRO, A DESCRICAO, O ORCADO, O REALIZADO, A
      *            VARIACAO E O DESVIO ACUMULADO, E A LINHA DE CONTROLE
      *            COM A QUANTIDADE DE LINHAS E OS TOTAIS DE ORCADO,
      *            REALIZADO E VARIACAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BUDGET-RPT ASSIGN TO 'CCBUDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCBUDRPT.

           SELECT BUDGET-CSV ASSIGN TO 'CCBUDCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCBUDCSV.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY.
           02 PH-IRRF        PIC 9(06)V99.
           02 PH-LIQUIDO     PIC 9(06)V99.
           02 PH-FERIAS      PIC 9(06)V99.
           02 PH-SAL-FAMILIA PIC 9(06)V99.
           02 PH-DED-DEPEND  PIC 9(06)V99.
           02 PH-PLR         PIC 9(06)V99.
           02 PH-IRRF-PLR    PIC 9(06)V99.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.
       FD  BUDGET-RPT.
       01  BD-LINHA           PIC X(100).

       FD  BUDGET-CSV.
       01  BC-CSV-LINHA       PIC X(300).

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-PAYHIST   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-CCMAST    PIC X(02)  VALUE ZEROS.
       77  WRK-FS-CCBUDGET  PIC X(02)  VALUE ZEROS.
       77  WRK-FS-CCBUDRPT  PIC X(02)  VALUE ZEROS.
       77  WRK-FS-BATCTRL   PIC X(02)  VALUE ZEROS.
       77  WRK-DATASYS      PIC 9(08)  VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06)  VALUE ZEROS.
       77  WRK-TOTAL-REALIZADO PIC 9(12)V99 VALUE ZEROS.
       77  WRK-EOF-PAYHIST  PIC X(01)  VALUE 'N'.
           88 FIM-PAYHIST   VALUE 'S'.
       77  WRK-EOF-EMPMAST  PIC X(01)  VALUE 'N'.
       77  WRK-VARIACAO     PIC S9(10)V99 VALUE ZEROS.
       77  WRK-DESVIO-ANO   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QT-PULADOS   PIC 9(05)  VALUE ZEROS.
      *    EXPORTACAO PARA PLANILHA: LINHAS E TOTAIS PARA A LINHA
      *    DE CONTROLE
       77  WRK-FS-CCBUDCSV  PIC X(02)  VALUE ZEROS.
       77  WRK-QT-CSV       PIC 9(06)  VALUE ZEROS.
       77  WRK-CSV-ORCADO   PIC 9(12)V99  VALUE ZEROS.
       77  WRK-CSV-REALIZADO PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CSV-VARIACAO PIC S9(12)V99 VALUE ZEROS.
      *    CENTRO DE CUSTO DE CADA MATRICULA, CARREGADO DO EMPMAST
       01  WRK-TB-FUNCIONARIOS.
           02 WRK-TB-FUN-QTD  PIC 9(03) VALUE ZEROS.
           02 FILLER          PIC X(09) VALUE ' ACUM.:  '.
           02 BD-D-DESVIO     PIC -ZZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
       0100-INICIALIZAR.
           DISPLAY 'ANO DO RELATORIO.. '
           ACCEPT WRK-ANO-RPT FROM CONSOLE.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           IF WRK-ANO-RPT = ZEROS
               MOVE WRK-DATASYS(1:4) TO WRK-ANO-RPT
           END-IF.

           PERFORM 0120-CARREGAR-FUNCIONARIOS.
           PERFORM 0140-CARREGAR-CENTROS.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           OPEN OUTPUT BUDGET-CSV.
           MOVE SPACES TO BC-CSV-LINHA.
           STRING 'ANO;CENTRO;DESCRICAO;MES;ORCADO;REALIZADO;'
                  'VARIACAO;DESVIO ACUMULADO'
               DELIMITED BY SIZE INTO BC-CSV-LINHA.
           WRITE BC-CSV-LINHA.

       0110-LER-HISTORICO.
           READ PAYROLL-HISTORY
               AT END
       0200-PROCESSAR.
           IF PH-ANO = WRK-ANO-RPT
              AND PH-MES > 0 AND PH-MES < 13
               ADD 1 TO WRK-QT-LIDOS
               MOVE ZEROS TO WRK-CENTRO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-FUN-QTD
                       * (100 + WRK-FGTS-ALIQ) / 100
                   ADD WRK-CUSTO
                     TO WRK-TB-CC-REALIZADO(WRK-IDX-CC, PH-MES)
                   ADD WRK-CUSTO TO WRK-TOTAL-REALIZADO
               ELSE
                   ADD 1 TO WRK-QT-PULADOS
               END-IF
                       PERFORM 0500-QUEBRA-PAGINA
                       WRITE BD-LINHA FROM BD-DETALHE
                       DISPLAY BD-DETALHE
                       PERFORM 0700-EXPORTAR-MES
                   END-IF
               END-PERFORM
           END-PERFORM.
               DISPLAY '*** CENTRO DE CUSTO DESCONHECIDO EM'
                       ' PARTE DO MOVIMENTO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0910-GRAVAR-BATCTRL
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE BD-LINHA FROM RW-TRAILER.
           CLOSE BUDGET-RPT.
           PERFORM 0710-EXPORTAR-CONTROLE.
           CLOSE BUDGET-CSV.

       0910-GRAVAR-BATCTRL.
           OPEN EXTEND BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
               OPEN OUTPUT BATCH-CONTROL
           END-IF.
           MOVE 'PROGCOB59 ' TO BC-PROGRAMA.
           MOVE WRK-DATASYS  TO BC-DATA.
           MOVE WRK-QT-LIDOS TO BC-REG-IN.
           COMPUTE BC-REG-OUT = WRK-QT-LIDOS - WRK-QT-PULADOS.
           MOVE WRK-TOTAL-REALIZADO TO BC-VALOR-TOTAL.
           WRITE BC-REGISTRO.
           CLOSE BATCH-CONTROL.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
               WRITE BD-LINHA FROM RW-CABECALHO2
               WRITE BD-LINHA FROM RW-COLUNAS
           END-IF.

      *    A MESMA LINHA DO RELATORIO PARA A PLANILHA, COM O ANO E
      *    O CENTRO REPETIDOS EM CADA LINHA (SEM A LINHA DE QUEBRA)
       0700-EXPORTAR-MES.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-ANO-RPT TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE WRK-TB-CC-DESCR(WRK-IDX-CC) TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE WRK-IDX-MES TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-TB-CC-ORCADO(WRK-IDX-CC, WRK-IDX-MES)
             TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-CC-REALIZADO(WRK-IDX-CC, WRK-IDX-MES)
             TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-VARIACAO   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-DESVIO-ANO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE BC-CSV-LINHA FROM CSV-LINHA.

           ADD 1 TO WRK-QT-CSV.
           ADD WRK-TB-CC-ORCADO(WRK-IDX-CC, WRK-IDX-MES)
             TO WRK-CSV-ORCADO.
           ADD WRK-TB-CC-REALIZADO(WRK-IDX-CC, WRK-IDX-MES)
             TO WRK-CSV-REALIZADO.
           ADD WRK-VARIACAO TO WRK-CSV-VARIACAO.

      *    LINHA DE CONTROLE: QUANTIDADE DE LINHAS E TOTAIS DE
      *    ORCADO, REALIZADO E VARIACAO (O DESVIO ACUMULADO NAO SOMA)
       0710-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-QT-CSV TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-ORCADO    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-REALIZADO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-VARIACAO  TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE BC-CSV-LINHA FROM CSV-LINHA.
