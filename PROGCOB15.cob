      *            EXCECOES (SYSEXCEP) EM VEZ DE ENTRAR NOS
      *            ACUMULADOS; A RETOMADA POR CHECKPOINT APLICA A
      *            MESMA TRAVA AO RECONSTRUIR AS VENDAS PULADAS
      * ALTERADO = 15/10/2026 - ACELERADOR DE COMISSAO POR
      *            ATINGIMENTO DE COTA: A COTA DO MES DE CADA
      *            VENDEDOR VEM DO SLSQUOTA (COPYBOOK SLSQUOTA) E O
      *            COMMTAB GANHOU O TIPO DA FAIXA (CO-TIPO, NO FIM DO
      *            REGISTRO; BRANCO = FAIXA DE VOLUME COMO SEMPRE).
      *            NA FAIXA 'A' O MINIMO/MAXIMO SAO PERCENTUAIS DE
      *            ATINGIMENTO E O PERCENTUAL E SOMADO A TAXA DA
      *            FAIXA DE VOLUME. O ATINGIMENTO E O VOLUME LIQUIDO
      *            DO MES (ANTES DO SALDO DE ESTORNO DE RODADAS
      *            ANTERIORES) SOBRE A COTA, E SAI NO COMMRPT COM '*'
      *            QUANDO ACELERADO. SEM SLSQUOTA OU SEM FAIXA 'A' A
      *            COMISSAO SAI COMO ANTES
      * ALTERADO = 15/10/2026 - O FEED DE VENDAS GANHOU OS ITENS
      *            DA VENDA (REGISTRO 'L', COPYBOOK SALELINE) E O
      *            NUMERO E A QUANTIDADE DE ITENS NO FIM DO
      *            CABECALHO; ESTE PROGRAMA SO ACOMPANHOU O LAYOUT
      *            E PULA OS ITENS NA LEITURA
      * ALTERADO = 15/10/2026 - A COMISSAO DO MES TAMBEM SAI PARA
      *            PLANILHA NO COMMCSV (SUBROTINA PROGCOB152, COPYBOOK
      *            CSVLINP): UMA LINHA POR VENDEDOR COM MATRICULA, NOME,
      *            VOLUME, COMISSAO, ATINGIMENTO E A MARCA DE ACELERADO,
      *            E A LINHA DE CONTROLE COM A QUANTIDADE DE VENDEDORES
      *            E OS TOTAIS DE VOLUME E COMISSAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMRPT.

           SELECT COMMISSION-CSV ASSIGN TO 'COMMCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMCSV.

           SELECT COMMISSION-PAY ASSIGN TO 'COMMPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMPAY.
           SELECT COMMISSION-CARRY ASSIGN TO 'COMMCARY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMCARY.

           SELECT SALES-QUOTA ASSIGN TO 'SLSQUOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SLSQUOTA.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).

       FD  CHECKPOINT-FILE.
       01  CP-REGISTRO.
           02 CO-VOLUME-MIN  PIC 9(08)V99.
           02 CO-VOLUME-MAX  PIC 9(08)V99.
           02 CO-PERCENTUAL  PIC 9(02)V99.
           02 CO-TIPO        PIC X(01).
              88 CO-ACELERADOR VALUE 'A'.

       FD  COMMISSION-RPT.
       01  CR-LINHA          PIC X(80).

       FD  COMMISSION-CSV.
       01  CV-LINHA          PIC X(300).

       FD  COMMISSION-PAY.
       01  CP-PAY-REGISTRO.
           02 CPY-MATRICULA  PIC 9(06).
           02 CY-MATRICULA   PIC 9(06).
           02 CY-VALOR       PIC 9(08)V99.

       FD  SALES-QUOTA.
           COPY 'SLSQUOTA.COB'.

       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-COMISSAO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FS-BATCTRL     PIC X(02) VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO PIC 9(12)V99 VALUE ZEROS.
      *    EXPORTACAO PARA PLANILHA: TOTAL DE VOLUME DA LINHA DE
      *    CONTROLE (A COMISSAO JA SOMA NO WRK-TOTAL-COMISSAO)
       77 WRK-FS-COMMCSV    PIC X(02) VALUE ZEROS.
       77 WRK-CSV-VOLUME    PIC 9(12)V99 VALUE ZEROS.
       77 WRK-DATAHOJE       PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-VENDEDOR  PIC X(20) VALUE SPACES.
       77 WRK-COMISSAO-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
          88 FIM-COMMCARY   VALUE 'S'.
       77 WRK-IDX-CRY       PIC 9(03) VALUE ZEROS.
       77 WRK-EXCESSO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FS-SLSQUOTA   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SLSQUOTA  PIC X(01) VALUE 'N'.
          88 FIM-SLSQUOTA   VALUE 'S'.
       77 WRK-ATINGIMENTO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-FAIXA     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-ACELERA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-TOTAL     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QT-ACELERADOS PIC 9(03) VALUE ZEROS.
      *    SALDO DE ESTORNO A ABATER POR VENDEDOR: O QUE VEIO DO
      *    COMMCARY MAIS O EXCEDENTE DE DEVOLUCAO DESTA RODADA
       01  WRK-TB-CLAWBACK.
               03 WRK-TB-COM-MIN PIC 9(08)V99.
               03 WRK-TB-COM-MAX PIC 9(08)V99.
               03 WRK-TB-COM-PCT PIC 9(02)V99.
      *    FAIXAS DE ACELERADOR (CO-TIPO 'A'): ATINGIMENTO MINIMO E
      *    MAXIMO EM PERCENTUAL E PONTOS SOMADOS A TAXA DE VOLUME
       01  WRK-TB-ACELERADORES.
           02 WRK-TB-ACE-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ACE-ITEM OCCURS 10 TIMES.
               03 WRK-TB-ACE-MIN PIC 9(08)V99.
               03 WRK-TB-ACE-MAX PIC 9(08)V99.
               03 WRK-TB-ACE-PCT PIC 9(02)V99.
      *    COTA DO MES POR VENDEDOR (SLSQUOTA)
       01  WRK-TB-COTAS.
           02 WRK-TB-COT-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-COT-ITEM OCCURS 200 TIMES.
               03 WRK-TB-COT-MATR PIC 9(06).
               03 WRK-TB-COT-COTA PIC 9(08)V99.
           COPY 'PERLOCKP.COB'.
       01  CR-DETALHE.
           02 CR-D-VENDEDOR   PIC X(20).
           02 FILLER          PIC X(11) VALUE ' COMISSAO R'.
           02 FILLER          PIC X(02) VALUE '$ '.
           02 CR-D-COMISSAO   PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' ATING '.
           02 CR-D-ATINGIMENTO PIC ZZ9,9 BLANK WHEN ZERO.
           02 CR-D-ACELERADO  PIC X(01).
           COPY 'RUNLOGP.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0140-CARREGAR-FUNCIONARIOS.
           PERFORM 0160-CARREGAR-TABELA-COMISSAO.
           PERFORM 0180-CARREGAR-CLAWBACK.
           PERFORM 0185-CARREGAR-COTAS.
           OPEN INPUT SALES-TRANSACTION-FILE.
           PERFORM 0120-RECUPERAR-CHECKPOINT.

               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

      *    OS ITENS DA VENDA (TIPO 'L') NAO INTERESSAM AQUI: SO O
      *    CABECALHO, COM O TOTAL, SEGUE PARA O PROCESSAMENTO
       0110-LER-VENDA.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF-SALESTRAN
               END-READ
           END-PERFORM.

      *    O CHECKPOINT GUARDA SO OS TOTAIS GERAIS: O VOLUME POR
      *    VENDEDOR DAS VENDAS JA PULADAS E RECONSTRUIDO AQUI NA
           IF WRK-FS-COMMTAB = '00'
               PERFORM 0170-LER-FAIXA-COMISSAO
               PERFORM UNTIL FIM-COMMTAB
                   IF CO-ACELERADOR
                       IF WRK-TB-ACE-QTD < 10
                           ADD 1 TO WRK-TB-ACE-QTD
                           MOVE CO-VOLUME-MIN
                             TO WRK-TB-ACE-MIN(WRK-TB-ACE-QTD)
                           MOVE CO-VOLUME-MAX
                             TO WRK-TB-ACE-MAX(WRK-TB-ACE-QTD)
                           MOVE CO-PERCENTUAL
                             TO WRK-TB-ACE-PCT(WRK-TB-ACE-QTD)
                       END-IF
                   ELSE
                       IF WRK-TB-COM-QTD < 10
                           ADD 1 TO WRK-TB-COM-QTD
                           MOVE CO-VOLUME-MIN
                             TO WRK-TB-COM-MIN(WRK-TB-COM-QTD)
                           MOVE CO-VOLUME-MAX
                             TO WRK-TB-COM-MAX(WRK-TB-COM-QTD)
                           MOVE CO-PERCENTUAL
                             TO WRK-TB-COM-PCT(WRK-TB-COM-QTD)
                       END-IF
                   END-IF
                   PERFORM 0170-LER-FAIXA-COMISSAO
               END-PERFORM
               CLOSE COMMISSION-TABLE
                   MOVE 'S' TO WRK-EOF-COMMCARY
           END-READ.

      *    A COTA E OPCIONAL: SEM O SLSQUOTA (OU SEM COTA DO MES
      *    PARA O VENDEDOR) NAO HA ATINGIMENTO NEM ACELERADOR
       0185-CARREGAR-COTAS.
           OPEN INPUT SALES-QUOTA.
           IF WRK-FS-SLSQUOTA = '00'
               PERFORM 0187-LER-COTA
               PERFORM UNTIL FIM-SLSQUOTA
                              OR WRK-TB-COT-QTD = 200
                   IF SQ-ANO = WRK-DATAHOJE(1:4)
                      AND SQ-MES = WRK-DATAHOJE(5:2)
                      AND SQ-COTA > ZEROS
                       ADD 1 TO WRK-TB-COT-QTD
                       MOVE SQ-VENDEDOR
                         TO WRK-TB-COT-MATR(WRK-TB-COT-QTD)
                       MOVE SQ-COTA
                         TO WRK-TB-COT-COTA(WRK-TB-COT-QTD)
                   END-IF
                   PERFORM 0187-LER-COTA
               END-PERFORM
               CLOSE SALES-QUOTA
           END-IF.

       0187-LER-COTA.
           READ SALES-QUOTA
               AT END
                   MOVE 'S' TO WRK-EOF-SLSQUOTA
           END-READ.

      *    GUARDA (OU SOMA) O EXCEDENTE DE ESTORNO DO VENDEDOR PARA
      *    A PROXIMA RODADA ABATER
       0195-GUARDAR-EXCESSO.
           DISPLAY 'ACUMULADO ' WRK-ACUM.
           DISPLAY 'QT VENDAS ' WRK-QT.
           DISPLAY 'VENDAS REJEITADAS ' WRK-QT-REJEITADAS.
           DISPLAY 'COMISSOES ACELERADAS ' WRK-QT-ACELERADOS.
           DISPLAY 'TICKET MEDIO ' WRK-MEDIA.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

       0310-FECHAR-COMISSOES.
           OPEN OUTPUT COMMISSION-RPT.
           OPEN OUTPUT COMMISSION-PAY.
           OPEN OUTPUT COMMISSION-CSV.
           MOVE SPACES TO CV-LINHA.
           STRING 'MATRICULA;VENDEDOR;VOLUME;COMISSAO;'
                  'ATINGIMENTO;ACELERADO'
               DELIMITED BY SIZE INTO CV-LINHA.
           WRITE CV-LINHA.

           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                           UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
               PERFORM 0330-APURAR-ATINGIMENTO
               PERFORM 0320-ABATER-CLAWBACK
               MOVE ZEROS TO WRK-COMISSAO WRK-PCT-FAIXA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-COM-QTD
                   IF WRK-TB-VEN-VOLUME(WRK-IDX-VEND) >=
                                      WRK-TB-COM-MIN(WRK-IDX)
                      AND WRK-TB-VEN-VOLUME(WRK-IDX-VEND) <=
                                      WRK-TB-COM-MAX(WRK-IDX)
                       MOVE WRK-TB-COM-PCT(WRK-IDX) TO WRK-PCT-FAIXA
                   END-IF
               END-PERFORM
               MOVE SPACE TO CR-D-ACELERADO
               IF WRK-PCT-FAIXA > ZEROS
                   COMPUTE WRK-PCT-TOTAL = WRK-PCT-FAIXA
                       + WRK-PCT-ACELERA
                   COMPUTE WRK-COMISSAO ROUNDED =
                       WRK-TB-VEN-VOLUME(WRK-IDX-VEND)
                         * WRK-PCT-TOTAL / 100
                   IF WRK-PCT-ACELERA > ZEROS
                       MOVE '*' TO CR-D-ACELERADO
                       ADD 1 TO WRK-QT-ACELERADOS
                   END-IF
               END-IF
               MOVE WRK-ATINGIMENTO TO CR-D-ATINGIMENTO

               MOVE WRK-TB-VEN-MATR(WRK-IDX-VEND)
                 TO CPY-MATRICULA
               ADD WRK-COMISSAO TO WRK-TOTAL-COMISSAO
               WRITE CR-LINHA FROM CR-DETALHE
               WRITE CP-PAY-REGISTRO
               PERFORM 0340-EXPORTAR-VENDEDOR
           END-PERFORM.

           CLOSE COMMISSION-RPT.
           CLOSE COMMISSION-PAY.
           PERFORM 0345-EXPORTAR-CONTROLE.
           CLOSE COMMISSION-CSV.

      *    O SALDO REMANESCENTE DE ESTORNO VOLTA PARA O COMMCARY
           OPEN OUTPUT COMMISSION-CARRY.
                   END-IF
               END-IF
           END-PERFORM.

      *    ATINGIMENTO = VOLUME LIQUIDO DO MES SOBRE A COTA, ANTES
      *    DO ABATIMENTO DO SALDO DE ESTORNO DE RODADAS ANTERIORES
      *    (O MESMO NUMERO DO PLACAR PROGCOB94); A FAIXA 'A' ONDE
      *    ELE CAIR DA OS PONTOS A SOMAR NA TAXA
       0330-APURAR-ATINGIMENTO.
           MOVE ZEROS TO WRK-ATINGIMENTO WRK-PCT-ACELERA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-COT-QTD
               IF WRK-TB-COT-MATR(WRK-IDX) =
                          WRK-TB-VEN-MATR(WRK-IDX-VEND)
                   IF WRK-TB-VEN-VOLUME(WRK-IDX-VEND) * 100 >
                          WRK-TB-COT-COTA(WRK-IDX) * 999
                       MOVE 999,9 TO WRK-ATINGIMENTO
                   ELSE
                       COMPUTE WRK-ATINGIMENTO ROUNDED =
                           WRK-TB-VEN-VOLUME(WRK-IDX-VEND) * 100
                             / WRK-TB-COT-COTA(WRK-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ATINGIMENTO > ZEROS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-ACE-QTD
                   IF WRK-ATINGIMENTO >= WRK-TB-ACE-MIN(WRK-IDX)
                      AND WRK-ATINGIMENTO <= WRK-TB-ACE-MAX(WRK-IDX)
                       MOVE WRK-TB-ACE-PCT(WRK-IDX)
                         TO WRK-PCT-ACELERA
                   END-IF
               END-PERFORM
           END-IF.

      *    A MESMA LINHA DO VENDEDOR PARA A PLANILHA, COM A
      *    MATRICULA DO REPASSE (COMMPAY) NA FRENTE
       0340-EXPORTAR-VENDEDOR.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE CPY-MATRICULA TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE CPY-VENDEDOR  TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 2   TO CSV-CASAS.
           MOVE CPY-VOLUME    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE CPY-COMISSAO  TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 1   TO CSV-CASAS.
           MOVE WRK-ATINGIMENTO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE CR-D-ACELERADO TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE CV-LINHA FROM CSV-LINHA.

           ADD CPY-VOLUME TO WRK-CSV-VOLUME.

      *    LINHA DE CONTROLE: QUANTIDADE DE VENDEDORES E TOTAIS DE
      *    VOLUME E COMISSAO (O MESMO TOTAL DO REGISTRO DO BATCTRL)
       0345-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-TB-VEN-QTD TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-VOLUME     TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TOTAL-COMISSAO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE CV-LINHA FROM CSV-LINHA.
