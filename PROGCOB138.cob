       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB138.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: RENTABILIDADE TRIMESTRAL POR CLIENTE (CM-CPF).
      *     CADA PEDACO JA EXISTIA SOLTO; ESTA APURACAO JUNTA NO
      *     PROFRPT, CLIENTE A CLIENTE: A RECEITA DAS VENDAS E AS
      *     DEVOLUCOES DO SALESTRAN, O FRETE ABSORVIDO (FATURADO
      *     PELA TRANSPORTADORA NO CARRINV MENOS O COTADO AO
      *     CLIENTE, CASANDO A FATURA COM O EMBARQUE PELA MESMA
      *     CHAVE UF/VALOR/PESO DA MARGEM DO PROGCOB22 - O EMBARQUE
      *     DO SHIPFILE E A COTACAO DO FRETELOG COM DATA E CPF), A
      *     RECEITA FINANCEIRA (MULTA E JUROS DO ARRECPT, COM O CPF
      *     DO TITULO NO ARFILE), O DESCONTO DAS RENEGOCIACOES (O
      *     PERDAO DA LINHA 'RENEGOCIACAO FECHADA' DO PROGCOB62 NA
      *     TRILHA - MORTO AUDARCH E AUDITTRL) E AS PERDAS BAIXADAS
      *     NO ARWOFF, COM A CONTRIBUICAO RESULTANTE. NO FIM, O
      *     RANKING DOS 20 CLIENTES MENOS RENTAVEIS PARA A REVISAO
      *     COMERCIAL, COM O PRINCIPAL CUSTO DE CADA UM. O
      *     TRIMESTRE E INFORMADO (AAAAT); ZERO APURA O ULTIMO
      *     TRIMESTRE FECHADO. SEM O SALESTRAN NAO HA APURACAO (RC
      *     16); FONTE SECUNDARIA AUSENTE ZERA A PARCELA E DA RC 4
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESTRAN.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.

           SELECT CARRIER-INVOICE ASSIGN TO 'CARRINV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRINV.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT RECEIPTS-FILE ASSIGN TO 'ARRECPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARRECPT.

           SELECT AUDIT-ARCHIVE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDARCH.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT WRITEOFF-REGISTER ASSIGN TO 'ARWOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARWOFF.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT PROFIT-RPT ASSIGN TO 'PROFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       01  ST-REGISTRO.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-CPF        PIC 9(11).
           02 ST-PRAZO      PIC 9(03).
           02 ST-MOTIVO     PIC 9(02).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).

       FD  SHIPMENT-FILE.
       01  SP-REGISTRO.
           02 SP-NUMERO      PIC 9(06).
           02 SP-CPF         PIC 9(11).
           02 SP-UF          PIC X(02).
           02 SP-FRETE       PIC 9(04)V99.
           02 SP-STATUS      PIC X(09).
           02 SP-DATA-COTACAO PIC 9(08).
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  CARRIER-INVOICE.
       01  CI-REGISTRO.
           02 CI-UF           PIC X(02).
           02 CI-VALOR        PIC 9(06)V99.
           02 CI-PESO         PIC 9(03)V99.
           02 CI-FRETE        PIC 9(04)V99.

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  RECEIPTS-FILE.
       01  RP-REGISTRO.
           02 RP-NUMERO       PIC 9(06).
           02 RP-DATA         PIC 9(08).
           02 RP-PRINCIPAL    PIC 9(06)V99.
           02 RP-MULTA        PIC 9(06)V99.
           02 RP-JUROS        PIC 9(06)V99.

       FD  AUDIT-ARCHIVE.
       01  AA-LINHA.
           02 AA-TIPO          PIC X(08).
           02 FILLER           PIC X(122).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  WRITEOFF-REGISTER.
       01  WO-REGISTRO.
           02 WO-NUMERO       PIC 9(06).
           02 WO-CPF          PIC 9(11).
           02 WO-DATA         PIC 9(08).
           02 WO-SALDO        PIC 9(06)V99.
           02 WO-MOTIVO       PIC X(25).
           02 WO-APROVADOR    PIC X(08).

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  PROFIT-RPT.
       01  PF-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRINV    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARRECPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDARCH    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARWOFF     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROFRPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-EOF-SHIPFILE  PIC X(01) VALUE 'N'.
          88 FIM-SHIPFILE   VALUE 'S'.
       77 WRK-EOF-CARRINV   PIC X(01) VALUE 'N'.
          88 FIM-CARRINV    VALUE 'S'.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-ARRECPT   PIC X(01) VALUE 'N'.
          88 FIM-ARRECPT    VALUE 'S'.
       77 WRK-EOF-AUDARCH   PIC X(01) VALUE 'N'.
          88 FIM-AUDARCH    VALUE 'S'.
       77 WRK-EOF-AUDITTRL  PIC X(01) VALUE 'N'.
          88 FIM-AUDITTRL   VALUE 'S'.
       77 WRK-EOF-ARWOFF    PIC X(01) VALUE 'N'.
          88 FIM-ARWOFF     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-APURACAO VALUE 'S'.
       77 WRK-CUSTMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-SECAO         PIC X(01) VALUE 'D'.
          88 SECAO-RANKING  VALUE 'R'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-INI    PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-FIM    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ATUAL     PIC 9(02) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CLI       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TIT       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EMB       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MENOR     PIC 9(03) VALUE ZEROS.
       77 WRK-POSICAO       PIC 9(03) VALUE ZEROS.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-MAIOR-CUSTO   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-VENDAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FATURAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-EMBARQUE PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RENEGOCIACOES PIC 9(06) VALUE ZEROS.
       77 WRK-QT-BAIXAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEFICITARIOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FONTES-AUSENTES PIC 9(02) VALUE ZEROS.
      *    TAMANHO DO RANKING DA REVISAO COMERCIAL
       77 WRK-QT-RANKING    PIC 9(03) VALUE 020.
      *    TRIMESTRE INFORMADO (AAAAT); ZERO = ULTIMO FECHADO
       01  WRK-TRIMESTRE.
           02 WRK-TRI-ANO     PIC 9(04) VALUE ZEROS.
           02 WRK-TRI-NUMERO  PIC 9(01) VALUE ZEROS.
       01  WRK-TRIMESTRE-N REDEFINES WRK-TRIMESTRE PIC 9(05).
      *    O PERDAO VEM EDITADO (ZZ.ZZZ.ZZ9,99) NO TEXTO DA TRILHA:
      *    OS DIGITOS SAO EXTRAIDOS POR POSICAO FIXA
       01  WRK-PERDAO-DIGITOS.
           02 WRK-PERDAO-DIG    PIC X(10).
           02 WRK-PERDAO-DIG-N REDEFINES WRK-PERDAO-DIG
                                PIC 9(08)V99.
      *    TITULOS DO ARFILE: O CPF DE CADA NUMERO
       01  WRK-TB-TITULOS.
           02 WRK-TB-TIT-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-TIT-ITEM OCCURS 500 TIMES.
               03 WRK-TB-TIT-NUMERO PIC 9(06).
               03 WRK-TB-TIT-CPF    PIC 9(11).
      *    EMBARQUES COTADOS NO TRIMESTRE, A CASAR COM AS FATURAS
       01  WRK-TB-EMBARQUES.
           02 WRK-TB-EMB-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-EMB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-EMB-CPF    PIC 9(11).
               03 WRK-TB-EMB-UF     PIC X(02).
               03 WRK-TB-EMB-VALOR  PIC 9(06)V99.
               03 WRK-TB-EMB-PESO   PIC 9(03)V99.
               03 WRK-TB-EMB-FRETE  PIC 9(04)V99.
               03 WRK-TB-EMB-CASADA PIC X(01).
      *    RESULTADO DO TRIMESTRE POR CLIENTE
       01  WRK-TB-CLIENTES.
           02 WRK-TB-CLI-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-CLI-ITEM OCCURS 500 TIMES.
               03 WRK-TB-CLI-CPF        PIC 9(11).
               03 WRK-TB-CLI-RECEITA    PIC 9(08)V99.
               03 WRK-TB-CLI-DEVOLUCAO  PIC 9(08)V99.
               03 WRK-TB-CLI-FRETE      PIC S9(07)V99.
               03 WRK-TB-CLI-FINANCEIRA PIC 9(07)V99.
               03 WRK-TB-CLI-PERDAO     PIC 9(08)V99.
               03 WRK-TB-CLI-PERDA      PIC 9(08)V99.
               03 WRK-TB-CLI-CONTRIB    PIC S9(09)V99.
               03 WRK-TB-CLI-RANKEADO   PIC X(01).
      *    TOTAIS DO TRIMESTRE
       01  WRK-TOTAIS.
           02 WRK-TOT-RECEITA    PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-DEVOLUCAO  PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-FRETE      PIC S9(09)V99 VALUE ZEROS.
           02 WRK-TOT-FINANCEIRA PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-PERDAO     PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-PERDA      PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-CONTRIB    PIC S9(09)V99 VALUE ZEROS.
       01  PF-COLUNAS.
           02 FILLER          PIC X(14) VALUE 'CPF'.
           02 FILLER          PIC X(13) VALUE '      RECEITA'.
           02 FILLER          PIC X(11) VALUE ' DEVOLUCOES'.
           02 FILLER          PIC X(12) VALUE '  FRETE ABS.'.
           02 FILLER          PIC X(11) VALUE ' FINANCEIRA'.
           02 FILLER          PIC X(11) VALUE ' DESC.RENEG'.
           02 FILLER          PIC X(11) VALUE '      PERDA'.
           02 FILLER          PIC X(14) VALUE '  CONTRIBUICAO'.
       01  PF-DETALHE.
           02 PF-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-RECEITA    PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-DEVOLUCAO  PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-FRETE      PIC -ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-FINANCEIRA PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-PERDAO     PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-PERDA      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-D-CONTRIB    PIC -Z.ZZZ.ZZ9,99.
       01  PF-TITULO-RANKING.
           02 FILLER          PIC X(40)
              VALUE 'CLIENTES MENOS RENTAVEIS - REVISAO COMER'.
           02 FILLER          PIC X(05) VALUE 'CIAL'.
       01  PF-COLUNAS-RANKING.
           02 FILLER          PIC X(04) VALUE 'POS'.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(31) VALUE 'NOME'.
           02 FILLER          PIC X(14) VALUE '  CONTRIBUICAO'.
           02 FILLER          PIC X(16) VALUE ' PRINCIPAL CUSTO'.
       01  PF-RANKING.
           02 PF-R-POSICAO    PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-R-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-R-NOME       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-R-CONTRIB    PIC -Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PF-R-FATOR      PIC X(15).
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0200-APURAR-VENDAS UNTIL FIM-SALESTRAN
                                             OR ABANDONAR-APURACAO
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0300-APURAR-FRETES
           END-IF.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0400-APURAR-RECEBIMENTOS
           END-IF.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0500-APURAR-RENEGOCIACOES
           END-IF.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0550-APURAR-PERDAS
           END-IF.
           IF NOT ABANDONAR-APURACAO
               PERFORM 0600-EMITIR-RELATORIO
           ELSE
               DISPLAY '*** APURACAO DE RENTABILIDADE ABANDONADA ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB138' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB138' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'TRIMESTRE A APURAR (AAAAT).. '
           ACCEPT WRK-TRIMESTRE-N FROM CONSOLE.
           PERFORM 0110-DEFINIR-TRIMESTRE.

           IF NOT ABANDONAR-APURACAO
               PERFORM 0130-CARREGAR-TITULOS
           END-IF.

           IF NOT ABANDONAR-APURACAO
               OPEN INPUT SALES-TRANSACTION-FILE
               IF WRK-FS-SALESTRAN = '00'
                   PERFORM 0210-LER-VENDA
               ELSE
                   DISPLAY '*** SALESTRAN AUSENTE - FS '
                           WRK-FS-SALESTRAN ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    ZERO APURA O TRIMESTRE FECHADO ANTERIOR AO DA DATA DO
      *    SISTEMA; O TRIMESTRE VIRA A FAIXA DE COMPETENCIAS AAAAMM
       0110-DEFINIR-TRIMESTRE.
           IF WRK-TRIMESTRE-N = ZEROS
               MOVE WRK-DATASYS(1:4) TO WRK-TRI-ANO
               MOVE WRK-DATASYS(5:2) TO WRK-MES-ATUAL
               COMPUTE WRK-TRI-NUMERO = (WRK-MES-ATUAL + 2) / 3
               IF WRK-TRI-NUMERO = 1
                   SUBTRACT 1 FROM WRK-TRI-ANO
                   MOVE 4 TO WRK-TRI-NUMERO
               ELSE
                   SUBTRACT 1 FROM WRK-TRI-NUMERO
               END-IF
           END-IF.

           IF WRK-TRI-NUMERO < 1 OR WRK-TRI-NUMERO > 4
              OR WRK-TRI-ANO = ZEROS
               DISPLAY '*** TRIMESTRE INVALIDO: ' WRK-TRIMESTRE-N
                       ' (AAAAT, T DE 1 A 4) ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WRK-ANOMES-INI = WRK-TRI-ANO * 100
                                      + WRK-TRI-NUMERO * 3 - 2
               COMPUTE WRK-ANOMES-FIM = WRK-ANOMES-INI + 2
               DISPLAY 'TRIMESTRE APURADO........ ' WRK-TRI-ANO
                       ' T' WRK-TRI-NUMERO ' (' WRK-ANOMES-INI
                       ' A ' WRK-ANOMES-FIM ')'
           END-IF.

      *    O ARFILE SO DA O CPF DE CADA NUMERO DE TITULO PARA OS
      *    RECEBIMENTOS; SEM ELE A RECEITA FINANCEIRA FICA ZERADA
       0130-CARREGAR-TITULOS.
           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE NOT = '00'
               DISPLAY '*** ARFILE AUSENTE - FS ' WRK-FS-ARFILE
                       ' - RECEITA FINANCEIRA ZERADA ***'
               ADD 1 TO WRK-QT-FONTES-AUSENTES
           ELSE
               PERFORM 0135-LER-TITULO
               PERFORM UNTIL FIM-ARFILE OR ABANDONAR-APURACAO
                   IF WRK-TB-TIT-QTD = 500
                       DISPLAY '*** ARFILE EXCEDE A TABELA DE'
                               ' 500 TITULOS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-TIT-QTD
                       MOVE RB-NUMERO
                         TO WRK-TB-TIT-NUMERO(WRK-TB-TIT-QTD)
                       MOVE RB-CPF
                         TO WRK-TB-TIT-CPF(WRK-TB-TIT-QTD)
                       PERFORM 0135-LER-TITULO
                   END-IF
               END-PERFORM
               CLOSE RECEIVABLES-FILE
           END-IF.

       0135-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

      *    VENDA SOMA NA RECEITA, DEVOLUCAO NA COLUNA PROPRIA - AS
      *    DUAS PELO CPF DA VENDA, DENTRO DO TRIMESTRE
       0200-APURAR-VENDAS.
           IF ST-DATA(1:6) NOT < WRK-ANOMES-INI
              AND ST-DATA(1:6) NOT > WRK-ANOMES-FIM
               ADD 1 TO WRK-QT-VENDAS
               MOVE ST-CPF TO WRK-CPF
               PERFORM 0220-LOCALIZAR-CLIENTE
               IF WRK-IDX-CLI > ZEROS
                   IF ST-EH-DEVOLUCAO
                       ADD ST-VENDA
                         TO WRK-TB-CLI-DEVOLUCAO(WRK-IDX-CLI)
                   ELSE
                       ADD ST-VENDA
                         TO WRK-TB-CLI-RECEITA(WRK-IDX-CLI)
                   END-IF
               END-IF
           END-IF.

           PERFORM 0210-LER-VENDA.

      *    OS ITENS DA VENDA (TIPO 'L') NAO INTERESSAM AQUI: SO O
      *    CABECALHO, COM O TOTAL, SEGUE PARA A APURACAO
       0210-LER-VENDA.
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

      *    ACHA (OU ABRE) O ITEM DO WRK-CPF; TABELA CHEIA ABANDONA
       0220-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
                              OR WRK-IDX-CLI > ZEROS
               IF WRK-TB-CLI-CPF(WRK-IDX) = WRK-CPF
                   MOVE WRK-IDX TO WRK-IDX-CLI
               END-IF
           END-PERFORM.
           IF WRK-IDX-CLI = ZEROS
               IF WRK-TB-CLI-QTD = 500
                   DISPLAY '*** CLIENTES EXCEDEM A TABELA DE'
                           ' 500 CPFS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-CLI-QTD
                   MOVE WRK-TB-CLI-QTD TO WRK-IDX-CLI
                   INITIALIZE WRK-TB-CLI-ITEM(WRK-IDX-CLI)
                   MOVE WRK-CPF TO WRK-TB-CLI-CPF(WRK-IDX-CLI)
                   MOVE 'N' TO WRK-TB-CLI-RANKEADO(WRK-IDX-CLI)
               END-IF
           END-IF.

      *    FRETE ABSORVIDO = FATURADO PELA TRANSPORTADORA MENOS O
      *    COTADO AO CLIENTE (NEGATIVO QUANDO A COTACAO COBRIU MAIS
      *    QUE A FATURA). A FATURA NAO TEM CPF NEM DATA: CASA COM O
      *    PRIMEIRO EMBARQUE LIVRE DO TRIMESTRE COM A MESMA UF,
      *    VALOR E PESO - A CHAVE DA MARGEM DO PROGCOB22
       0300-APURAR-FRETES.
           OPEN INPUT SHIPMENT-FILE.
           IF WRK-FS-SHIPFILE NOT = '00'
               DISPLAY '*** SHIPFILE AUSENTE - FS ' WRK-FS-SHIPFILE
                       ' - FRETE ABSORVIDO ZERADO ***'
               ADD 1 TO WRK-QT-FONTES-AUSENTES
           ELSE
               PERFORM 0310-LER-EMBARQUE
               PERFORM UNTIL FIM-SHIPFILE OR ABANDONAR-APURACAO
                   IF SP-DATA-COTACAO(1:6) NOT < WRK-ANOMES-INI
                      AND SP-DATA-COTACAO(1:6) NOT > WRK-ANOMES-FIM
                       IF WRK-TB-EMB-QTD = 500
                           DISPLAY '*** EMBARQUES DO TRIMESTRE'
                                   ' EXCEDEM A TABELA DE 500 ***'
                           MOVE 'S' TO WRK-ABANDONAR
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-TB-EMB-QTD
                           MOVE SP-CPF
                             TO WRK-TB-EMB-CPF(WRK-TB-EMB-QTD)
                           MOVE SP-UF
                             TO WRK-TB-EMB-UF(WRK-TB-EMB-QTD)
                           MOVE SP-VALOR
                             TO WRK-TB-EMB-VALOR(WRK-TB-EMB-QTD)
                           MOVE SP-PESO
                             TO WRK-TB-EMB-PESO(WRK-TB-EMB-QTD)
                           MOVE SP-FRETE
                             TO WRK-TB-EMB-FRETE(WRK-TB-EMB-QTD)
                           MOVE 'N'
                             TO WRK-TB-EMB-CASADA(WRK-TB-EMB-QTD)
                       END-IF
                   END-IF
                   PERFORM 0310-LER-EMBARQUE
               END-PERFORM
               CLOSE SHIPMENT-FILE
           END-IF.

           IF NOT ABANDONAR-APURACAO
               OPEN INPUT CARRIER-INVOICE
               IF WRK-FS-CARRINV NOT = '00'
                   DISPLAY '*** CARRINV AUSENTE - FS ' WRK-FS-CARRINV
                           ' - FRETE ABSORVIDO ZERADO ***'
                   ADD 1 TO WRK-QT-FONTES-AUSENTES
               ELSE
                   PERFORM 0320-LER-FATURA
                   PERFORM UNTIL FIM-CARRINV OR ABANDONAR-APURACAO
                       ADD 1 TO WRK-QT-FATURAS
                       PERFORM 0330-CASAR-FATURA
                       PERFORM 0320-LER-FATURA
                   END-PERFORM
                   CLOSE CARRIER-INVOICE
               END-IF
           END-IF.

       0310-LER-EMBARQUE.
           READ SHIPMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SHIPFILE
           END-READ.

       0320-LER-FATURA.
           READ CARRIER-INVOICE
               AT END
                   MOVE 'S' TO WRK-EOF-CARRINV
           END-READ.

       0330-CASAR-FATURA.
           MOVE ZEROS TO WRK-IDX-EMB.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-EMB-QTD
                              OR WRK-IDX-EMB > ZEROS
               IF WRK-TB-EMB-CASADA(WRK-IDX) NOT = 'S'
                  AND CI-UF    = WRK-TB-EMB-UF(WRK-IDX)
                  AND CI-VALOR = WRK-TB-EMB-VALOR(WRK-IDX)
                  AND CI-PESO  = WRK-TB-EMB-PESO(WRK-IDX)
                   MOVE WRK-IDX TO WRK-IDX-EMB
               END-IF
           END-PERFORM.

           IF WRK-IDX-EMB = ZEROS
               ADD 1 TO WRK-QT-SEM-EMBARQUE
           ELSE
               MOVE 'S' TO WRK-TB-EMB-CASADA(WRK-IDX-EMB)
               MOVE WRK-TB-EMB-CPF(WRK-IDX-EMB) TO WRK-CPF
               PERFORM 0220-LOCALIZAR-CLIENTE
               IF WRK-IDX-CLI > ZEROS
                   COMPUTE WRK-DIFERENCA =
                       CI-FRETE - WRK-TB-EMB-FRETE(WRK-IDX-EMB)
                   ADD WRK-DIFERENCA TO WRK-TB-CLI-FRETE(WRK-IDX-CLI)
               END-IF
           END-IF.

      *    RECEITA FINANCEIRA = MULTA + JUROS DAS BAIXAS DO
      *    TRIMESTRE; O PRINCIPAL JA ESTA NA RECEITA DA VENDA
       0400-APURAR-RECEBIMENTOS.
           OPEN INPUT RECEIPTS-FILE.
           IF WRK-FS-ARRECPT NOT = '00'
               DISPLAY '*** ARRECPT AUSENTE - FS ' WRK-FS-ARRECPT
                       ' - RECEITA FINANCEIRA ZERADA ***'
               ADD 1 TO WRK-QT-FONTES-AUSENTES
           ELSE
               PERFORM 0410-LER-RECEBIMENTO
               PERFORM UNTIL FIM-ARRECPT OR ABANDONAR-APURACAO
                   IF RP-DATA(1:6) NOT < WRK-ANOMES-INI
                      AND RP-DATA(1:6) NOT > WRK-ANOMES-FIM
                      AND (RP-MULTA > ZEROS OR RP-JUROS > ZEROS)
                       ADD 1 TO WRK-QT-RECEBIMENTOS
                       PERFORM 0420-LOCALIZAR-TITULO
                       IF WRK-IDX-TIT = ZEROS
                           ADD 1 TO WRK-QT-SEM-TITULO
                       ELSE
                           MOVE WRK-TB-TIT-CPF(WRK-IDX-TIT) TO WRK-CPF
                           PERFORM 0220-LOCALIZAR-CLIENTE
                           IF WRK-IDX-CLI > ZEROS
                               ADD RP-MULTA RP-JUROS
                                 TO WRK-TB-CLI-FINANCEIRA(WRK-IDX-CLI)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0410-LER-RECEBIMENTO
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF.

       0410-LER-RECEBIMENTO.
           READ RECEIPTS-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARRECPT
           END-READ.

       0420-LOCALIZAR-TITULO.
           MOVE ZEROS TO WRK-IDX-TIT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-TIT-QTD
                              OR WRK-IDX-TIT > ZEROS
               IF WRK-TB-TIT-NUMERO(WRK-IDX) = RP-NUMERO
                   MOVE WRK-IDX TO WRK-IDX-TIT
               END-IF
           END-PERFORM.

      *    O DESCONTO DA RENEGOCIACAO SO EXISTE NA TRILHA: A LINHA
      *    'RENEGOCIACAO FECHADA' DO PROGCOB62 TRAZ 'CPF ' + CPF NA
      *    ENTRADA E 'PERDAO R$ ' + VALOR EDITADO NO RESULTADO. O
      *    MES JA SELADO ESTA NO MORTO (SEM OS TRAILERS)
       0500-APURAR-RENEGOCIACOES.
           OPEN INPUT AUDIT-ARCHIVE.
           IF WRK-FS-AUDARCH = '00'
               PERFORM 0510-LER-MORTO
               PERFORM UNTIL FIM-AUDARCH OR ABANDONAR-APURACAO
                   IF AA-TIPO NOT = 'TRAILER '
                       MOVE AA-LINHA TO AT-REGISTRO
                       PERFORM 0530-CONFERIR-PERDAO
                   END-IF
                   PERFORM 0510-LER-MORTO
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           END-IF.

           IF NOT ABANDONAR-APURACAO
               OPEN INPUT AUDIT-TRAIL
               IF WRK-FS-AUDITTRL NOT = '00'
                   DISPLAY '*** AUDITTRL AUSENTE - FS '
                           WRK-FS-AUDITTRL
                           ' - DESCONTO DE RENEGOCIACAO ZERADO ***'
                   ADD 1 TO WRK-QT-FONTES-AUSENTES
               ELSE
                   PERFORM 0520-LER-TRILHA
                   PERFORM UNTIL FIM-AUDITTRL OR ABANDONAR-APURACAO
                       PERFORM 0530-CONFERIR-PERDAO
                       PERFORM 0520-LER-TRILHA
                   END-PERFORM
                   CLOSE AUDIT-TRAIL
               END-IF
           END-IF.

       0510-LER-MORTO.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'S' TO WRK-EOF-AUDARCH
           END-READ.

       0520-LER-TRILHA.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'S' TO WRK-EOF-AUDITTRL
           END-READ.

       0530-CONFERIR-PERDAO.
           IF AT-PROGRAMA = 'PROGCOB62'
              AND AT-OPERACAO = 'RENEGOCIACAO FECHADA'
              AND AT-DATA(1:6) NOT < WRK-ANOMES-INI
              AND AT-DATA(1:6) NOT > WRK-ANOMES-FIM
              AND AT-ENTRADA(5:11) IS NUMERIC
               ADD 1 TO WRK-QT-RENEGOCIACOES
               MOVE SPACES TO WRK-PERDAO-DIG
               STRING AT-RESULTADO(11:2)
                      AT-RESULTADO(14:3)
                      AT-RESULTADO(18:3)
                      AT-RESULTADO(22:2)
                   DELIMITED BY SIZE INTO WRK-PERDAO-DIG
               INSPECT WRK-PERDAO-DIG REPLACING ALL SPACE BY '0'
               IF WRK-PERDAO-DIG IS NUMERIC
                  AND WRK-PERDAO-DIG-N > ZEROS
                   MOVE AT-ENTRADA(5:11) TO WRK-CPF
                   PERFORM 0220-LOCALIZAR-CLIENTE
                   IF WRK-IDX-CLI > ZEROS
                       ADD WRK-PERDAO-DIG-N
                         TO WRK-TB-CLI-PERDAO(WRK-IDX-CLI)
                   END-IF
               END-IF
           END-IF.

      *    PERDA = SALDO BAIXADO COMO INCOBRAVEL NO TRIMESTRE
       0550-APURAR-PERDAS.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WRK-FS-ARWOFF = '00'
               PERFORM 0555-LER-BAIXA
               PERFORM UNTIL FIM-ARWOFF OR ABANDONAR-APURACAO
                   IF WO-DATA(1:6) NOT < WRK-ANOMES-INI
                      AND WO-DATA(1:6) NOT > WRK-ANOMES-FIM
                       ADD 1 TO WRK-QT-BAIXAS
                       MOVE WO-CPF TO WRK-CPF
                       PERFORM 0220-LOCALIZAR-CLIENTE
                       IF WRK-IDX-CLI > ZEROS
                           ADD WO-SALDO
                             TO WRK-TB-CLI-PERDA(WRK-IDX-CLI)
                       END-IF
                   END-IF
                   PERFORM 0555-LER-BAIXA
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           ELSE
      *        SEM NENHUMA BAIXA DE PERDA O ARWOFF AINDA NAO EXISTE
               IF WRK-FS-ARWOFF NOT = '35'
                   DISPLAY '*** ARWOFF INDISPONIVEL - FS '
                           WRK-FS-ARWOFF ' - PERDAS ZERADAS ***'
                   ADD 1 TO WRK-QT-FONTES-AUSENTES
               END-IF
           END-IF.

       0555-LER-BAIXA.
           READ WRITEOFF-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-ARWOFF
           END-READ.

      *    UMA LINHA POR CLIENTE NA ORDEM DE CHEGADA, O TOTAL DO
      *    TRIMESTRE E O RANKING DOS MENOS RENTAVEIS
       0600-EMITIR-RELATORIO.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               MOVE 'S' TO WRK-CUSTMAST-ABERTO
           ELSE
               DISPLAY '*** CUSTMAST AUSENTE - FS ' WRK-FS-CUSTMAST
                       ' - RANKING SEM NOME ***'
               ADD 1 TO WRK-QT-FONTES-AUSENTES
           END-IF.

           OPEN OUTPUT PROFIT-RPT.
           MOVE SPACES TO RW-TITULO.
           STRING 'RENTABILIDADE POR CLIENTE - ' WRK-TRI-ANO
                  ' T' WRK-TRI-NUMERO
               DELIMITED BY SIZE INTO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                           UNTIL WRK-IDX-CLI > WRK-TB-CLI-QTD
               PERFORM 0610-IMPRIMIR-CLIENTE
           END-PERFORM.
           PERFORM 0620-IMPRIMIR-TOTAL.

           MOVE 'R' TO WRK-SECAO.
           MOVE SPACES TO PF-LINHA.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA FROM PF-TITULO-RANKING.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA FROM PF-COLUNAS-RANKING.
           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                           UNTIL WRK-POSICAO > WRK-QT-RANKING
                              OR WRK-POSICAO > WRK-TB-CLI-QTD
               PERFORM 0650-CLASSIFICAR-POSICAO
               PERFORM 0660-IMPRIMIR-POSICAO
           END-PERFORM.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PF-LINHA FROM RW-TRAILER.
           CLOSE PROFIT-RPT.

      *    CONTRIBUICAO = RECEITA - DEVOLUCOES - FRETE ABSORVIDO +
      *    RECEITA FINANCEIRA - DESCONTO DE RENEGOCIACAO - PERDA
       0610-IMPRIMIR-CLIENTE.
           COMPUTE WRK-TB-CLI-CONTRIB(WRK-IDX-CLI) =
                   WRK-TB-CLI-RECEITA(WRK-IDX-CLI)
                 - WRK-TB-CLI-DEVOLUCAO(WRK-IDX-CLI)
                 - WRK-TB-CLI-FRETE(WRK-IDX-CLI)
                 + WRK-TB-CLI-FINANCEIRA(WRK-IDX-CLI)
                 - WRK-TB-CLI-PERDAO(WRK-IDX-CLI)
                 - WRK-TB-CLI-PERDA(WRK-IDX-CLI).
           IF WRK-TB-CLI-CONTRIB(WRK-IDX-CLI) < ZEROS
               ADD 1 TO WRK-QT-DEFICITARIOS
           END-IF.

           ADD WRK-TB-CLI-RECEITA(WRK-IDX-CLI)    TO WRK-TOT-RECEITA.
           ADD WRK-TB-CLI-DEVOLUCAO(WRK-IDX-CLI)
             TO WRK-TOT-DEVOLUCAO.
           ADD WRK-TB-CLI-FRETE(WRK-IDX-CLI)      TO WRK-TOT-FRETE.
           ADD WRK-TB-CLI-FINANCEIRA(WRK-IDX-CLI)
             TO WRK-TOT-FINANCEIRA.
           ADD WRK-TB-CLI-PERDAO(WRK-IDX-CLI)     TO WRK-TOT-PERDAO.
           ADD WRK-TB-CLI-PERDA(WRK-IDX-CLI)      TO WRK-TOT-PERDA.
           ADD WRK-TB-CLI-CONTRIB(WRK-IDX-CLI)    TO WRK-TOT-CONTRIB.

           MOVE 'PROFRPT'                   TO CF-RELATORIO.
           MOVE WRK-TB-CLI-CPF(WRK-IDX-CLI) TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO              TO PF-D-CPF.
           MOVE WRK-TB-CLI-RECEITA(WRK-IDX-CLI)    TO PF-D-RECEITA.
           MOVE WRK-TB-CLI-DEVOLUCAO(WRK-IDX-CLI)  TO PF-D-DEVOLUCAO.
           MOVE WRK-TB-CLI-FRETE(WRK-IDX-CLI)      TO PF-D-FRETE.
           MOVE WRK-TB-CLI-FINANCEIRA(WRK-IDX-CLI) TO PF-D-FINANCEIRA.
           MOVE WRK-TB-CLI-PERDAO(WRK-IDX-CLI)     TO PF-D-PERDAO.
           MOVE WRK-TB-CLI-PERDA(WRK-IDX-CLI)      TO PF-D-PERDA.
           MOVE WRK-TB-CLI-CONTRIB(WRK-IDX-CLI)    TO PF-D-CONTRIB.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA FROM PF-DETALHE.

       0620-IMPRIMIR-TOTAL.
           MOVE 'TOTAL'            TO PF-D-CPF.
           MOVE WRK-TOT-RECEITA    TO PF-D-RECEITA.
           MOVE WRK-TOT-DEVOLUCAO  TO PF-D-DEVOLUCAO.
           MOVE WRK-TOT-FRETE      TO PF-D-FRETE.
           MOVE WRK-TOT-FINANCEIRA TO PF-D-FINANCEIRA.
           MOVE WRK-TOT-PERDAO     TO PF-D-PERDAO.
           MOVE WRK-TOT-PERDA      TO PF-D-PERDA.
           MOVE WRK-TOT-CONTRIB    TO PF-D-CONTRIB.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA FROM PF-DETALHE.

      *    A POSICAO E O CLIENTE AINDA NAO LISTADO COM A MENOR
      *    CONTRIBUICAO (EMPATE FICA COM O QUE CHEGOU PRIMEIRO)
       0650-CLASSIFICAR-POSICAO.
           MOVE ZEROS TO WRK-IDX-MENOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
               IF WRK-TB-CLI-RANKEADO(WRK-IDX) NOT = 'S'
                   IF WRK-IDX-MENOR = ZEROS
                       MOVE WRK-IDX TO WRK-IDX-MENOR
                   ELSE
                       IF WRK-TB-CLI-CONTRIB(WRK-IDX) <
                              WRK-TB-CLI-CONTRIB(WRK-IDX-MENOR)
                           MOVE WRK-IDX TO WRK-IDX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'S' TO WRK-TB-CLI-RANKEADO(WRK-IDX-MENOR).

       0660-IMPRIMIR-POSICAO.
           MOVE WRK-POSICAO TO PF-R-POSICAO.
           MOVE WRK-TB-CLI-CPF(WRK-IDX-MENOR) TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO PF-R-CPF.
           MOVE SPACES TO PF-R-NOME.
           IF WRK-CUSTMAST-ABERTO = 'S'
               MOVE WRK-TB-CLI-CPF(WRK-IDX-MENOR) TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '(FORA DO CADASTRO)' TO PF-R-NOME
                   NOT INVALID KEY
                       MOVE CM-NOME TO PF-R-NOME
               END-READ
           END-IF.
           MOVE WRK-TB-CLI-CONTRIB(WRK-IDX-MENOR) TO PF-R-CONTRIB.
           PERFORM 0670-APONTAR-FATOR.
           PERFORM 0690-QUEBRA-PAGINA.
           WRITE PF-LINHA FROM PF-RANKING.

      *    O PRINCIPAL CUSTO E A MAIOR DAS DEDUCOES DO CLIENTE; SEM
      *    DEDUCAO NENHUMA, O PROBLEMA E A RECEITA BAIXA
       0670-APONTAR-FATOR.
           MOVE 'RECEITA BAIXA' TO PF-R-FATOR.
           MOVE ZEROS TO WRK-MAIOR-CUSTO.
           IF WRK-TB-CLI-DEVOLUCAO(WRK-IDX-MENOR) > WRK-MAIOR-CUSTO
               MOVE WRK-TB-CLI-DEVOLUCAO(WRK-IDX-MENOR)
                 TO WRK-MAIOR-CUSTO
               MOVE 'DEVOLUCOES' TO PF-R-FATOR
           END-IF.
           IF WRK-TB-CLI-FRETE(WRK-IDX-MENOR) > WRK-MAIOR-CUSTO
               MOVE WRK-TB-CLI-FRETE(WRK-IDX-MENOR)
                 TO WRK-MAIOR-CUSTO
               MOVE 'FRETE ABSORVIDO' TO PF-R-FATOR
           END-IF.
           IF WRK-TB-CLI-PERDAO(WRK-IDX-MENOR) > WRK-MAIOR-CUSTO
               MOVE WRK-TB-CLI-PERDAO(WRK-IDX-MENOR)
                 TO WRK-MAIOR-CUSTO
               MOVE 'RENEGOCIACAO' TO PF-R-FATOR
           END-IF.
           IF WRK-TB-CLI-PERDA(WRK-IDX-MENOR) > WRK-MAIOR-CUSTO
               MOVE WRK-TB-CLI-PERDA(WRK-IDX-MENOR)
                 TO WRK-MAIOR-CUSTO
               MOVE 'PERDA' TO PF-R-FATOR
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO; AS COLUNAS
      *    REPETIDAS SAO AS DA SECAO QUE ESTA SAINDO
       0690-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PF-LINHA FROM RW-CABECALHO1
               WRITE PF-LINHA FROM RW-CABECALHO2
               IF SECAO-RANKING
                   WRITE PF-LINHA FROM PF-COLUNAS-RANKING
               ELSE
                   WRITE PF-LINHA FROM PF-COLUNAS
               END-IF
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF WRK-CUSTMAST-ABERTO = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF NOT ABANDONAR-APURACAO
               DISPLAY '-------------------------'
               DISPLAY 'VENDAS/DEVOLUCOES LIDAS.. ' WRK-QT-VENDAS
               DISPLAY 'FATURAS DE FRETE......... ' WRK-QT-FATURAS
               DISPLAY 'FATURA SEM EMBARQUE...... ' WRK-QT-SEM-EMBARQUE
               DISPLAY 'BAIXAS COM ENCARGO....... ' WRK-QT-RECEBIMENTOS
               DISPLAY 'BAIXA SEM TITULO......... ' WRK-QT-SEM-TITULO
               DISPLAY 'RENEGOCIACOES............ '
                       WRK-QT-RENEGOCIACOES
               DISPLAY 'PERDAS BAIXADAS.......... ' WRK-QT-BAIXAS
               DISPLAY 'CLIENTES APURADOS........ ' WRK-TB-CLI-QTD
               DISPLAY 'CONTRIBUICAO NEGATIVA.... ' WRK-QT-DEFICITARIOS
               DISPLAY 'FONTES AUSENTES.......... '
                       WRK-QT-FONTES-AUSENTES
               IF WRK-QT-FONTES-AUSENTES > ZEROS
                  OR WRK-QT-SEM-TITULO > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-VENDAS       TO RLP-LIDOS.
           MOVE WRK-TB-CLI-QTD      TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-EMBARQUE TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
