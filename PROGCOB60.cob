      *     (PROGCOB61) BAIXA SOZINHO, EM VEZ DE A GENTE DESCOBRIR O
      *     PAGAMENTO DIAS DEPOIS E DIGITAR A BAIXA NO PROGCOB55
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - O ARREM PASSOU AO PADRAO FEBRABAN
      *            CNAB 240 DE COBRANCA (SUBROTINA PROGCOB154,
      *            PARAMETROS NO CNABPARM): HEADERS, SEGMENTOS P E Q
      *            POR TITULO, TRAILERS E NSA PROPRIO. O NOSSO NUMERO
      *            E O NUMERO DO TITULO; NOME E ENDERECO DO SACADO
      *            VEM DO CUSTMAST - TITULO DE CPF FORA DO CADASTRO
      *            NAO VAI AO BANCO (RC 4). SEM O CUSTMAST OU SEM O
      *            SERVICO DE COBRANCA NO CNABPARM NADA E GERADO
      *            (RC 16)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AR-REMITTANCE ASSIGN TO 'ARREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARREM.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  AR-REMITTANCE.
       01  AR-LINHA          PIC X(240).

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARREM      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-QT-TITULOS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL         PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-SEM-CLIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-REMESSA VALUE 'S'.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-REMESSA
               DISPLAY '*** REMESSA DE COBRANCA NAO GERADA ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-ARFILE
               PERFORM 0300-FINALIZAR
           END-IF.

           GOBACK.

      *    SEM O CUSTMAST NAO HA SACADO E SEM O SERVICO DE COBRANCA
      *    NO CNABPARM NAO HA CEDENTE: NADA E ABERTO E O NSA NAO
      *    E CONSUMIDO
       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST NOT = '00'
               DISPLAY 'CUSTMAST NAO ENCONTRADO - FS ' WRK-FS-CUSTMAST
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               INITIALIZE CNP-PARAMETROS
               MOVE 'C' TO CNP-SERVICO
               MOVE 'S' TO CNP-ATUALIZA-NSA
               MOVE 'A' TO CNP-ACAO
               CALL 'PROGCOB154' USING CNP-PARAMETROS
               IF CNP-SEM-PARAMETRO
                   DISPLAY 'CNABPARM SEM O SERVICO DE COBRANCA'
                   MOVE 'S' TO WRK-ABANDONAR
                   CLOSE CUSTOMER-MASTER
               ELSE
                   PERFORM 0105-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       0105-ABRIR-ARQUIVOS.
           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE = '00'
               PERFORM 0110-LER-TITULO
           END-IF.

           OPEN OUTPUT AR-REMITTANCE.
           MOVE 'H' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE AR-LINHA FROM CNP-LINHA.
           MOVE 'L' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE AR-LINHA FROM CNP-LINHA.

       0110-LER-TITULO.
           READ RECEIVABLES-FILE

       0200-PROCESSAR.
           IF RB-ABERTO
               MOVE RB-CPF TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'TITULO ' RB-NUMERO
                               ' FORA DO CUSTMAST, NAO REGISTRADO'
                       ADD 1 TO WRK-QT-SEM-CLIENTE
                   NOT INVALID KEY
                       PERFORM 0210-GRAVAR-TITULO-CNAB
               END-READ
           END-IF.

           PERFORM 0110-LER-TITULO.

      *    O NUMERO DO TITULO VAI COMO NOSSO NUMERO E COMO NUMERO DO
      *    DOCUMENTO: E POR ELE QUE O RETORNO (PROGCOB61) ACHA O
      *    TITULO A BAIXAR
       0210-GRAVAR-TITULO-CNAB.
           MOVE 'D' TO CNP-ACAO.
           COMPUTE CNP-ORDEM = WRK-QT-TITULOS + 1.
           MOVE RB-NUMERO       TO CNP-NUMERO.
           MOVE RB-CPF          TO CNP-CPF.
           MOVE CM-NOME         TO CNP-NOME.
           MOVE CM-ENDERECO     TO CNP-ENDERECO.
           MOVE RB-VENCIMENTO   TO CNP-DATA.
           MOVE RB-DATA-EMISSAO TO CNP-DATA-EMISSAO.
           MOVE RB-SALDO        TO CNP-VALOR.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE AR-LINHA FROM CNP-LINHA.
           WRITE AR-LINHA FROM CNP-LINHA-2.
           ADD 1 TO WRK-QT-TITULOS.
           ADD RB-SALDO TO WRK-TOTAL.

       0300-FINALIZAR.
           MOVE 'T' TO CNP-ACAO.
           MOVE WRK-QT-TITULOS TO CNP-QT-DETALHES.
           MOVE WRK-TOTAL      TO CNP-VALOR-TOTAL.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE AR-LINHA FROM CNP-LINHA.
           MOVE 'F' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE AR-LINHA FROM CNP-LINHA.

           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY '-------------------------'
           DISPLAY 'TITULOS NA REMESSA....... ' WRK-QT-TITULOS.
           DISPLAY 'VALOR TOTAL........... R$ ' WRK-TOTAL-ED.
           DISPLAY 'SEM CLIENTE NO CUSTMAST.. ' WRK-QT-SEM-CLIENTE.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-ARFILE NOT = '35'
               CLOSE RECEIVABLES-FILE
           END-IF.
           CLOSE AR-REMITTANCE.
           CLOSE CUSTOMER-MASTER.

           IF WRK-QT-SEM-CLIENTE > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
