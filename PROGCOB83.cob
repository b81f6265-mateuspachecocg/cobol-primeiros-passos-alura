      *     EMBARQUE SEM DATA DE CONFIRMACAO (ANTERIOR AO CAMPO)
      *     USA A DATA DA COTACAO COMO BASE
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO SHIPFILE,
      *            QUE GANHOU SP-VALOR, SP-PESO E SP-ROMANEIO NO FIM
      *            DO REGISTRO
      * ALTERADO = 15/10/2026 - CADA TRANSPORTADORA GANHOU UMA
      *            SEGUNDA LINHA COM OS SINISTROS DE TRANSPORTE DO
      *            CLAIMFIL (PROGCOB105): QUANTIDADE NAO RECUSADA,
      *            EMBARQUES TRANSPORTADOS, INDICE DE SINISTRO E OS
      *            VALORES RECLAMADO E ACEITO
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO CARRMAST,
      *            QUE GANHOU O PRAZO DE PAGAMENTO DA FATURA
      *            (CR-PRAZO-PAGTO) NO FIM DO REGISTRO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SCORECARD-RPT ASSIGN TO 'CARRSCOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRSCOR.

           SELECT CLAIM-FILE ASSIGN TO 'CLAIMFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLAIMFIL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  CARRIER-MASTER.
       01  CR-REGISTRO.
           02 CR-ATIVA       PIC X(01).
           02 CR-TAXA-KG     PIC 9(01)V99.
           02 CR-PRAZO-DIAS  PIC 9(03).
           02 CR-PRAZO-PAGTO PIC 9(03).

       FD  SCORECARD-RPT.
       01  SC-LINHA          PIC X(100).

       FD  CLAIM-FILE.
           COPY 'SINISTRO.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SHIPFILE  PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST  PIC X(02) VALUE ZEROS.
          88 FIM-SHIPFILE  VALUE 'S'.
       77 WRK-EOF-CARRMAST PIC X(01) VALUE 'N'.
          88 FIM-CARRMAST  VALUE 'S'.
       77 WRK-FS-CLAIMFIL  PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLAIMFIL PIC X(01) VALUE 'N'.
          88 FIM-CLAIMFIL  VALUE 'S'.
       77 WRK-IND-SINISTRO PIC 9(04)V99 VALUE ZEROS.
       77 WRK-QT-SIN-FORA  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CAR      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-BASE-EMB PIC 9(08) VALUE ZEROS.
               03 WRK-TB-NO-PRAZO   PIC 9(05).
               03 WRK-TB-CANCELADOS PIC 9(05).
               03 WRK-TB-SOMA-DIAS  PIC 9(08).
               03 WRK-TB-TRANSPORTADOS PIC 9(05).
               03 WRK-TB-SINISTROS  PIC 9(04).
               03 WRK-TB-RECLAMADO  PIC 9(09)V99.
               03 WRK-TB-ACEITO     PIC 9(09)V99.
       01  SC-DETALHE.
           02 SC-D-NOME       PIC X(20).
           02 FILLER          PIC X(06) VALUE ' EMB  '.
           02 SC-D-PCT        PIC ZZ9,99.
           02 FILLER          PIC X(07) VALUE '% CANC '.
           02 SC-D-CANCELADOS PIC ZZZZ9.
      *    SEGUNDA LINHA DA TRANSPORTADORA: SINISTROS NAO RECUSADOS
      *    DO CLAIMFIL SOBRE OS EMBARQUES TRANSPORTADOS (SHIPPED OU
      *    DELIVERED), MESMO INDICE DO RELATORIO DO PROGCOB105
       01  SC-SINISTROS.
           02 FILLER          PIC X(12) VALUE '  SINISTROS '.
           02 SC-S-SINISTROS  PIC ZZZ9.
           02 FILLER          PIC X(09) VALUE ' TRANSP. '.
           02 SC-S-TRANSPORTADOS PIC ZZZZ9.
           02 FILLER          PIC X(06) VALUE ' IND. '.
           02 SC-S-INDICE     PIC ZZZ9,99.
           02 FILLER          PIC X(08) VALUE '% RECL. '.
           02 SC-S-RECLAMADO  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(08) VALUE ' ACEITO '.
           02 SC-S-ACEITO     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-SHIPFILE.
           PERFORM 0250-APURAR-SINISTROS.
           PERFORM 0300-IMPRIMIR.
           PERFORM 0900-FINALIZAR.

                        WRK-TB-NO-PRAZO(WRK-TB-QTD)
                        WRK-TB-CANCELADOS(WRK-TB-QTD)
                        WRK-TB-SOMA-DIAS(WRK-TB-QTD)
                        WRK-TB-TRANSPORTADOS(WRK-TB-QTD)
                        WRK-TB-SINISTROS(WRK-TB-QTD)
                        WRK-TB-RECLAMADO(WRK-TB-QTD)
                        WRK-TB-ACEITO(WRK-TB-QTD)
                   PERFORM 0130-LER-TRANSPORTADORA
               END-PERFORM
               CLOSE CARRIER-MASTER
                             WRK-TB-NO-PRAZO(WRK-IDX-CAR)
                             WRK-TB-CANCELADOS(WRK-IDX-CAR)
                             WRK-TB-SOMA-DIAS(WRK-IDX-CAR)
                             WRK-TB-TRANSPORTADOS(WRK-IDX-CAR)
                             WRK-TB-SINISTROS(WRK-IDX-CAR)
                             WRK-TB-RECLAMADO(WRK-IDX-CAR)
                             WRK-TB-ACEITO(WRK-IDX-CAR)
           END-IF.

      *    SO EMBARQUE COM TRANSPORTADORA GRAVADA ENTRA NA CONTA;
           EVALUATE SP-STATUS
               WHEN 'CANCELLED'
                   ADD 1 TO WRK-TB-CANCELADOS(WRK-IDX-CAR)
               WHEN 'SHIPPED  '
                   ADD 1 TO WRK-TB-TRANSPORTADOS(WRK-IDX-CAR)
               WHEN 'DELIVERED'
                   ADD 1 TO WRK-TB-TRANSPORTADOS(WRK-IDX-CAR)
                   PERFORM 0220-APURAR-ENTREGA
               WHEN OTHER
                   CONTINUE
               ADD 1 TO WRK-TB-NO-PRAZO(WRK-IDX-CAR)
           END-IF.

      *    O SINISTRO ENTRA NA TRANSPORTADORA JA APURADA PELOS
      *    EMBARQUES; O RECUSADO NAO CONTA NO INDICE NEM NOS
      *    VALORES. SEM O CLAIMFIL A SEGUNDA LINHA SAI ZERADA
       0250-APURAR-SINISTROS.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-CLAIMFIL = '00'
               PERFORM 0260-LER-SINISTRO
               PERFORM UNTIL FIM-CLAIMFIL
                   IF NOT SN-RECUSADO
                       PERFORM 0270-ACUMULAR-SINISTRO
                   END-IF
                   PERFORM 0260-LER-SINISTRO
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.

       0260-LER-SINISTRO.
           READ CLAIM-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CLAIMFIL
           END-READ.

       0270-ACUMULAR-SINISTRO.
           MOVE ZEROS TO WRK-IDX-CAR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-CAR > ZEROS
               IF WRK-TB-NOME(WRK-IDX) = SN-TRANSP
                   MOVE WRK-IDX TO WRK-IDX-CAR
               END-IF
           END-PERFORM.

           IF WRK-IDX-CAR = ZEROS
               ADD 1 TO WRK-QT-SIN-FORA
           ELSE
               ADD 1 TO WRK-TB-SINISTROS(WRK-IDX-CAR)
               ADD SN-VALOR-RECLAMADO
                 TO WRK-TB-RECLAMADO(WRK-IDX-CAR)
               IF SN-ACEITO OR SN-PAGO
                   ADD SN-VALOR-ACEITO
                     TO WRK-TB-ACEITO(WRK-IDX-CAR)
               END-IF
           END-IF.

       0300-IMPRIMIR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                   PERFORM 0500-QUEBRA-PAGINA
                   WRITE SC-LINHA FROM SC-DETALHE
                   DISPLAY SC-DETALHE
                   PERFORM 0310-IMPRIMIR-SINISTROS
               END-IF
           END-PERFORM.

       0310-IMPRIMIR-SINISTROS.
           MOVE WRK-TB-SINISTROS(WRK-IDX)     TO SC-S-SINISTROS.
           MOVE WRK-TB-TRANSPORTADOS(WRK-IDX) TO SC-S-TRANSPORTADOS.
           IF WRK-TB-TRANSPORTADOS(WRK-IDX) > ZEROS
               COMPUTE WRK-IND-SINISTRO ROUNDED =
                   WRK-TB-SINISTROS(WRK-IDX) * 100
                   / WRK-TB-TRANSPORTADOS(WRK-IDX)
           ELSE
               MOVE ZEROS TO WRK-IND-SINISTRO
           END-IF.
           MOVE WRK-IND-SINISTRO           TO SC-S-INDICE.
           MOVE WRK-TB-RECLAMADO(WRK-IDX)  TO SC-S-RECLAMADO.
           MOVE WRK-TB-ACEITO(WRK-IDX)     TO SC-S-ACEITO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE SC-LINHA FROM SC-SINISTROS.
           DISPLAY SC-SINISTROS.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'TRANSPORTADORAS APURADAS. ' WRK-TB-QTD.
           DISPLAY 'EMBARQUES SEM TRANSP..... ' WRK-QT-SEM-TRANSP.
           DISPLAY 'SINISTROS NAO APURADOS... ' WRK-QT-SIN-FORA.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-SHIPFILE NOT = '35'
