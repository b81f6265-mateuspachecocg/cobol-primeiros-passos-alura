      *            (SP-TRANSP/SP-DATA-CONF); O EVENTO 'C' DO FEED
      *            PASSOU A CARIMBAR SP-DATA-CONF COM A DATA DO
      *            EVENTO, A BASE DO SCORECARD PROGCOB83
      * ALTERADO = 15/10/2026 - O EMBARQUE GANHOU O VALOR DECLARADO,
      *            O PESO E O NUMERO DO ROMANEIO DE CARGA NO FIM DO
      *            REGISTRO (SP-VALOR/SP-PESO/SP-ROMANEIO, ESTE
      *            CARIMBADO PELO ROMANEIO DIARIO PROGCOB104): O
      *            EVENTO 'E' DE EMBARQUE FORA DE ROMANEIO NAO AVANCA
      *            MAIS O STATUS E SAI NO TRACKEXC PARA INVESTIGAR
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  CARRIER-EVENTS.
       01  CE-REGISTRO.
               03 WRK-TB-DT-STATUS  PIC 9(08).
               03 WRK-TB-TRANSP     PIC X(20).
               03 WRK-TB-DT-CONF    PIC 9(08).
               03 WRK-TB-VALOR      PIC 9(06)V99.
               03 WRK-TB-PESO       PIC 9(03)V99.
               03 WRK-TB-ROMANEIO   PIC 9(06).
       01  TX-DETALHE.
           02 FILLER          PIC X(08) VALUE 'COTACAO '.
           02 TX-D-NUMERO     PIC 9(06).
                     TO WRK-TB-TRANSP(WRK-TB-QTD)
                   MOVE SP-DATA-CONF
                     TO WRK-TB-DT-CONF(WRK-TB-QTD)
                   PERFORM 0125-GUARDAR-ROMANEIO
                   PERFORM 0130-LER-EMBARQUE
               END-PERFORM
               IF NOT FIM-SHIPFILE
               CLOSE SHIPMENT-FILE
           END-IF.

      *    EMBARQUE GRAVADO ANTES DO VALOR, DO PESO E DO ROMANEIO
      *    NO FIM DO REGISTRO VEM COM ESSES CAMPOS EM BRANCO, E
      *    PASSA A VALER ZERO (SEM ROMANEIO)
       0125-GUARDAR-ROMANEIO.
           IF SP-VALOR NUMERIC
               MOVE SP-VALOR TO WRK-TB-VALOR(WRK-TB-QTD)
           ELSE
               MOVE ZEROS TO WRK-TB-VALOR(WRK-TB-QTD)
           END-IF.
           IF SP-PESO NUMERIC
               MOVE SP-PESO TO WRK-TB-PESO(WRK-TB-QTD)
           ELSE
               MOVE ZEROS TO WRK-TB-PESO(WRK-TB-QTD)
           END-IF.
           IF SP-ROMANEIO NUMERIC
               MOVE SP-ROMANEIO TO WRK-TB-ROMANEIO(WRK-TB-QTD)
           ELSE
               MOVE ZEROS TO WRK-TB-ROMANEIO(WRK-TB-QTD)
           END-IF.

       0200-PROCESSAR.
           MOVE ZEROS TO WRK-IDX-EMB.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
           PERFORM 0110-LER-EVENTO.

      *    SO A SEQUENCIA NATURAL DO CICLO E ACEITA - A MESMA REGRA
      *    DO AVANCO MANUAL DO PROGCOB33, INCLUSIVE A DO ROMANEIO:
      *    EMBARQUE FORA DE ROMANEIO NAO VIRA SHIPPED
       0210-APLICAR-EVENTO.
           EVALUATE TRUE
               WHEN CE-CONFIRMADO
                   MOVE CE-DATA
                     TO WRK-TB-DT-CONF(WRK-IDX-EMB)
                   PERFORM 0230-MARCAR-DATA
               WHEN CE-EMBARCADO
                AND WRK-TB-STATUS(WRK-IDX-EMB) = 'CONFIRMED'
                AND WRK-TB-ROMANEIO(WRK-IDX-EMB) = ZEROS
                   MOVE 'EMBARQUE SEM ROMANEIO' TO WRK-MOTIVO
                   PERFORM 0220-APONTAR-EXCECAO
               WHEN CE-EMBARCADO
                AND WRK-TB-STATUS(WRK-IDX-EMB) = 'CONFIRMED'
                   MOVE 'SHIPPED  ' TO WRK-TB-STATUS(WRK-IDX-EMB)
                     TO SP-DATA-STATUS
                   MOVE WRK-TB-TRANSP(WRK-IDX)     TO SP-TRANSP
                   MOVE WRK-TB-DT-CONF(WRK-IDX)    TO SP-DATA-CONF
                   MOVE WRK-TB-VALOR(WRK-IDX)      TO SP-VALOR
                   MOVE WRK-TB-PESO(WRK-IDX)       TO SP-PESO
                   MOVE WRK-TB-ROMANEIO(WRK-IDX)   TO SP-ROMANEIO
                   WRITE SP-REGISTRO
               END-PERFORM
               CLOSE SHIPMENT-FILE
