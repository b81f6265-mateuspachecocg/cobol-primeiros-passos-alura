      *            E PELO SCORECARD PROGCOB83): A CONFIRMACAO
      *            MANUAL PASSOU A CARIMBAR SP-DATA-CONF, A BASE DA
      *            MEDIDA DE DIAS DE ENTREGA
      * ALTERADO = 15/10/2026 - O EMBARQUE GANHOU O VALOR DECLARADO,
      *            O PESO E O NUMERO DO ROMANEIO DE CARGA NO FIM DO
      *            REGISTRO (SP-VALOR/SP-PESO/SP-ROMANEIO, ESTE
      *            CARIMBADO PELO ROMANEIO DIARIO PROGCOB104): A
      *            SAIDA PARA SHIPPED PASSOU A SER RECUSADA PARA O
      *            EMBARQUE QUE NAO ESTA EM NENHUM ROMANEIO
      * ALTERADO = 15/10/2026 - O CPF DO RELATORIO DE EMBARQUES EM
      *            ABERTO (SHIPRPT) E DO SEU DISPLAY SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            A SESSAO NAO IDENTIFICA O OPERADOR, ENTAO O CPF
      *            NUNCA SAI COMPLETO AQUI. A LINHA DO SHIPRPT PASSOU
      *            A 90 POSICOES PARA A VALIDADE NAO SAIR CORTADA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  SHIPMENT-RPT.
       01  SR-LINHA          PIC X(90).

       FD  QUOTE-VALIDITY.
       01  QV-REGISTRO.
               03 WRK-TB-DT-STATUS  PIC 9(08).
               03 WRK-TB-TRANSP     PIC X(20).
               03 WRK-TB-DT-CONF    PIC 9(08).
               03 WRK-TB-VALOR      PIC 9(06)V99.
               03 WRK-TB-PESO       PIC 9(03)V99.
               03 WRK-TB-ROMANEIO   PIC 9(06).
       01  SR-DETALHE.
           02 FILLER          PIC X(08) VALUE 'COTACAO '.
           02 SR-D-NUMERO     PIC 9(06).
           02 FILLER          PIC X(05) VALUE ' CPF '.
           02 SR-D-CPF        PIC X(14).
           02 FILLER          PIC X(04) VALUE ' UF '.
           02 SR-D-UF         PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 SR-D-VALIDADE   PIC X(18).
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE 'I'         TO CF-FUNCAO.
           MOVE SPACES      TO CF-USUARIO.
           MOVE 'PROGCOB33' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           PERFORM 0115-CARREGAR-VALIDADE.
           PERFORM 0120-CARREGAR-EMBARQUES.

                     TO WRK-TB-TRANSP(WRK-TB-QTD)
                   MOVE SP-DATA-CONF
                     TO WRK-TB-DT-CONF(WRK-TB-QTD)
                   PERFORM 0125-GUARDAR-ROMANEIO
                   PERFORM 0110-LER-EMBARQUE
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

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'EMBARQUES - COTACOES DE FRETE'
           END-IF.

      *    SO A SEQUENCIA NATURAL DO CICLO E ACEITA; CANCELAMENTO SO
      *    ANTES DO EMBARQUE (QUOTED OU CONFIRMED), E SO SAI COMO
      *    SHIPPED O EMBARQUE QUE ESTA NUM ROMANEIO DE CARGA
       0310-APLICAR-STATUS.
           EVALUATE TRUE
               WHEN WRK-STATUS-NOVO = 'C'
                   END-IF
               WHEN WRK-STATUS-NOVO = 'E'
                AND WRK-TB-STATUS(WRK-IDX-EMB) = 'CONFIRMED'
                   IF WRK-TB-ROMANEIO(WRK-IDX-EMB) = ZEROS
                       DISPLAY 'EMBARQUE FORA DE ROMANEIO - SAIDA'
                               ' RECUSADA'
                       DISPLAY 'EMITA O ROMANEIO DE CARGA NO'
                               ' PROGCOB104 ANTES DO EMBARQUE'
                   ELSE
                       MOVE 'SHIPPED  '
                         TO WRK-TB-STATUS(WRK-IDX-EMB)
                       PERFORM 0320-MARCAR-DATA
                   END-IF
               WHEN WRK-STATUS-NOVO = 'D'
                AND WRK-TB-STATUS(WRK-IDX-EMB) = 'SHIPPED  '
                   MOVE 'DELIVERED' TO WRK-TB-STATUS(WRK-IDX-EMB)
                   IF WRK-DIAS-ABERTO > WRK-DIAS-LIMITE
                       ADD 1 TO WRK-QT-ABERTOS
                       MOVE WRK-TB-NUMERO(WRK-IDX) TO SR-D-NUMERO
                       MOVE 'SHIPRPT'              TO CF-RELATORIO
                       MOVE WRK-TB-CPF(WRK-IDX)    TO CF-CPF
                       PERFORM 0960-MASCARAR-CPF
                       MOVE CF-CPF-EDITADO         TO SR-D-CPF
                       MOVE WRK-TB-UF(WRK-IDX)     TO SR-D-UF
                       MOVE WRK-TB-STATUS(WRK-IDX) TO SR-D-STATUS
                       MOVE WRK-DIAS-ABERTO        TO SR-D-DIAS
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE SR-LINHA FROM RW-TRAILER.
           CLOSE SHIPMENT-RPT.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           DISPLAY 'EMBARQUES EM ABERTO NO RELATORIO: '
                   WRK-QT-ABERTOS.

               MOVE WRK-TB-DT-STATUS(WRK-IDX)  TO SP-DATA-STATUS
               MOVE WRK-TB-TRANSP(WRK-IDX)     TO SP-TRANSP
               MOVE WRK-TB-DT-CONF(WRK-IDX)    TO SP-DATA-CONF
               MOVE WRK-TB-VALOR(WRK-IDX)      TO SP-VALOR
               MOVE WRK-TB-PESO(WRK-IDX)       TO SP-PESO
               MOVE WRK-TB-ROMANEIO(WRK-IDX)   TO SP-ROMANEIO
               WRITE SP-REGISTRO
           END-PERFORM.
           CLOSE SHIPMENT-FILE.
               WRITE SR-LINHA FROM RW-CABECALHO2
               WRITE SR-LINHA FROM RW-COLUNAS
           END-IF.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0960-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
