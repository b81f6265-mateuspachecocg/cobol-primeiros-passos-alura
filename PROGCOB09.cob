      *            PARA O SCORECARD DE PONTUALIDADE DO PROGCOB83
      *            MEDIR QUEM ENTREGA NO PRAZO - O COMPARATIVO DE
      *            PRECO DEIXA DE ESCOLHER O BARATO QUE ATRASA
      * ALTERADO = 15/10/2026 - A COTACAO PASSOU A MOSTRAR A CLASSE
      *            ABC DO CLIENTE (CM-CLASSE-ABC, GRAVADA PELO
      *            PROGCOB95) E A DESTACAR O CLIENTE CLASSE A, QUE O
      *            BALCAO ATENDE COM PRIORIDADE
      * ALTERADO = 15/10/2026 - O EMBARQUE GANHOU O VALOR DECLARADO,
      *            O PESO E O NUMERO DO ROMANEIO DE CARGA NO FIM DO
      *            REGISTRO (SP-VALOR/SP-PESO/SP-ROMANEIO): A
      *            COTACAO GRAVA O VALOR E O PESO DIGITADOS E O
      *            ROMANEIO ZERADO, CARIMBADO DEPOIS PELO PROGCOB104
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO CARRMAST,
      *            QUE GANHOU O PRAZO DE PAGAMENTO DA FATURA
      *            (CR-PRAZO-PAGTO) NO FIM DO REGISTRO
      * ALTERADO = 15/10/2026 - AS PARCELAS DO FRETE (VALOR E PESO)
      *            DEIXARAM DE USAR O ROUNDED PROPRIO E PASSARAM PELO
      *            SERVICO DE ARREDONDAMENTO PROGCOB141, TIPO 'FRETE'
      *            NO ROUNDPRM (SEM ELE, O MEIO PARA CIMA DE SEMPRE)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD  CARRIER-RATE-TABLE.
       01  CT-REGISTRO.
       77 WRK-IDX-CON       PIC 9(02)    VALUE ZEROS.
       77 WRK-EH-CONTRATO   PIC X(01)    VALUE 'N'.
       77 WRK-AVISO-VENCIDO PIC X(01)    VALUE 'N'.
       77 WRK-RC-SALVO      PIC S9(04)   VALUE ZEROS.
      *    CONTRATOS NEGOCIADOS POR CLIENTE E UF, COM VALIDADE
       01  WRK-TB-CONTRATOS.
           02 WRK-TB-CON-QTD  PIC 9(02) VALUE ZEROS.
               03 WRK-TB-CON-MULT PIC 9(01)V99.
               03 WRK-TB-CON-INI  PIC 9(08).
               03 WRK-TB-CON-FIM  PIC 9(08).
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.
           PERFORM 0050-CARREGAR-TABELA-FRETE.
           PERFORM 0070-CARREGAR-TABELA-OVERRIDE.
           PERFORM 0400-CARREGAR-TRANSPORTADORAS.
           PERFORM 0060-CARREGAR-CONTRATOS.
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOB09 ' TO RDP-PROGRAMA.
           MOVE 'FRETE'      TO RDP-TIPO.
           MOVE 2            TO RDP-CASAS.
           MOVE 'A'          TO RDP-MODO-ANTERIOR.
           OPEN EXTEND FREIGHT-QUOTE-LOG.
           IF WRK-FS-FRETELOG = '05' OR WRK-FS-FRETELOG = '35'
               OPEN OUTPUT FREIGHT-QUOTE-LOG
               MOVE 12 TO RETURN-CODE
               CLOSE FREIGHT-QUOTE-LOG
               CLOSE SYSTEM-EXCEPTIONS
               PERFORM 0610-FECHAR-ARREDONDAMENTO
               GOBACK
           END-IF.


           DISPLAY '=================='
           PERFORM 0090-OBTER-NUMERO-COTACAO.
           MOVE WRK-NUMERO TO RDP-REFERENCIA.
           IF NOT VALOR-VALIDO OR NOT PESO-VALIDO
               DISPLAY 'NAO PODEMOS ENTREGAR'
               MOVE 'VALOR OU PESO INVALIDO' TO WRK-MOTIVO-EXC
           PERFORM 0200-REGISTRAR-COTACAO.
           CLOSE FREIGHT-QUOTE-LOG.
           CLOSE SYSTEM-EXCEPTIONS.
           PERFORM 0610-FECHAR-ARREDONDAMENTO.
           GOBACK.

      *    COTACAO RECUSADA TAMBEM VAI PARA O ARQUIVO COMUM DE
           MOVE WRK-DATASYS TO SP-DATA-STATUS.
           MOVE WRK-TRANSP-VENCEDORA TO SP-TRANSP.
           MOVE ZEROS TO SP-DATA-CONF.
           MOVE WRK-VALOR   TO SP-VALOR.
           MOVE WRK-PESO    TO SP-PESO.
           MOVE ZEROS TO SP-ROMANEIO.
           WRITE SP-REGISTRO.

           CLOSE SHIPMENT-FILE.
                       IF CM-ATIVO
                           MOVE 'S' TO WRK-CLIENTE-OK
                           DISPLAY 'CLIENTE: ' CM-NOME
                           PERFORM 0035-MOSTRAR-CLASSE
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

      *    CLASSE ABC DA ULTIMA CLASSIFICACAO; EM BRANCO, O CLIENTE
      *    AINDA NAO PASSOU POR NENHUMA
       0035-MOSTRAR-CLASSE.
           IF CM-CLASSE-A OR CM-CLASSE-B OR CM-CLASSE-C
               DISPLAY 'CLASSE ABC: ' CM-CLASSE-ABC
                       ' (CLASSIFICADO EM ' CM-DATA-ABC ')'
           ELSE
               DISPLAY 'CLASSE ABC: NAO CLASSIFICADO'
           END-IF.
           IF CM-CLASSE-A
               DISPLAY '*** CLIENTE CLASSE A - ATENDIMENTO'
                       ' PRIORITARIO ***'
           END-IF.

      *    O CADASTRO DE TRANSPORTADORAS E OPCIONAL: SEM ELE, O
      *    CALCULO SEGUE NA TABELA UNICA FRETETAB COMO SEMPRE
       0400-CARREGAR-TRANSPORTADORAS.
                     TO WRK-MULT-APLICADO
                   PERFORM 0105-VERIFICAR-OVERRIDE
                   PERFORM 0106-VERIFICAR-CONTRATO
                   COMPUTE RDP-VALOR =
                           WRK-VALOR * WRK-MULT-APLICADO
                   PERFORM 0600-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-FRETE-VALOR
                   COMPUTE RDP-VALOR =
                           WRK-PESO
                             * WRK-TB-CARR-TAXA-KG(WRK-IDX3)
                   PERFORM 0600-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-FRETE-PESO
                   ADD 1 TO WRK-QT-PRECOS
                   MOVE WRK-TB-CARR-NOME(WRK-IDX3)
                     TO WRK-TB-PRC-NOME(WRK-QT-PRECOS)
               END-IF
           END-PERFORM.

      *    VALOR CHEIO EM RDP-VALOR; O SERVICO DEVOLVE O ARREDONDADO
      *    EM RDP-RESULTADO SEM DERRUBAR O RC DA COTACAO
       0600-ARREDONDAR.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0610-FECHAR-ARREDONDAMENTO.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    ORDENACAO POR TROCA DE VIZINHOS - A TABELA TEM NO MAXIMO
      *    20 TRANSPORTADORAS, NAO COMPENSA NADA MAIS ESPERTO
       0520-ORDENAR-PRECOS.
                   MOVE WRK-TB-MULT(WRK-IDX) TO WRK-MULT-APLICADO
                   PERFORM 0105-VERIFICAR-OVERRIDE
                   PERFORM 0106-VERIFICAR-CONTRATO
                   COMPUTE RDP-VALOR =
                           WRK-VALOR * WRK-MULT-APLICADO
                   PERFORM 0600-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-FRETE-VALOR
                   COMPUTE RDP-VALOR = WRK-PESO * WRK-TAXA-KG
                   PERFORM 0600-ARREDONDAR
                   MOVE RDP-RESULTADO TO WRK-FRETE-PESO
                   COMPUTE WRK-FRETE =
                           WRK-FRETE-VALOR + WRK-FRETE-PESO
               END-IF
