      *            ENSAIO FORAM UNIFORMIZADOS NA REGRA NOME REAL
      *            MAIS 'S' (SYSEXCEPS),
      *            QUE E O QUE O OPERADOR DIGITA NO PROGCOB76
      * ALTERADO = 15/10/2026 - O TITULO GERADO COMPENSA O SALDO
      *            CREDOR DO CLIENTE NO CUSTCRED (SUBROTINA
      *            PROGCOB100, MOVIMENTO 'C' NO CREDMOV): O SALDO DO
      *            TITULO NASCE ABATIDO DO CREDITO E, SE O CREDITO
      *            COBRE A PARCELA INTEIRA, O TITULO JA NASCE
      *            QUITADO; A EXPOSICAO PASSA A SOMAR O SALDO E NAO
      *            O VALOR DO TITULO. NO MODO DE ENSAIO O CUSTCRED
      *            NAO E TOCADO E OS TITULOS SAEM SEM COMPENSACAO
      * ALTERADO = 15/10/2026 - O FEED DE VENDAS GANHOU OS ITENS
      *            DA VENDA (REGISTRO 'L', COPYBOOK SALELINE) E O
      *            NUMERO E A QUANTIDADE DE ITENS NO FIM DO
      *            CABECALHO; ESTE PROGRAMA SO ACOMPANHOU O LAYOUT
      *            E PULA OS ITENS NA LEITURA
      * ALTERADO = 15/10/2026 - O CPF DOS DISPLAYS DE VENDA
      *            REJEITADA E RETIDA SAI MASCARADO (***.456.789-**)
      *            PELA SUBROTINA PROGCOB130 (LGPD); COMPLETO SO COM A
      *            OPCAO 90 DO MENUAUTH LIBERADA, COM REGISTRO NO
      *            AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - O FATURADOR PEDE A TRAVA DE USO
      *            EXCLUSIVO DO ARFILE NA ABERTURA (SUBROTINA
      *            PROGCOB136, REGISTRO LOCKREG) E ESPERA A TELA QUE
      *            ESTIVER BAIXANDO TITULO DEVOLVER O ARQUIVO; ESGOTADA
      *            A ESPERA, NAO FATURA (RC 12, LINHA 'TRV' NO RUNLOG).
      *            NO MODO DE ENSAIO O ARFILE REAL NAO E GRAVADO E A
      *            TRAVA NAO E PEDIDA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.
       77 WRK-VALOR-PARCELA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VENC-PRIMEIRO PIC 9(08) VALUE ZEROS.
      *    COMPENSACAO DO SALDO CREDOR DO CLIENTE
       77 WRK-TEM-CREDITO   PIC X(01) VALUE 'N'.
          88 CREDITO-DISPONIVEL VALUE 'S'.
       77 WRK-QT-COMPENSADOS PIC 9(04) VALUE ZEROS.
           COPY 'CREDITP.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                       ' TITULOS'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT MODO-ENSAIO
                   PERFORM 0080-ADQUIRIR-TRAVA
               END-IF
               IF MODO-ENSAIO OR LKR-CONCEDIDA
                   PERFORM 0100-INICIALIZAR
                   PERFORM 0200-PROCESSAR UNTIL FIM-SALESTRAN
                   PERFORM 0300-FINALIZAR
                   PERFORM 0090-LIBERAR-TRAVA
               ELSE
                   DISPLAY 'FATURADOR NAO RODOU - ARFILE EM USO'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.
                   MOVE 'S' TO WRK-EOF-BATCTRL
           END-READ.

      *    A BAIXA NA TELA (PROGCOB55) E O RETORNO DO BANCO
      *    (PROGCOB61) REGRAVAM O ARFILE INTEIRO: O FATURADOR SO
      *    ANEXA TITULOS COM O ARQUIVO SO PARA ELE
       0080-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB54' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0090-LIBERAR-TRAVA.
           IF NOT MODO-ENSAIO
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB54'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           PERFORM 0120-RECUPERAR-NUMERACAO.
           PERFORM 0140-CARREGAR-EXPOSICAO.

               OPEN OUTPUT CREDIT-HOLD
           END-IF.

           IF NOT MODO-ENSAIO
               MOVE 'A' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
               IF CRP-OK
                   MOVE 'S' TO WRK-TEM-CREDITO
               END-IF
           END-IF.

           PERFORM 0110-LER-VENDA.

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

      *    A EXPOSICAO DO CLIENTE E A SOMA DOS SALDOS EM ABERTO DO
      *    ARFILE; SEM O ARQUIVO, TODO MUNDO COMECA SEM EXPOSICAO
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-REJEITADAS
                   MOVE 'CONSOLE' TO CF-RELATORIO
                   MOVE ST-CPF    TO CF-CPF
                   PERFORM 0950-MASCARAR-CPF
                   DISPLAY 'VENDA A PRAZO REJEITADA - CPF '
                           CF-CPF-EDITADO ' NAO CADASTRADO OU EXCLUIDO'
               END-IF
           END-IF.

              AND (WRK-EXPOSICAO + ST-VENDA) > CM-LIMITE-CREDITO
               MOVE 'N' TO WRK-CLIENTE-OK
               ADD 1 TO WRK-QT-ALCADA
               MOVE 'CONSOLE' TO CF-RELATORIO
               MOVE ST-CPF    TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               DISPLAY 'VENDA RETIDA POR LIMITE DE CREDITO -'
                       ' CPF ' CF-CPF-EDITADO
               MOVE ST-CPF         TO CH-CPF
               MOVE WRK-DATASYS    TO CH-DATA
               MOVE ST-VENDA       TO CH-VALOR
               MOVE WRK-VALOR-PARCELA TO RB-VALOR RB-SALDO
           END-IF.
           MOVE 'A'             TO RB-STATUS.
           IF CREDITO-DISPONIVEL
               PERFORM 0240-COMPENSAR-CREDITO
           END-IF.
           WRITE RB-REGISTRO.
           ADD 1 TO WRK-QT-TITULOS.

               MOVE ZEROS  TO WRK-TB-EXP-SALDO(WRK-IDX-EXP)
           END-IF.
           IF WRK-IDX-EXP > ZEROS
               ADD RB-SALDO TO WRK-TB-EXP-SALDO(WRK-IDX-EXP)
           END-IF.

      *    O CREDITO DO CLIENTE ABATE O SALDO DO TITULO NOVO; O QUE
      *    SOBRAR DO CREDITO FICA PARA A PROXIMA PARCELA
       0240-COMPENSAR-CREDITO.
           MOVE 'O'         TO CRP-ACAO.
           MOVE RB-CPF      TO CRP-CPF.
           MOVE RB-SALDO    TO CRP-VALOR.
           MOVE WRK-DATASYS TO CRP-DATA.
           MOVE RB-NUMERO   TO CRP-REFERENCIA.
           MOVE 'PROGCOB54 ' TO CRP-PROGRAMA.
           CALL 'PROGCOB100' USING CRP-PARAMETROS.
           IF CRP-OK
               SUBTRACT CRP-VALOR FROM RB-SALDO
               IF RB-SALDO = ZEROS
                   MOVE 'Q' TO RB-STATUS
               END-IF
               ADD 1 TO WRK-QT-COMPENSADOS
           END-IF.

       0300-FINALIZAR.
           DISPLAY 'VENDAS A VISTA........... ' WRK-QT-AVISTA.
           DISPLAY 'A PRAZO REJEITADAS....... ' WRK-QT-REJEITADAS.
           DISPLAY 'RETIDAS POR LIMITE....... ' WRK-QT-ALCADA.
           DISPLAY 'COMPENSADOS COM CREDITO.. ' WRK-QT-COMPENSADOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE SALES-TRANSACTION-FILE.
           CLOSE RECEIVABLES-FILE.
           CLOSE CREDIT-HOLD.
           CLOSE SYSTEM-EXCEPTIONS.
           IF CREDITO-DISPONIVEL
               MOVE 'F' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
