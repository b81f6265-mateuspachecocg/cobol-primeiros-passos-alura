      *            DEPOSITO COMO MOVIMENTO SEM CONTABILIZACAO. O
      *            VALOR SEGUE A LARGURA DE DUAS CASAS DO LANCAMENTO
      *            DO REGISTRO, A MESMA DO PENDPAY/REGTRAN
      * ALTERADO = 15/10/2026 - TITULO QUITADO QUE CONSTA NO BIRO DE
      *            CREDITO (REGISTRO NEGREG DO PROGCOB98) GERA NA
      *            HORA A EXCLUSAO DA NEGATIVACAO NO NEGEXC PELA
      *            SUBROTINA PROGCOB99, COM O PRAZO LEGAL CONTADO DA
      *            DATA DA BAIXA; NEGREG MAIOR QUE A TABELA DA
      *            SUBROTINA ABANDONA A SESSAO COM RETURN-CODE 12
      * ALTERADO = 15/10/2026 - PAGAMENTO MAIOR QUE O TOTAL
      *            CORRIGIDO DEIXOU DE SER RECUSADO: O TITULO E
      *            QUITADO E O EXCEDENTE VIRA SALDO CREDOR DO
      *            CLIENTE NO CUSTCRED (SUBROTINA PROGCOB100,
      *            MOVIMENTO 'P' NO CREDMOV), PARA COMPENSACAO NO
      *            PROXIMO TITULO OU REEMBOLSO. O LANCAMENTO NO
      *            REGTRAN CONTINUA COM O VALOR RECEBIDO INTEIRO.
      *            SEM O CUSTCRED DISPONIVEL, A RECUSA CONTINUA
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO REGTRAN,
      *            CUJO DEBITO/CREDITO PASSOU A TER CENTAVOS
      *            (9(07)V99) - O VALOR GRAVADO NAO PERDE MAIS OS
      *            CENTAVOS
      * ALTERADO = 15/10/2026 - A SESSAO PEDE A TRAVA DE USO EXCLUSIVO
      *            DO ARFILE ANTES DE CARREGAR OS TITULOS (SUBROTINA
      *            PROGCOB136, REGISTRO LOCKREG): COM O FATURADOR, O
      *            RETORNO DO BANCO OU OUTRA TELA ATUALIZANDO O ARQUIVO,
      *            A BAIXA E RECUSADA NA HORA COM O NOME DO DETENTOR (RC
      *            12, LINHA 'TRV' NO RUNLOG) - A BAIXA FEITA DURANTE O
      *            FATURADOR SE PERDIA NA REGRAVACAO
      * ALTERADO = 15/10/2026 - A MULTA E OS JUROS DE MORA DEIXARAM
      *            DE USAR O ROUNDED PROPRIO E PASSARAM PELO SERVICO
      *            DE ARREDONDAMENTO PROGCOB141 (TIPOS 'MULTA' E
      *            'JUROS-MORA' NO ROUNDPRM; SEM ELE, O MEIO PARA CIMA
      *            DE SEMPRE), COM O NUMERO DO TITULO DE REFERENCIA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TITULO    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-BAIXAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCLUSOES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CREDITOS   PIC 9(04) VALUE ZEROS.
       77 WRK-EXCEDENTE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TEM-CREDITO   PIC X(01) VALUE 'N'.
          88 CREDITO-DISPONIVEL VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-SALDO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
       01  WRK-TB-TITULOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
           02 WT-VALOR         PIC 9(06)V99.
           02 WT-SALDO         PIC 9(06)V99.
           02 WT-STATUS        PIC X(01).
           COPY 'NEGBAIXP.COB'.
           COPY 'CREDITP.COB'.
           COPY 'LOCKREGP.COB'.
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-MENU UNTIL SAIR-MENU
               PERFORM 0300-REGRAVAR-TITULOS
               PERFORM 0900-FINALIZAR
               PERFORM 0950-LIBERAR-TRAVA
           ELSE
               DISPLAY 'BAIXA DE TITULOS INDISPONIVEL - TENTE DE'
                       ' NOVO QUANDO O ARFILE FOR LIBERADO'
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    O ARFILE E CARREGADO E REGRAVADO INTEIRO NO FIM DA
      *    SESSAO: NINGUEM MAIS PODE ATUALIZA-LO NESSE MEIO TEMPO
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB55' TO LKR-PROGRAMA.
           MOVE 'O'         TO LKR-TIPO.
           MOVE 'R'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOB55 ' TO RDP-PROGRAMA.
           MOVE 2            TO RDP-CASAS.
           MOVE 'A'          TO RDP-MODO-ANTERIOR.
           PERFORM 0130-CARREGAR-ENCARGOS.
           PERFORM 0140-CARREGAR-CONTA-RECEB.

               MOVE 0 TO WRK-OPCAO
           END-IF.

           IF NOT ABANDONAR-LOTE
               MOVE 'A' TO NBP-ACAO
               CALL 'PROGCOB99' USING NBP-PARAMETROS
               IF NBP-ERRO-TABELA
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 0 TO WRK-OPCAO
                   DISPLAY 'SESSAO ABANDONADA, ARQUIVOS INTACTOS'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           IF NOT ABANDONAR-LOTE
               MOVE 'A' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
               IF CRP-OK
                   MOVE 'S' TO WRK-TEM-CREDITO
               END-IF
           END-IF.

      *    OS ENCARGOS SAO OPCIONAIS: SEM O ARPENTAB, VALEM OS 2%
      *    DE MULTA E 0,033% AO DIA DO VALUE DA WORKING-STORAGE
       0130-CARREGAR-ENCARGOS.
      *    TITULO VENCIDO CORRIGE O DEVIDO COM MULTA E JUROS DE
      *    MORA; O RECEBIDO E ALOCADO JUROS > MULTA > PRINCIPAL E SO
      *    O PRINCIPAL ABATE O SALDO (SALDO ZERADO QUITA). PAGAMENTO
      *    ACIMA DO TOTAL CORRIGIDO QUITA E O EXCEDENTE VAI PARA O
      *    SALDO CREDOR DO CLIENTE
       0220-RECEBER-PAGAMENTO.
           PERFORM 0230-CALCULAR-ENCARGOS.

               WHEN WRK-VALOR-PAGO NOT > ZEROS
                   DISPLAY 'VALOR INVALIDO'
               WHEN WRK-VALOR-PAGO > WRK-TOTAL-DEVIDO
                    AND NOT CREDITO-DISPONIVEL
                   DISPLAY 'PAGAMENTO MAIOR QUE O TOTAL'
                           ' CORRIGIDO - RECUSADO'
               WHEN WRK-VALOR-PAGO > WRK-TOTAL-DEVIDO
                   COMPUTE WRK-EXCEDENTE = WRK-VALOR-PAGO
                       - WRK-TOTAL-DEVIDO
                   PERFORM 0240-ALOCAR-RECEBIMENTO
                   PERFORM 0260-CREDITAR-EXCEDENTE
               WHEN OTHER
                   PERFORM 0240-ALOCAR-RECEBIMENTO
           END-EVALUATE.
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DIAS-DIF > ZEROS
               MOVE WRK-DIAS-DIF TO WRK-DIAS-ATRASO
               MOVE WT-NUMERO TO RDP-REFERENCIA
               COMPUTE RDP-VALOR =
                   WT-SALDO * WRK-PCT-MULTA / 100
               MOVE 'MULTA' TO RDP-TIPO
               PERFORM 0235-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-MULTA
               COMPUTE RDP-VALOR =
                   WT-SALDO * WRK-PCT-JUROS-DIA
                       * WRK-DIAS-ATRASO / 100
               MOVE 'JUROS-MORA' TO RDP-TIPO
               PERFORM 0235-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-JUROS
           END-IF.
           COMPUTE WRK-TOTAL-DEVIDO = WT-SALDO + WRK-MULTA
               + WRK-JUROS.

      *    VALOR CHEIO EM RDP-VALOR; O SERVICO DEVOLVE O ARREDONDADO
      *    EM RDP-RESULTADO SEM DERRUBAR O RC DA SESSAO
       0235-ARREDONDAR.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0240-ALOCAR-RECEBIMENTO.
           COMPUTE WRK-RESTANTE = WRK-VALOR-PAGO - WRK-EXCEDENTE.

           IF WRK-RESTANTE > WRK-JUROS
               MOVE WRK-JUROS TO WRK-PAGO-JUROS
           IF WT-SALDO = ZEROS
               MOVE 'Q' TO WT-STATUS
               DISPLAY 'TITULO QUITADO'
               PERFORM 0250-EXCLUIR-NEGATIVACAO
           ELSE
               MOVE WT-SALDO TO WRK-SALDO-ED
               DISPLAY 'BAIXA PARCIAL - SALDO R$ '
               WRITE RG-REGISTRO
           END-IF.

      *    QUITADO QUE CONSTA NO BIRO: A EXCLUSAO SAI NA HORA, COM O
      *    PRAZO LEGAL CONTADO DA DATA DA BAIXA
       0250-EXCLUIR-NEGATIVACAO.
           MOVE 'B'         TO NBP-ACAO.
           MOVE WT-NUMERO   TO NBP-NUMERO.
           MOVE WRK-DATASYS TO NBP-DATA.
           CALL 'PROGCOB99' USING NBP-PARAMETROS.
           IF NBP-EXCLUSAO-GERADA
               ADD 1 TO WRK-QT-EXCLUSOES
               DISPLAY 'EXCLUSAO DA NEGATIVACAO GERADA PARA O BIRO'
           END-IF.

      *    O QUE O CLIENTE PAGOU ALEM DO TOTAL CORRIGIDO FICA COMO
      *    CREDITO DELE, DATADO DA BAIXA
       0260-CREDITAR-EXCEDENTE.
           MOVE 'C'           TO CRP-ACAO.
           MOVE WT-CPF        TO CRP-CPF.
           MOVE WRK-EXCEDENTE TO CRP-VALOR.
           MOVE 'P'           TO CRP-TIPO.
           MOVE WRK-DATASYS   TO CRP-DATA.
           MOVE WT-NUMERO     TO CRP-REFERENCIA.
           MOVE 'PROGCOB55 '  TO CRP-PROGRAMA.
           CALL 'PROGCOB100' USING CRP-PARAMETROS.
           IF CRP-OK
               ADD 1 TO WRK-QT-CREDITOS
               MOVE WRK-EXCEDENTE TO WRK-SALDO-ED
               DISPLAY 'EXCEDENTE CREDITADO AO CLIENTE R$ '
                       WRK-SALDO-ED
           END-IF.
           MOVE ZEROS TO WRK-EXCEDENTE.

       0300-REGRAVAR-TITULOS.
           IF WRK-TB-QTD > ZEROS AND NOT ABANDONAR-LOTE
               OPEN OUTPUT RECEIVABLES-FILE
               CLOSE RECEIVABLES-FILE
           END-IF.

           IF NOT ABANDONAR-LOTE
               MOVE 'F' TO NBP-ACAO
               CALL 'PROGCOB99' USING NBP-PARAMETROS
               MOVE 'F' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
           END-IF.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'BAIXAS REGISTRADAS....... ' WRK-QT-BAIXAS.
           DISPLAY 'EXCLUSOES DE NEGATIVACAO. ' WRK-QT-EXCLUSOES.
           DISPLAY 'EXCEDENTES CREDITADOS.... ' WRK-QT-CREDITOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE RECEIPTS-FILE.
           IF TEM-CONTA-RECEB
               CLOSE TRANSACTION-FILE
           END-IF.

           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    A DEVOLUCAO DA TRAVA NAO DERRUBA O RC 12 DO ABANDONO
       0950-LIBERAR-TRAVA.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
