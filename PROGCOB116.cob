       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LANCAMENTO DOS EMPRESTIMOS BANCARIOS TOMADOS PELA
      *     EMPRESA NO CADASTRO DE EMPRESTIMOS (BANKLOAN, COPYBOOK
      *     LOANREG): BANCO, NUMERO DO CONTRATO NO BANCO (RECUSADO
      *     SE O MESMO BANCO JA TEM CONTRATO COM ESSE NUMERO),
      *     PRINCIPAL, TAXA MENSAL, PRAZO DE 1 A 99 MESES, DATA DA
      *     CONTRATACAO E PRIMEIRO VENCIMENTO, CRITICADOS PELO
      *     PROGCOB16D. O CRONOGRAMA E A TABELA PRICE DO SIMULADOR
      *     PROGCOBD06 (PRESTACAO FIXA, JUROS SOBRE O SALDO, A
      *     ULTIMA PARCELA QUITA O RESIDUO), COM OS VENCIMENTOS DE
      *     MES EM MES A PARTIR DO PRIMEIRO (FUNCAO 'A' DO
      *     PROGCOB16D). CADA PARCELA VIRA UM REGISTRO EM ABERTO
      *     ('A'), QUE O PROGCOB117 AGENDA NO PENDPAY ANTES DO
      *     VENCIMENTO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'BANKLOAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKLOAN.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY 'LOANREG.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-BANKLOAN    PIC X(02) VALUE ZEROS.
       77  WRK-EOF-BANKLOAN   PIC X(01) VALUE 'N'.
           88 FIM-BANKLOAN    VALUE 'S'.
       77  WRK-ABANDONAR      PIC X(01) VALUE 'N'.
           88 ABANDONAR-LANCAMENTO VALUE 'S'.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO        PIC X(08) VALUE SPACES.
       77  WRK-CONTINUA       PIC X(01) VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACE.
       77  WRK-CONTRATO-OK    PIC X(01) VALUE 'S'.
           88 CONTRATO-OK     VALUE 'S'.
       77  WRK-CAMPO-OK       PIC X(01) VALUE 'N'.
           88 CAMPO-VALIDO    VALUE 'S'.
       77  WRK-ULTIMO-CONTRATO PIC 9(06) VALUE ZEROS.
       77  WRK-BANCO          PIC 9(03) VALUE ZEROS.
       77  WRK-NOME-BANCO     PIC X(20) VALUE SPACES.
       77  WRK-CONTRATO-BANCO PIC X(15) VALUE SPACES.
       77  WRK-PRINCIPAL      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TX-MENSAL      PIC 9(02)V99 VALUE ZEROS.
       77  WRK-QT-PARCELAS    PIC 9(02) VALUE ZEROS.
       77  WRK-CONTRATACAO    PIC 9(08) VALUE ZEROS.
       77  WRK-PRIMEIRO-VENC  PIC 9(08) VALUE ZEROS.
       77  WRK-PARC           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX            PIC 9(04) VALUE ZEROS.
       77  WRK-QT-CONTRATOS   PIC 9(04) VALUE ZEROS.
       77  WRK-QT-GRAVADAS    PIC 9(04) VALUE ZEROS.
      *    CALCULO DA TABELA PRICE, NOS MESMOS MOLDES DO PROGCOBD06:
      *    NUMERADOR E DENOMINADOR EM CAMPOS SEPARADOS PARA NAO
      *    PERDER AS CASAS DECIMAIS DO RESULTADO INTERMEDIARIO
       77  WRK-FATOR          PIC 9(03)V9(08) VALUE ZEROS.
       77  WRK-PRICE-NUM      PIC 9(11)V9(08) VALUE ZEROS.
       77  WRK-PRICE-DEN      PIC 9(03)V9(08) VALUE ZEROS.
       77  WRK-PRESTACAO      PIC 9(07)V99    VALUE ZEROS.
       77  WRK-SALDO          PIC S9(09)V99   VALUE ZEROS.
       77  WRK-JUROS-MES      PIC 9(07)V99    VALUE ZEROS.
       77  WRK-AMORTIZACAO    PIC 9(07)V99    VALUE ZEROS.
       77  WRK-TOTAL-JUROS    PIC 9(09)V99    VALUE ZEROS.
       77  WRK-FORA-ESCALA    PIC X(01) VALUE 'N'.
       77  WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-JUROS-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AMORT-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRESTACAO-ED   PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED        PIC Z9,99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77  WRK-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-DATA-BASE      PIC 9(08) VALUE ZEROS.
       77  WRK-QT-DIAS        PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-RESULT    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-DIF       PIC S9(06) VALUE ZEROS.
       77  WRK-DATA-VALIDA    PIC X(01) VALUE 'N'.
      *    CONTRATOS JA LANCADOS (BANCO + NUMERO NO BANCO), PARA
      *    RECUSAR O MESMO CONTRATO DUAS VEZES
       01  WRK-TB-CONTRATOS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-BANCO      PIC 9(03).
               03 WRK-TB-CONTRATO-BANCO PIC X(15).
       01  WRK-TB-PARCELAS.
           02 WRK-PC-ITEM OCCURS 99 TIMES.
               03 WRK-PC-VENCIMENTO PIC 9(08).
               03 WRK-PC-PRESTACAO  PIC 9(07)V99.
               03 WRK-PC-JUROS      PIC 9(07)V99.
               03 WRK-PC-AMORTIZACAO PIC 9(07)V99.
               03 WRK-PC-SALDO      PIC 9(09)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-LANCAMENTO
               PERFORM 0200-LANCAR-CONTRATO UNTIL WRK-CONTINUA = 'N'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0120-CARREGAR-CONTRATOS.

           IF NOT ABANDONAR-LANCAMENTO
               DISPLAY 'USUARIO RESPONSAVEL.. '
               ACCEPT WRK-USUARIO FROM CONSOLE
               OPEN EXTEND LOAN-FILE
               IF WRK-FS-BANKLOAN = '05' OR WRK-FS-BANKLOAN = '35'
                   OPEN OUTPUT LOAN-FILE
               END-IF
           END-IF.

       0110-LER-PARCELA.
           READ LOAN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-BANKLOAN
           END-READ.

      *    O BANKLOAN E LIDO UMA VEZ PARA ACHAR O ULTIMO NUMERO DE
      *    CONTRATO E MONTAR A TABELA DE CONTRATOS JA LANCADOS (SO A
      *    PARCELA 1 DE CADA UM); SE A TABELA NAO COMPORTAR, O
      *    LANCAMENTO NAO E LIBERADO, PARA NAO PERDER A CRITICA
       0120-CARREGAR-CONTRATOS.
           OPEN INPUT LOAN-FILE.
           IF WRK-FS-BANKLOAN = '00'
               PERFORM 0110-LER-PARCELA
               PERFORM UNTIL FIM-BANKLOAN OR ABANDONAR-LANCAMENTO
                   IF EB-CONTRATO > WRK-ULTIMO-CONTRATO
                       MOVE EB-CONTRATO TO WRK-ULTIMO-CONTRATO
                   END-IF
                   IF EB-PARCELA = 1
                       IF WRK-TB-QTD = 500
                           DISPLAY 'BANKLOAN COM MAIS DE 500'
                                   ' CONTRATOS - LANCAMENTO ABANDONADO'
                           MOVE 12 TO RETURN-CODE
                           MOVE 'S' TO WRK-ABANDONAR
                       ELSE
                           ADD 1 TO WRK-TB-QTD
                           MOVE EB-BANCO
                             TO WRK-TB-BANCO(WRK-TB-QTD)
                           MOVE EB-CONTRATO-BANCO
                             TO WRK-TB-CONTRATO-BANCO(WRK-TB-QTD)
                       END-IF
                   END-IF
                   PERFORM 0110-LER-PARCELA
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       0200-LANCAR-CONTRATO.
           DISPLAY '-------------------------------'
           DISPLAY 'LANCAMENTO DE EMPRESTIMO BANCARIO'
           MOVE 'S' TO WRK-CONTRATO-OK.
           PERFORM 0210-INFORMAR-BANCO.
           IF CONTRATO-OK
               PERFORM 0220-INFORMAR-CONDICOES
           END-IF.
           IF CONTRATO-OK
               PERFORM 0230-INFORMAR-DATAS
           END-IF.
           IF CONTRATO-OK
               PERFORM 0240-MONTAR-CRONOGRAMA
           END-IF.
           IF CONTRATO-OK
               PERFORM 0260-CONFIRMAR-CONTRATO
           END-IF.

           DISPLAY 'LANCAR OUTRO CONTRATO (S/N)? '
           ACCEPT WRK-CONTINUA FROM CONSOLE.

      *    BANCO E NUMERO DO CONTRATO OBRIGATORIOS; O MESMO NUMERO NO
      *    MESMO BANCO NAO ENTRA DUAS VEZES
       0210-INFORMAR-BANCO.
           DISPLAY 'CODIGO DO BANCO.. '
           ACCEPT WRK-BANCO FROM CONSOLE.
           DISPLAY 'NOME DO BANCO.. '
           ACCEPT WRK-NOME-BANCO FROM CONSOLE.
           DISPLAY 'NUMERO DO CONTRATO NO BANCO.. '
           ACCEPT WRK-CONTRATO-BANCO FROM CONSOLE.
           IF WRK-BANCO NOT NUMERIC OR WRK-BANCO = ZEROS
              OR WRK-NOME-BANCO = SPACES
              OR WRK-CONTRATO-BANCO = SPACES
               DISPLAY 'BANCO OU CONTRATO NAO INFORMADO'
               MOVE 'N' TO WRK-CONTRATO-OK
           ELSE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                                  OR NOT CONTRATO-OK
                   IF WRK-TB-BANCO(WRK-IDX) = WRK-BANCO
                      AND WRK-TB-CONTRATO-BANCO(WRK-IDX)
                          = WRK-CONTRATO-BANCO
                       DISPLAY 'CONTRATO JA LANCADO PARA ESTE BANCO'
                       MOVE 'N' TO WRK-CONTRATO-OK
                   END-IF
               END-PERFORM
           END-IF.

      *    MESMAS FAIXAS DO SIMULADOR PROGCOBD06: TAXA MENSAL ACIMA
      *    DE ZERO E PRAZO DE 1 A 99 MESES
       0220-INFORMAR-CONDICOES.
           DISPLAY 'VALOR DO PRINCIPAL.. '
           ACCEPT WRK-PRINCIPAL FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
               REPLACING VN-CAMPO  BY WRK-PRINCIPAL
                         VN-MINIMO BY 1
                         VN-MAXIMO BY 999999999
                         VN-FLAG   BY WRK-CAMPO-OK
                         VN-NOME   BY 'VALOR DO PRINCIPAL'.
           IF NOT CAMPO-VALIDO
               MOVE 'N' TO WRK-CONTRATO-OK
           END-IF.

           IF CONTRATO-OK
               DISPLAY 'TAXA MENSAL EM %.. '
               ACCEPT WRK-TX-MENSAL FROM CONSOLE
               IF WRK-TX-MENSAL NOT NUMERIC OR WRK-TX-MENSAL = ZEROS
                   DISPLAY 'TAXA MENSAL INVALIDA'
                   MOVE 'N' TO WRK-CONTRATO-OK
               END-IF
           END-IF.

           IF CONTRATO-OK
               PERFORM 0225-INFORMAR-PRAZO
           END-IF.

       0225-INFORMAR-PRAZO.
           DISPLAY 'PRAZO EM MESES (1 A 99).. '
           ACCEPT WRK-QT-PARCELAS FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
               REPLACING VN-CAMPO  BY WRK-QT-PARCELAS
                         VN-MINIMO BY 1
                         VN-MAXIMO BY 99
                         VN-FLAG   BY WRK-CAMPO-OK
                         VN-NOME   BY 'PRAZO EM MESES'.
           IF NOT CAMPO-VALIDO
               MOVE 'N' TO WRK-CONTRATO-OK
           END-IF.

      *    CONTRATACAO PELA CRITICA ESTRITA DO PROGCOB16D E NUNCA
      *    FUTURA; PRIMEIRO VENCIMENTO VALIDO E DEPOIS DA CONTRATACAO
       0230-INFORMAR-DATAS.
           DISPLAY 'DATA DA CONTRATACAO (AAAAMMDD).. '
           ACCEPT WRK-CONTRATACAO FROM CONSOLE.
           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-CONTRATACAO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR WRK-CONTRATACAO > WRK-DATASYS
               DISPLAY 'DATA DA CONTRATACAO INVALIDA OU FUTURA'
               MOVE 'N' TO WRK-CONTRATO-OK
           END-IF.

           IF CONTRATO-OK
               DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD).. '
               ACCEPT WRK-PRIMEIRO-VENC FROM CONSOLE
               MOVE 'V' TO WRK-FUNCAO
               MOVE WRK-PRIMEIRO-VENC TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               IF WRK-DATA-VALIDA NOT = 'S'
                  OR WRK-PRIMEIRO-VENC NOT > WRK-CONTRATACAO
                   DISPLAY 'PRIMEIRO VENCIMENTO INVALIDO OU NAO'
                           ' POSTERIOR A CONTRATACAO'
                   MOVE 'N' TO WRK-CONTRATO-OK
               END-IF
           END-IF.

      *    PRESTACAO FIXA DA TABELA PRICE: PV * I * (1+I)**N SOBRE
      *    (1+I)**N - 1, COM O FATOR COMPOSTO MES A MES, COMO NO
      *    PROGCOBD06. A TAXA DO CONTRATO E FIXA - O RATETAB DO
      *    SIMULADOR NAO ENTRA. PRESTACAO QUE NAO CABE NO PENDPAY
      *    RECUSA O CONTRATO
       0240-MONTAR-CRONOGRAMA.
           MOVE 'N' TO WRK-FORA-ESCALA.
           MOVE 1 TO WRK-FATOR.
           PERFORM WRK-QT-PARCELAS TIMES
               COMPUTE WRK-FATOR ROUNDED = WRK-FATOR *
                                  (1 + (WRK-TX-MENSAL / 100))
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-FORA-ESCALA
               END-COMPUTE
           END-PERFORM.

           IF WRK-FORA-ESCALA = 'N'
               COMPUTE WRK-PRICE-NUM ROUNDED =
                   WRK-PRINCIPAL * (WRK-TX-MENSAL / 100)
                       * WRK-FATOR
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-FORA-ESCALA
               END-COMPUTE
               COMPUTE WRK-PRICE-DEN = WRK-FATOR - 1
               COMPUTE WRK-PRESTACAO ROUNDED =
                   WRK-PRICE-NUM / WRK-PRICE-DEN
                   ON SIZE ERROR
                       MOVE 'S' TO WRK-FORA-ESCALA
               END-COMPUTE
           END-IF.

           IF WRK-FORA-ESCALA = 'S'
               DISPLAY 'PRESTACAO FORA DA ESCALA DO PENDPAY -'
                       ' CONTRATO NAO ACEITO'
               MOVE 'N' TO WRK-CONTRATO-OK
           ELSE
               MOVE WRK-PRINCIPAL TO WRK-SALDO
               MOVE ZEROS TO WRK-TOTAL-JUROS
               PERFORM VARYING WRK-PARC FROM 1 BY 1
                               UNTIL WRK-PARC > WRK-QT-PARCELAS
                   PERFORM 0250-CALCULAR-PARCELA
               END-PERFORM
           END-IF.

      *    JUROS DO MES SOBRE O SALDO DEVEDOR; A ULTIMA PARCELA QUITA
      *    O RESIDUO DO ARREDONDAMENTO. O VENCIMENTO E O PRIMEIRO MAIS
      *    N - 1 MESES, COM O DIA PRESO AO FIM DO MES DE DESTINO
       0250-CALCULAR-PARCELA.
           COMPUTE WRK-JUROS-MES ROUNDED =
               WRK-SALDO * (WRK-TX-MENSAL / 100).
           COMPUTE WRK-AMORTIZACAO = WRK-PRESTACAO - WRK-JUROS-MES.
           IF WRK-PARC = WRK-QT-PARCELAS
               MOVE WRK-SALDO TO WRK-AMORTIZACAO
           END-IF.
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO.
           ADD WRK-JUROS-MES TO WRK-TOTAL-JUROS.

           MOVE WRK-JUROS-MES   TO WRK-PC-JUROS(WRK-PARC).
           MOVE WRK-AMORTIZACAO TO WRK-PC-AMORTIZACAO(WRK-PARC).
           COMPUTE WRK-PC-PRESTACAO(WRK-PARC) =
               WRK-AMORTIZACAO + WRK-JUROS-MES.
           MOVE WRK-SALDO       TO WRK-PC-SALDO(WRK-PARC).

           MOVE 'A' TO WRK-FUNCAO.
           MOVE WRK-PRIMEIRO-VENC TO WRK-DATA-BASE.
           COMPUTE WRK-QT-DIAS = WRK-PARC - 1.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-PC-VENCIMENTO(WRK-PARC).

       0260-CONFIRMAR-CONTRATO.
           MOVE WRK-PRINCIPAL TO WRK-VALOR-ED.
           MOVE WRK-TX-MENSAL TO WRK-TAXA-ED.
           DISPLAY 'CONTRATO ' WRK-CONTRATO-BANCO ' BANCO '
                   WRK-BANCO ' ' WRK-NOME-BANCO.
           DISPLAY 'PRINCIPAL R$ ' WRK-VALOR-ED ' TAXA '
                   WRK-TAXA-ED '% A.M. EM ' WRK-QT-PARCELAS ' MESES'.
           DISPLAY 'PARCELA / VENCIMENTO / PRESTACAO / JUROS / AMORT'.
           PERFORM VARYING WRK-PARC FROM 1 BY 1
                           UNTIL WRK-PARC > WRK-QT-PARCELAS
               MOVE WRK-PC-PRESTACAO(WRK-PARC)   TO WRK-PRESTACAO-ED
               MOVE WRK-PC-JUROS(WRK-PARC)       TO WRK-JUROS-ED
               MOVE WRK-PC-AMORTIZACAO(WRK-PARC) TO WRK-AMORT-ED
               DISPLAY '  ' WRK-PARC ' ' WRK-PC-VENCIMENTO(WRK-PARC)
                       ' ' WRK-PRESTACAO-ED ' ' WRK-JUROS-ED
                       ' ' WRK-AMORT-ED
           END-PERFORM.
           MOVE WRK-TOTAL-JUROS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DE JUROS DO CONTRATO R$ ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA O LANCAMENTO (S/N)? '
           ACCEPT WRK-CONFIRMA FROM CONSOLE.

           IF WRK-CONFIRMA = 'S'
               IF WRK-TB-QTD = 500
                   DISPLAY 'TABELA DE CONTRATOS CHEIA - CONTRATO NAO'
                           ' LANCADO'
               ELSE
                   PERFORM 0270-GRAVAR-CONTRATO
               END-IF
           ELSE
               DISPLAY 'CONTRATO DESPREZADO'
           END-IF.

       0270-GRAVAR-CONTRATO.
           ADD 1 TO WRK-ULTIMO-CONTRATO.
           PERFORM VARYING WRK-PARC FROM 1 BY 1
                           UNTIL WRK-PARC > WRK-QT-PARCELAS
               MOVE WRK-ULTIMO-CONTRATO TO EB-CONTRATO
               MOVE WRK-PARC            TO EB-PARCELA
               MOVE WRK-QT-PARCELAS     TO EB-QT-PARCELAS
               MOVE WRK-BANCO           TO EB-BANCO
               MOVE WRK-NOME-BANCO      TO EB-NOME-BANCO
               MOVE WRK-CONTRATO-BANCO  TO EB-CONTRATO-BANCO
               MOVE WRK-PRINCIPAL       TO EB-PRINCIPAL
               MOVE WRK-TX-MENSAL       TO EB-TAXA-MENSAL
               MOVE WRK-CONTRATACAO     TO EB-DATA-CONTRATACAO
               MOVE WRK-PRIMEIRO-VENC   TO EB-PRIMEIRO-VENC
               MOVE WRK-PC-VENCIMENTO(WRK-PARC)  TO EB-VENCIMENTO
               MOVE WRK-PC-PRESTACAO(WRK-PARC)   TO EB-PRESTACAO
               MOVE WRK-PC-JUROS(WRK-PARC)       TO EB-JUROS
               MOVE WRK-PC-AMORTIZACAO(WRK-PARC) TO EB-AMORTIZACAO
               MOVE WRK-PC-SALDO(WRK-PARC)       TO EB-SALDO-DEVEDOR
               MOVE 'A'                 TO EB-STATUS
               MOVE ZEROS               TO EB-DATA-AGENDAMENTO
                                           EB-DATA-PAGAMENTO
               MOVE WRK-USUARIO         TO EB-USUARIO
               WRITE EB-REGISTRO
               ADD 1 TO WRK-QT-GRAVADAS
           END-PERFORM.

           ADD 1 TO WRK-TB-QTD.
           MOVE WRK-BANCO          TO WRK-TB-BANCO(WRK-TB-QTD).
           MOVE WRK-CONTRATO-BANCO TO WRK-TB-CONTRATO-BANCO(WRK-TB-QTD).
           ADD 1 TO WRK-QT-CONTRATOS.
           DISPLAY 'CONTRATO LANCADO COM O NUMERO '
                   WRK-ULTIMO-CONTRATO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'CONTRATOS LANCADOS....... ' WRK-QT-CONTRATOS.
           DISPLAY 'PARCELAS GRAVADAS........ ' WRK-QT-GRAVADAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF NOT ABANDONAR-LANCAMENTO
               CLOSE LOAN-FILE
           END-IF.
