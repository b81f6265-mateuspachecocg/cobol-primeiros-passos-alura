       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MOVIMENTO DIARIO DOS EMPRESTIMOS BANCARIOS
      *     (BANKLOAN, COPYBOOK LOANREG), RODADO ANTES DO PROGCOB50.
      *     1 - BAIXA: PAGAMENTO DE ORIGEM 'EB' JA LIBERADO PELO
      *     PROGCOB50 NO PENDPAY MARCA A PARCELA AGENDADA COMO PAGA
      *     NA DATA DA LIBERACAO E GRAVA NO GLEXTRACT A AMORTIZACAO
      *     (ROTULO 'RAZAO - EMPRA:', CONTA DO EVENTO 'EMPRESTIMO')
      *     E OS JUROS (ROTULO 'RAZAO - EMPRJ:', CONTA DO EVENTO
      *     'JUROSEMPR') DO COAMAP; A CONTRAPARTIDA NO BANCO E DA
      *     POSTAGEM (PROGCOB114). SEM AS DUAS CONTAS VIGENTES A
      *     PARCELA FICA AGENDADA PARA A PROXIMA RODADA.
      *     2 - AGENDAMENTO: PARCELA EM ABERTO QUE VENCE DENTRO DOS
      *     60 DIAS DA PREVISAO DE CAIXA (PROGCOB65) ENTRA NO
      *     PENDPAY (ORIGEM 'EB', REFERENCIA = CONTRATO + PARCELA,
      *     FAVORECIDO = BANCO, NA CONTA DO APACCT). SEM O APACCT
      *     NADA E AGENDADO. PARCELA NAO ACHADA OU CONTA FALTANDO NO
      *     COAMAP VAI PARA O SYSEXCEP
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

           SELECT AP-ACCOUNT ASSIGN TO 'APACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APACCT.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT COA-MAP ASSIGN TO 'COAMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COAMAP.

           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLEXTRACT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY 'LOANREG.COB'.

       FD  AP-ACCOUNT.
       01  AP-REGISTRO.
           02 AP-CONTA        PIC 9(04).

       FD  PENDING-PAYMENTS.
       01  PD-REGISTRO.
           02 PD-FAVORECIDO   PIC X(20).
           02 PD-CONTA        PIC 9(04).
           02 PD-VALOR        PIC 9(07)V99.
           02 PD-VENCIMENTO   PIC 9(08).
           02 PD-STATUS       PIC X(01).
              88 PD-PENDENTE  VALUE 'P'.
              88 PD-LIBERADO  VALUE 'L'.
           02 PD-ORIGEM       PIC X(02).
              88 PD-CONTAS-A-PAGAR VALUE 'CP'.
              88 PD-EMPRESTIMO VALUE 'EB'.
           02 PD-REFERENCIA   PIC 9(08).
           02 PD-FORMA-PAGTO  PIC X(01).
              88 PD-PAGTO-CHEQUE VALUE 'C'.
           02 PD-DATA-LIBERACAO PIC 9(08).
           02 PD-NUMERO-CHEQUE PIC 9(06).

       FD  COA-MAP.
       01  CA-REGISTRO.
           02 CA-EVENTO       PIC X(10).
           02 CA-CONTA        PIC 9(08).
           02 CA-VALIDADE-INI PIC 9(08).
           02 CA-VALIDADE-FIM PIC 9(08).

       FD  GL-EXTRACT.
       01  GL-LINHA           PIC X(70).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-BANKLOAN   PIC X(02) VALUE ZEROS.
       77 WRK-FS-APACCT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-COAMAP     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEXTRACT  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-BANKLOAN  PIC X(01) VALUE 'N'.
          88 FIM-BANKLOAN   VALUE 'S'.
       77 WRK-EOF-PENDPAY   PIC X(01) VALUE 'N'.
          88 FIM-PENDPAY    VALUE 'S'.
       77 WRK-EOF-COAMAP    PIC X(01) VALUE 'N'.
          88 FIM-COAMAP     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
      *    ANTECEDENCIA DO AGENDAMENTO: O MESMO HORIZONTE DA PREVISAO
      *    DE CAIXA DO PROGCOB65, PARA A PARCELA APARECER NELA
       77 WRK-ANTECEDENCIA  PIC 9(04) VALUE 60.
       77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-PAGTO   PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CONTA     PIC X(01) VALUE 'N'.
          88 TEM-CONTA-PAGTO VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-BANKLOAN-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-COA       PIC 9(02) VALUE ZEROS.
       77 WRK-EB-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-EVENTO        PIC X(10) VALUE SPACES.
       77 WRK-DATA-EVENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-CTB     PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-AMORT   PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-JUROS   PIC 9(08) VALUE ZEROS.
       77 WRK-QT-AGENDADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-BAIXADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-PARCELA PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NAO-AGENDADAS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-AMORT   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-JUROS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01  WRK-REFERENCIA.
           02 WRK-REF-CONTRATO PIC 9(06).
           02 WRK-REF-PARCELA  PIC 9(02).
       01  WRK-TB-PARCELAS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 3000 TIMES.
               03 WRK-TB-REGISTRO PIC X(150).
       01  WRK-TB-COA.
           02 WRK-TB-COA-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-COA-ITEM OCCURS 50 TIMES.
               03 WRK-TB-COA-EVENTO PIC X(10).
               03 WRK-TB-COA-CONTA  PIC 9(08).
               03 WRK-TB-COA-INI    PIC 9(08).
               03 WRK-TB-COA-FIM    PIC 9(08).
      *    LINHA DO GLEXTRACT DE UM LADO SO: O ROTULO DIZ SE E A
      *    AMORTIZACAO OU OS JUROS DA PARCELA; A POSTAGEM LE O VALOR
      *    NA POSICAO 35 COM 14 POSICOES
       01  GL-EMPRESTIMO.
           02 GE-ROTULO     PIC X(15).
           02 GE-D-CONTA    PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GE-D-CONTRATO PIC 9(06).
           02 FILLER        PIC X(01) VALUE '/'.
           02 GE-D-PARCELA  PIC 9(02).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GE-D-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'BANKLOAN MAIOR QUE A TABELA DE 3000'
                       ' PARCELAS - PROCESSAMENTO ABANDONADO, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-BAIXAR-PAGAS
               PERFORM 0300-AGENDAR-PARCELAS
               IF WRK-BANKLOAN-ALTERADO = 'S'
                   PERFORM 0400-REGRAVAR-CONTRATOS
               END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           MOVE 'C' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE WRK-ANTECEDENCIA TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-DATA-LIMITE.

           PERFORM 0120-CARREGAR-PARCELAS.

           IF NOT ABANDONAR-LOTE
               PERFORM 0140-CARREGAR-COAMAP

               OPEN INPUT AP-ACCOUNT
               IF WRK-FS-APACCT = '00'
                   READ AP-ACCOUNT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-CONTA > ZEROS
                               MOVE AP-CONTA TO WRK-CONTA-PAGTO
                               MOVE 'S' TO WRK-TEM-CONTA
                           END-IF
                   END-READ
                   CLOSE AP-ACCOUNT
               END-IF

               OPEN EXTEND GL-EXTRACT
               IF WRK-FS-GLEXTRACT = '05'
                  OR WRK-FS-GLEXTRACT = '35'
                   OPEN OUTPUT GL-EXTRACT
               END-IF

               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF
           END-IF.

       0110-LER-PARCELA.
           READ LOAN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-BANKLOAN
           END-READ.

       0120-CARREGAR-PARCELAS.
           OPEN INPUT LOAN-FILE.
           IF WRK-FS-BANKLOAN = '00'
               PERFORM 0110-LER-PARCELA
               PERFORM UNTIL FIM-BANKLOAN
                              OR WRK-TB-QTD = 3000
                   ADD 1 TO WRK-TB-QTD
                   MOVE EB-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-PARCELA
               END-PERFORM
               IF NOT FIM-BANKLOAN
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE LOAN-FILE
           ELSE
               DISPLAY 'BANKLOAN NAO ENCONTRADO - NENHUM EMPRESTIMO'
           END-IF.

       0140-CARREGAR-COAMAP.
           OPEN INPUT COA-MAP.
           IF WRK-FS-COAMAP = '00'
               PERFORM 0150-LER-COAMAP
               PERFORM UNTIL FIM-COAMAP
                              OR WRK-TB-COA-QTD = 50
                   ADD 1 TO WRK-TB-COA-QTD
                   MOVE CA-EVENTO
                     TO WRK-TB-COA-EVENTO(WRK-TB-COA-QTD)
                   MOVE CA-CONTA
                     TO WRK-TB-COA-CONTA(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-INI
                     TO WRK-TB-COA-INI(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-FIM
                     TO WRK-TB-COA-FIM(WRK-TB-COA-QTD)
                   PERFORM 0150-LER-COAMAP
               END-PERFORM
               CLOSE COA-MAP
           END-IF.

       0150-LER-COAMAP.
           READ COA-MAP
               AT END
                   MOVE 'S' TO WRK-EOF-COAMAP
           END-READ.

      *    CONTA DO EVENTO VIGENTE NA DATA DO PAGAMENTO
       0160-BUSCAR-CONTA-EVENTO.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           MOVE ZEROS TO WRK-CONTA-CTB.
           PERFORM VARYING WRK-IDX-COA FROM 1 BY 1
                           UNTIL WRK-IDX-COA > WRK-TB-COA-QTD
               IF WRK-TB-COA-EVENTO(WRK-IDX-COA) = WRK-EVENTO
                  AND WRK-DATA-EVENTO NOT <
                          WRK-TB-COA-INI(WRK-IDX-COA)
                  AND WRK-DATA-EVENTO NOT >
                          WRK-TB-COA-FIM(WRK-IDX-COA)
                   MOVE WRK-TB-COA-CONTA(WRK-IDX-COA)
                     TO WRK-CONTA-CTB
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.

       0170-LER-PENDENTE.
           READ PENDING-PAYMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-PENDPAY
           END-READ.

      *    O PENDPAY GUARDA OS PAGAMENTOS LIBERADOS; OS DE ORIGEM
      *    'EB' CUJA PARCELA AINDA ESTA AGENDADA SAO OS QUE O
      *    PROGCOB50 LIBEROU DESDE A ULTIMA RODADA
       0200-BAIXAR-PAGAS.
           OPEN INPUT PENDING-PAYMENTS.
           IF WRK-FS-PENDPAY = '00'
               PERFORM 0170-LER-PENDENTE
               PERFORM UNTIL FIM-PENDPAY
                   IF PD-EMPRESTIMO AND PD-LIBERADO
                       PERFORM 0210-BAIXAR-PARCELA
                   END-IF
                   PERFORM 0170-LER-PENDENTE
               END-PERFORM
               CLOSE PENDING-PAYMENTS
           END-IF.

      *    PARCELA JA PAGA E PULADA (BAIXADA EM RODADA ANTERIOR);
      *    SEM A PARCELA AGENDADA, A FALTA VAI PARA O SYSEXCEP
       0210-BAIXAR-PARCELA.
           MOVE PD-REFERENCIA TO WRK-REFERENCIA.
           MOVE ZEROS TO WRK-EB-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-EB-ACHADO > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO EB-REGISTRO
               IF EB-CONTRATO = WRK-REF-CONTRATO
                  AND EB-PARCELA = WRK-REF-PARCELA
                   MOVE WRK-IDX TO WRK-EB-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-EB-ACHADO > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-EB-ACHADO) TO EB-REGISTRO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-EB-ACHADO > ZEROS AND EB-PAGA
                   CONTINUE
               WHEN WRK-EB-ACHADO > ZEROS AND EB-AGENDADA
                   PERFORM 0220-CONTABILIZAR-PARCELA
               WHEN OTHER
                   ADD 1 TO WRK-QT-SEM-PARCELA
                   MOVE 'PARCELA EB NAO ACHADA' TO EC-MOTIVO
                   PERFORM 0290-GRAVAR-EXCECAO
           END-EVALUATE.

      *    AS DUAS CONTAS TEM DE ESTAR VIGENTES NA DATA DO PAGAMENTO:
      *    SEM UMA DELAS A PARCELA NAO E BAIXADA PELA METADE
       0220-CONTABILIZAR-PARCELA.
           MOVE PD-DATA-LIBERACAO TO WRK-DATA-EVENTO.
           MOVE 'EMPRESTIMO' TO WRK-EVENTO.
           PERFORM 0160-BUSCAR-CONTA-EVENTO.
           MOVE WRK-CONTA-CTB TO WRK-CONTA-AMORT.
           IF WRK-CONTA-ACHADA = 'S'
               MOVE 'JUROSEMPR ' TO WRK-EVENTO
               PERFORM 0160-BUSCAR-CONTA-EVENTO
               MOVE WRK-CONTA-CTB TO WRK-CONTA-JUROS
           END-IF.

           IF WRK-CONTA-ACHADA = 'N'
               ADD 1 TO WRK-QT-SEM-CONTA
               MOVE 'EVENTO SEM CONTA NO COAMAP' TO EC-MOTIVO
               PERFORM 0290-GRAVAR-EXCECAO
           ELSE
               MOVE EB-CONTRATO TO GE-D-CONTRATO
               MOVE EB-PARCELA  TO GE-D-PARCELA
               IF EB-AMORTIZACAO > ZEROS
                   MOVE 'RAZAO - EMPRA: ' TO GE-ROTULO
                   MOVE WRK-CONTA-AMORT   TO GE-D-CONTA
                   MOVE EB-AMORTIZACAO    TO GE-D-VALOR
                   WRITE GL-LINHA FROM GL-EMPRESTIMO
               END-IF
               IF EB-JUROS > ZEROS
                   MOVE 'RAZAO - EMPRJ: ' TO GE-ROTULO
                   MOVE WRK-CONTA-JUROS   TO GE-D-CONTA
                   MOVE EB-JUROS          TO GE-D-VALOR
                   WRITE GL-LINHA FROM GL-EMPRESTIMO
               END-IF
               ADD EB-AMORTIZACAO TO WRK-TOTAL-AMORT
               ADD EB-JUROS       TO WRK-TOTAL-JUROS
               MOVE 'P' TO EB-STATUS
               MOVE PD-DATA-LIBERACAO TO EB-DATA-PAGAMENTO
               MOVE EB-REGISTRO TO WRK-TB-REGISTRO(WRK-EB-ACHADO)
               MOVE 'S' TO WRK-BANKLOAN-ALTERADO
               ADD 1 TO WRK-QT-BAIXADAS
               MOVE EB-PRESTACAO TO WRK-VALOR-ED
               DISPLAY 'PAGA     ' EB-CONTRATO '/' EB-PARCELA ' '
                       EB-NOME-BANCO ' ' PD-DATA-LIBERACAO ' '
                       WRK-VALOR-ED
           END-IF.

       0290-GRAVAR-EXCECAO.
           MOVE 'PROGCOB117' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING 'EB ' WRK-REF-CONTRATO '/' WRK-REF-PARCELA ' '
                  PD-FAVORECIDO
               DELIMITED BY SIZE INTO EC-ENTRADA.
           WRITE EC-REGISTRO.

      *    PARCELA EM ABERTO (VENCIDA OU VENCENDO ATE O LIMITE) VAI
      *    INTEIRA PARA O PENDPAY; O PROGCOB50 A LIBERA NO VENCIMENTO
       0300-AGENDAR-PARCELAS.
           IF TEM-CONTA-PAGTO
               OPEN EXTEND PENDING-PAYMENTS
               IF WRK-FS-PENDPAY = '05' OR WRK-FS-PENDPAY = '35'
                   OPEN OUTPUT PENDING-PAYMENTS
               END-IF
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO EB-REGISTRO
               IF EB-ABERTA AND EB-VENCIMENTO NOT > WRK-DATA-LIMITE
                   IF TEM-CONTA-PAGTO
                       PERFORM 0310-AGENDAR-PARCELA
                   ELSE
                       ADD 1 TO WRK-QT-NAO-AGENDADAS
                   END-IF
               END-IF
           END-PERFORM.

           IF TEM-CONTA-PAGTO
               CLOSE PENDING-PAYMENTS
           END-IF.

       0310-AGENDAR-PARCELA.
           MOVE EB-CONTRATO     TO WRK-REF-CONTRATO.
           MOVE EB-PARCELA      TO WRK-REF-PARCELA.
           MOVE EB-NOME-BANCO   TO PD-FAVORECIDO.
           MOVE WRK-CONTA-PAGTO TO PD-CONTA.
           MOVE EB-PRESTACAO    TO PD-VALOR.
           MOVE EB-VENCIMENTO   TO PD-VENCIMENTO.
           MOVE 'P'             TO PD-STATUS.
           MOVE 'EB'            TO PD-ORIGEM.
           MOVE WRK-REFERENCIA  TO PD-REFERENCIA.
           MOVE SPACE           TO PD-FORMA-PAGTO.
           MOVE ZEROS           TO PD-DATA-LIBERACAO.
           MOVE ZEROS           TO PD-NUMERO-CHEQUE.
           WRITE PD-REGISTRO.

           MOVE 'G' TO EB-STATUS.
           MOVE WRK-DATASYS TO EB-DATA-AGENDAMENTO.
           MOVE EB-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX).
           MOVE 'S' TO WRK-BANKLOAN-ALTERADO.
           ADD 1 TO WRK-QT-AGENDADAS.
           MOVE EB-PRESTACAO TO WRK-VALOR-ED.
           DISPLAY 'AGENDADA ' EB-CONTRATO '/' EB-PARCELA ' '
                   EB-NOME-BANCO ' ' EB-VENCIMENTO ' ' WRK-VALOR-ED.

       0400-REGRAVAR-CONTRATOS.
           OPEN OUTPUT LOAN-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO EB-REGISTRO
               WRITE EB-REGISTRO
           END-PERFORM.
           CLOSE LOAN-FILE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'PARCELAS AGENDADAS....... ' WRK-QT-AGENDADAS.
           DISPLAY 'PARCELAS BAIXADAS........ ' WRK-QT-BAIXADAS.
           MOVE WRK-TOTAL-AMORT TO WRK-VALOR-ED.
           DISPLAY 'AMORTIZACAO CONTABIL. R$ ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-JUROS TO WRK-VALOR-ED.
           DISPLAY 'JUROS CONTABILIZADOS. R$ ' WRK-VALOR-ED.
           DISPLAY 'PAGAMENTOS SEM PARCELA... ' WRK-QT-SEM-PARCELA.
           DISPLAY 'BAIXAS SEM CONTA COAMAP.. ' WRK-QT-SEM-CONTA.
           IF WRK-QT-NAO-AGENDADAS > ZEROS
               DISPLAY '*** APACCT AUSENTE - ' WRK-QT-NAO-AGENDADAS
                       ' PARCELA(S) NAO AGENDADA(S) ***'
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF NOT ABANDONAR-LOTE
               CLOSE GL-EXTRACT
               CLOSE SYSTEM-EXCEPTIONS
               EVALUATE TRUE
                   WHEN WRK-QT-SEM-CONTA > ZEROS
                     OR WRK-QT-NAO-AGENDADAS > ZEROS
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QT-SEM-PARCELA > ZEROS
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
