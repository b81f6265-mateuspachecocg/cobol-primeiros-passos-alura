       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: POSICAO DA DIVIDA BANCARIA: LE O CADASTRO DE
      *     EMPRESTIMOS (BANKLOAN, COPYBOOK LOANREG) E IMPRIME NO
      *     LOANPOS O PRINCIPAL EM ABERTO DE CADA CONTRATO (SOMA DAS
      *     AMORTIZACOES DAS PARCELAS AINDA NAO PAGAS, AGENDADAS OU
      *     NAO), COM AS PARCELAS PAGAS E O PROXIMO VENCIMENTO, E EM
      *     PAGINA PROPRIA O MESMO PRINCIPAL ABERTO POR ANO DE
      *     VENCIMENTO DAS PARCELAS, COM OS JUROS AINDA A PAGAR.
      *     CONTRATO QUITADO NAO SAI NA LISTA, SO NA CONTAGEM. OS
      *     TOTAIS DAS DUAS PARTES TEM DE SER IGUAIS
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

           SELECT POSITION-RPT ASSIGN TO 'LOANPOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOANPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY 'LOANREG.COB'.

       FD  POSITION-RPT.
       01  PS-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-BANKLOAN   PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOANPOS    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-BANKLOAN  PIC X(01) VALUE 'N'.
          88 FIM-BANKLOAN   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CT        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ANO       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-PARCELAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-QUITADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PULADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PRINCIPAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ANOS      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-QT-ANOS   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PRINCIPAL EM ABERTO POR CONTRATO
       01  WRK-TB-CONTRATOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-CONTRATO   PIC 9(06).
               03 WRK-TB-BANCO      PIC 9(03).
               03 WRK-TB-NOME-BANCO PIC X(20).
               03 WRK-TB-CONTRATO-BANCO PIC X(15).
               03 WRK-TB-PRINCIPAL  PIC 9(09)V99.
               03 WRK-TB-QT-PARCELAS PIC 9(02).
               03 WRK-TB-QT-PAGAS   PIC 9(02).
               03 WRK-TB-PROX-VENC  PIC 9(08).
               03 WRK-TB-ABERTO     PIC 9(09)V99.
      *    PRINCIPAL E JUROS EM ABERTO POR ANO DE VENCIMENTO
       01  WRK-TB-ANOS.
           02 WRK-AN-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-AN-ITEM OCCURS 100 TIMES.
               03 WRK-AN-ANO        PIC 9(04).
               03 WRK-AN-QT-PARCELAS PIC 9(05).
               03 WRK-AN-PRINCIPAL  PIC 9(11)V99.
               03 WRK-AN-JUROS      PIC 9(11)V99.
       01  WRK-ANO-TROCA        PIC X(35).
       01  PS-COLUNAS-CONTRATO.
           02 FILLER PIC X(40) VALUE
              'CONTRATO / BANCO / NO BANCO / PRINCIPAL '.
           02 FILLER PIC X(40) VALUE
              '/ PAGAS / PROXIMO VENC / EM ABERTO'.
       01  PS-COLUNAS-ANO.
           02 FILLER PIC X(40) VALUE
              'ANO DE VENCIMENTO / PARCELAS / PRINCIPAL'.
           02 FILLER PIC X(40) VALUE
              ' A VENCER / JUROS A VENCER'.
       01  PS-DETALHE.
           02 PS-D-CONTRATO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-BANCO      PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-NOME-BANCO PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-CONTRATO-BANCO PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-PRINCIPAL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-QT-PAGAS   PIC Z9.
           02 FILLER          PIC X(01) VALUE '/'.
           02 PS-D-QT-PARCELAS PIC 99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-PROX-VENC  PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PS-D-ABERTO     PIC ZZZ.ZZZ.ZZ9,99.
       01  PS-TOTAL.
           02 FILLER          PIC X(45) VALUE 'TOTAL GERAL'.
           02 PS-T-PRINCIPAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(13) VALUE SPACES.
           02 PS-T-ABERTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  PS-DETALHE-ANO.
           02 PS-A-ANO        PIC 9(04).
           02 FILLER          PIC X(15) VALUE SPACES.
           02 PS-A-QT-PARCELAS PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PS-A-PRINCIPAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PS-A-JUROS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  PS-TOTAL-ANO.
           02 FILLER          PIC X(19) VALUE 'TOTAL GERAL'.
           02 PS-TA-QT-PARCELAS PIC ZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PS-TA-PRINCIPAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PS-TA-JUROS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-BANKLOAN.
           PERFORM 0300-IMPRIMIR-CONTRATOS.
           PERFORM 0400-ORDENAR-ANOS.
           PERFORM 0500-IMPRIMIR-ANOS.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT LOAN-FILE.
           IF WRK-FS-BANKLOAN NOT = '00'
               MOVE 'PROGCOB118' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'BANKLOAN  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-BANKLOAN TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-EOF-BANKLOAN
           ELSE
               PERFORM 0110-LER-PARCELA
           END-IF.

           OPEN OUTPUT POSITION-RPT.
           MOVE 'POSICAO DA DIVIDA BANCARIA' TO RW-TITULO.
           MOVE PS-COLUNAS-CONTRATO TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

       0110-LER-PARCELA.
           READ LOAN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-BANKLOAN
           END-READ.

      *    PARCELA PAGA SO CONTA COMO PAGA; A NAO PAGA SOMA A
      *    AMORTIZACAO NO PRINCIPAL EM ABERTO DO CONTRATO E DO ANO
      *    DO SEU VENCIMENTO, E O MENOR VENCIMENTO E O PROXIMO
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-PARCELAS.
           PERFORM 0210-LOCALIZAR-CONTRATO.
           IF WRK-IDX-CT = ZEROS
               ADD 1 TO WRK-QT-PULADAS
           ELSE
               IF EB-PAGA
                   ADD 1 TO WRK-TB-QT-PAGAS(WRK-IDX-CT)
               ELSE
                   ADD EB-AMORTIZACAO TO WRK-TB-ABERTO(WRK-IDX-CT)
                   IF WRK-TB-PROX-VENC(WRK-IDX-CT) = ZEROS
                      OR EB-VENCIMENTO < WRK-TB-PROX-VENC(WRK-IDX-CT)
                       MOVE EB-VENCIMENTO
                         TO WRK-TB-PROX-VENC(WRK-IDX-CT)
                   END-IF
                   PERFORM 0220-LOCALIZAR-ANO
                   IF WRK-IDX-ANO = ZEROS
                       ADD 1 TO WRK-QT-PULADAS
                   ELSE
                       ADD 1 TO WRK-AN-QT-PARCELAS(WRK-IDX-ANO)
                       ADD EB-AMORTIZACAO
                         TO WRK-AN-PRINCIPAL(WRK-IDX-ANO)
                       ADD EB-JUROS TO WRK-AN-JUROS(WRK-IDX-ANO)
                   END-IF
               END-IF
           END-IF.

           PERFORM 0110-LER-PARCELA.

       0210-LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-IDX-CT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-CT > ZEROS
               IF WRK-TB-CONTRATO(WRK-IDX) = EB-CONTRATO
                   MOVE WRK-IDX TO WRK-IDX-CT
               END-IF
           END-PERFORM.

           IF WRK-IDX-CT = ZEROS
              AND WRK-TB-QTD < 500
               ADD 1 TO WRK-TB-QTD
               MOVE WRK-TB-QTD TO WRK-IDX-CT
               MOVE EB-CONTRATO    TO WRK-TB-CONTRATO(WRK-IDX-CT)
               MOVE EB-BANCO       TO WRK-TB-BANCO(WRK-IDX-CT)
               MOVE EB-NOME-BANCO  TO WRK-TB-NOME-BANCO(WRK-IDX-CT)
               MOVE EB-CONTRATO-BANCO
                 TO WRK-TB-CONTRATO-BANCO(WRK-IDX-CT)
               MOVE EB-PRINCIPAL   TO WRK-TB-PRINCIPAL(WRK-IDX-CT)
               MOVE EB-QT-PARCELAS TO WRK-TB-QT-PARCELAS(WRK-IDX-CT)
               MOVE ZEROS TO WRK-TB-QT-PAGAS(WRK-IDX-CT)
                             WRK-TB-PROX-VENC(WRK-IDX-CT)
                             WRK-TB-ABERTO(WRK-IDX-CT)
           END-IF.

       0220-LOCALIZAR-ANO.
           MOVE ZEROS TO WRK-IDX-ANO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AN-QTD
                              OR WRK-IDX-ANO > ZEROS
               IF WRK-AN-ANO(WRK-IDX) = EB-VENCIMENTO(1:4)
                   MOVE WRK-IDX TO WRK-IDX-ANO
               END-IF
           END-PERFORM.

           IF WRK-IDX-ANO = ZEROS
              AND WRK-AN-QTD < 100
               ADD 1 TO WRK-AN-QTD
               MOVE WRK-AN-QTD TO WRK-IDX-ANO
               MOVE EB-VENCIMENTO(1:4) TO WRK-AN-ANO(WRK-IDX-ANO)
               MOVE ZEROS TO WRK-AN-QT-PARCELAS(WRK-IDX-ANO)
                             WRK-AN-PRINCIPAL(WRK-IDX-ANO)
                             WRK-AN-JUROS(WRK-IDX-ANO)
           END-IF.

       0300-IMPRIMIR-CONTRATOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               IF WRK-TB-ABERTO(WRK-IDX) = ZEROS
                   ADD 1 TO WRK-QT-QUITADOS
               ELSE
                   ADD 1 TO WRK-QT-ABERTOS
                   MOVE WRK-TB-CONTRATO(WRK-IDX)   TO PS-D-CONTRATO
                   MOVE WRK-TB-BANCO(WRK-IDX)      TO PS-D-BANCO
                   MOVE WRK-TB-NOME-BANCO(WRK-IDX) TO PS-D-NOME-BANCO
                   MOVE WRK-TB-CONTRATO-BANCO(WRK-IDX)
                     TO PS-D-CONTRATO-BANCO
                   MOVE WRK-TB-PRINCIPAL(WRK-IDX)  TO PS-D-PRINCIPAL
                   MOVE WRK-TB-QT-PAGAS(WRK-IDX)   TO PS-D-QT-PAGAS
                   MOVE WRK-TB-QT-PARCELAS(WRK-IDX)
                     TO PS-D-QT-PARCELAS
                   MOVE WRK-TB-PROX-VENC(WRK-IDX)  TO PS-D-PROX-VENC
                   MOVE WRK-TB-ABERTO(WRK-IDX)     TO PS-D-ABERTO
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE PS-LINHA FROM PS-DETALHE
                   DISPLAY PS-DETALHE
                   ADD WRK-TB-PRINCIPAL(WRK-IDX) TO WRK-TOT-PRINCIPAL
                   ADD WRK-TB-ABERTO(WRK-IDX)    TO WRK-TOT-ABERTO
               END-IF
           END-PERFORM.

           MOVE WRK-TOT-PRINCIPAL TO PS-T-PRINCIPAL.
           MOVE WRK-TOT-ABERTO    TO PS-T-ABERTO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE PS-LINHA FROM PS-TOTAL.
           DISPLAY PS-TOTAL.

       0400-ORDENAR-ANOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX NOT < WRK-AN-QTD
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 NOT < WRK-AN-QTD
                   IF WRK-AN-ANO(WRK-IDX2) >
                              WRK-AN-ANO(WRK-IDX2 + 1)
                       MOVE WRK-AN-ITEM(WRK-IDX2)
                         TO WRK-ANO-TROCA
                       MOVE WRK-AN-ITEM(WRK-IDX2 + 1)
                         TO WRK-AN-ITEM(WRK-IDX2)
                       MOVE WRK-ANO-TROCA
                         TO WRK-AN-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    A SEGUNDA PARTE TEM OUTRAS COLUNAS: TROCA O RW-COLUNAS E
      *    ESGOTA O CONTADOR DE LINHAS PARA O GERADOR ABRIR PAGINA
      *    NOVA COM O CABECALHO NOVO NO PROXIMO DETALHE
       0500-IMPRIMIR-ANOS.
           MOVE PS-COLUNAS-ANO TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AN-QTD
               MOVE WRK-AN-ANO(WRK-IDX)         TO PS-A-ANO
               MOVE WRK-AN-QT-PARCELAS(WRK-IDX) TO PS-A-QT-PARCELAS
               MOVE WRK-AN-PRINCIPAL(WRK-IDX)   TO PS-A-PRINCIPAL
               MOVE WRK-AN-JUROS(WRK-IDX)       TO PS-A-JUROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE PS-LINHA FROM PS-DETALHE-ANO
               DISPLAY PS-DETALHE-ANO
               ADD WRK-AN-QT-PARCELAS(WRK-IDX) TO WRK-TOT-QT-ANOS
               ADD WRK-AN-PRINCIPAL(WRK-IDX)   TO WRK-TOT-ANOS
               ADD WRK-AN-JUROS(WRK-IDX)       TO WRK-TOT-JUROS
           END-PERFORM.

           MOVE WRK-TOT-QT-ANOS TO PS-TA-QT-PARCELAS.
           MOVE WRK-TOT-ANOS    TO PS-TA-PRINCIPAL.
           MOVE WRK-TOT-JUROS   TO PS-TA-JUROS.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE PS-LINHA FROM PS-TOTAL-ANO.
           DISPLAY PS-TOTAL-ANO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'PARCELAS LIDAS........... ' WRK-QT-PARCELAS.
           DISPLAY 'CONTRATOS EM ABERTO...... ' WRK-QT-ABERTOS.
           DISPLAY 'CONTRATOS QUITADOS....... ' WRK-QT-QUITADOS.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           DISPLAY 'PRINCIPAL EM ABERTO.. R$ ' WRK-VALOR-ED.
           DISPLAY 'PARCELAS PULADAS (TABELA) ' WRK-QT-PULADAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-BANKLOAN NOT = '35'
               CLOSE LOAN-FILE
           END-IF.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PS-LINHA FROM RW-TRAILER.
           CLOSE POSITION-RPT.

      *    AS DUAS PARTES TEM DE FECHAR; TABELA CHEIA DEIXA A
      *    POSICAO INCOMPLETA
           EVALUATE TRUE
               WHEN WRK-QT-PULADAS > ZEROS
                   DISPLAY '*** TABELA DE CONTRATOS OU ANOS CHEIA -'
                           ' POSICAO INCOMPLETA ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TOT-ABERTO NOT = WRK-TOT-ANOS
                   DISPLAY '*** TOTAL POR CONTRATO DIFERE DO TOTAL'
                           ' POR ANO ***'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PS-LINHA FROM RW-CABECALHO1
               WRITE PS-LINHA FROM RW-CABECALHO2
               WRITE PS-LINHA FROM RW-COLUNAS
           END-IF.
