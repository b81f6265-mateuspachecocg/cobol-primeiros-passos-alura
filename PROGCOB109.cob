       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: APROVACAO DAS NOTAS DE FORNECEDORES LANCADAS NO
      *     CONTAS A PAGAR (APFILE, COPYBOOK PAYABLE) PELO PROGCOB108.
      *     SO UM SUPERVISOR DE NIVEL 00 (MESMA CONFERENCIA DE
      *     USERMAST DO PROGCOB97) DECIDE CADA NOTA DIGITADA, COM
      *     TODAS AS SUAS PARCELAS: A APROVADA TEM CADA PARCELA
      *     AGENDADA NO PENDPAY (ORIGEM 'CP', REFERENCIA = NUMERO +
      *     PARCELA, NA CONTA DO APACCT E NO VENCIMENTO DA PARCELA),
      *     PARA O PROGCOB50 LIBERAR E BAIXAR; A CANCELADA SAI DO
      *     FLUXO; A PULADA CONTINUA DIGITADA. FORNECEDOR BLOQUEADO,
      *     EXCLUIDO OU FORA DO SUPPMAST NAO TEM NOTA APROVADA. SEM
      *     O APACCT NADA PODE SER APROVADO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A FORMA DE
      *            PAGAMENTO, A DATA DE LIBERACAO E O NUMERO DO
      *            CHEQUE NO FIM DO REGISTRO; A PARCELA DE FORNECEDOR
      *            SEM DADOS BANCARIOS NO SUPPMAST E AGENDADA COM
      *            FORMA 'C' (CHEQUE, IMPRESSO PELO PROGCOB112)
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            CUJO PD-VALOR PASSOU A TER CENTAVOS (9(07)V99)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.

           SELECT ACCOUNTS-PAYABLE ASSIGN TO 'APFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APFILE.

           SELECT AP-ACCOUNT ASSIGN TO 'APACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APACCT.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       FD  ACCOUNTS-PAYABLE.
           COPY 'PAYABLE.COB'.

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
           02 PD-REFERENCIA   PIC 9(08).
           02 PD-FORMA-PAGTO  PIC X(01).
              88 PD-PAGTO-CHEQUE VALUE 'C'.
           02 PD-DATA-LIBERACAO PIC 9(08).
           02 PD-NUMERO-CHEQUE PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUPPMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-APFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-APACCT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-APFILE    PIC X(01) VALUE 'N'.
          88 FIM-APFILE     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-APROVADOR     PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-OK  PIC X(01) VALUE 'N'.
          88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-CONTA-PAGTO   PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CONTA     PIC X(01) VALUE 'N'.
          88 TEM-CONTA-PAGTO VALUE 'S'.
       77 WRK-SUPPMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-FORNECEDOR-OK PIC X(01) VALUE 'N'.
          88 FORNECEDOR-APTO VALUE 'S'.
       77 WRK-DECISAO       PIC X(01) VALUE SPACE.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PC        PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA-DECIDIDA PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-NOTA    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-APROVADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CANCELADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PULADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AGENDADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       01  WRK-REFERENCIA.
           02 WRK-REF-NUMERO  PIC 9(06).
           02 WRK-REF-PARCELA PIC 9(02).
       01  WRK-TB-TITULOS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-REGISTRO PIC X(120).
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT APROVADOR-AUTORIZADO
               DISPLAY 'APROVACAO RESTRITA A SUPERVISOR (NIVEL 00)'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF NOT TEM-CONTA-PAGTO
               DISPLAY 'APACCT AUSENTE - SEM CONTA DE PAGAMENTO,'
                       ' NENHUMA NOTA PODE SER APROVADA'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-LOTE
               DISPLAY 'APFILE MAIOR QUE A TABELA DE 1000'
                       ' PARCELAS - SESSAO ABANDONADA, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-REVISAR-NOTAS
               PERFORM 0400-REGRAVAR-TITULOS
           END-IF
           END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0200-AUTENTICAR-APROVADOR.

           IF APROVADOR-AUTORIZADO
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
           END-IF.

           IF APROVADOR-AUTORIZADO AND TEM-CONTA-PAGTO
               PERFORM 0120-CARREGAR-TITULOS
               IF NOT ABANDONAR-LOTE
                   OPEN INPUT SUPPLIER-MASTER
                   IF WRK-FS-SUPPMAST = '00'
                       MOVE 'S' TO WRK-SUPPMAST-ABERTO
                   END-IF
                   OPEN EXTEND PENDING-PAYMENTS
                   IF WRK-FS-PENDPAY = '05'
                      OR WRK-FS-PENDPAY = '35'
                       OPEN OUTPUT PENDING-PAYMENTS
                   END-IF
               END-IF
           END-IF.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) APROVA -
      *    MESMA CONFERENCIA DO USERMAST QUE O PROGCOB97 FAZ
       0200-AUTENTICAR-APROVADOR.
           DISPLAY 'SUPERVISOR (NIVEL 00).. '
           ACCEPT WRK-APROVADOR FROM CONSOLE.
           DISPLAY 'SENHA... ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA WITH NO ECHO.

           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST = '00'
               MOVE WRK-APROVADOR TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-NIVEL = ZEROS
                          AND UM-SENHA = WRK-SENHA
                          AND NOT UM-LOGIN-DESATIVADO
                           MOVE 'S' TO WRK-APROVADOR-OK
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.

       0110-LER-TITULO.
           READ ACCOUNTS-PAYABLE
               AT END
                   MOVE 'S' TO WRK-EOF-APFILE
           END-READ.

       0120-CARREGAR-TITULOS.
           OPEN INPUT ACCOUNTS-PAYABLE.
           IF WRK-FS-APFILE = '00'
               PERFORM 0110-LER-TITULO
               PERFORM UNTIL FIM-APFILE
                              OR WRK-TB-QTD = 1000
                   ADD 1 TO WRK-TB-QTD
                   MOVE CP-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-TITULO
               END-PERFORM
               IF NOT FIM-APFILE
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE ACCOUNTS-PAYABLE
           END-IF.

      *    CADA NOTA E DECIDIDA UMA VEZ, NA PRIMEIRA PARCELA DIGITADA
      *    ENCONTRADA; A DECISAO VALE PARA TODAS AS PARCELAS DELA
       0300-REVISAR-NOTAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CP-REGISTRO
               IF CP-DIGITADA AND CP-NUMERO NOT = WRK-NOTA-DECIDIDA
                   MOVE CP-NUMERO TO WRK-NOTA-DECIDIDA
                   PERFORM 0310-DECIDIR-NOTA
               END-IF
           END-PERFORM.

       0310-DECIDIR-NOTA.
           MOVE 'N' TO WRK-FORNECEDOR-OK.
           MOVE 'FORNECEDOR NAO CADASTRADO' TO FN-NOME.
           IF WRK-SUPPMAST-ABERTO = 'S'
               MOVE CP-FORNECEDOR TO FN-DOCUMENTO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO' TO FN-NOME
                   NOT INVALID KEY
                       IF FN-ATIVO
                           MOVE 'S' TO WRK-FORNECEDOR-OK
                       END-IF
               END-READ
           END-IF.

           DISPLAY '-------------------------------'
           DISPLAY 'NOTA ' CP-NUMERO ' DOCUMENTO ' CP-DOCUMENTO
                   ' EMISSAO ' CP-DATA-EMISSAO.
           DISPLAY 'FORNECEDOR.. ' CP-FORNECEDOR ' ' FN-NOME.
           DISPLAY 'DESPESA..... ' CP-CONTA-DESPESA
                   ' LANCADA POR ' CP-USUARIO.
           MOVE ZEROS TO WRK-VALOR-NOTA.
           PERFORM VARYING WRK-IDX-PC FROM WRK-IDX BY 1
                           UNTIL WRK-IDX-PC > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX-PC) TO CP-REGISTRO
               IF CP-NUMERO = WRK-NOTA-DECIDIDA AND CP-DIGITADA
                   MOVE CP-VALOR TO WRK-VALOR-ED
                   DISPLAY '  PARCELA ' CP-PARCELA '/' CP-QT-PARCELAS
                           ' VENCE ' CP-VENCIMENTO ' R$ ' WRK-VALOR-ED
                   ADD CP-VALOR TO WRK-VALOR-NOTA
               END-IF
           END-PERFORM.
           MOVE WRK-VALOR-NOTA TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DA NOTA R$ ' WRK-VALOR-ED.

           IF FORNECEDOR-APTO
               DISPLAY 'APROVAR (A) / CANCELAR (C) / PULAR (P).. '
           ELSE
               DISPLAY 'FORNECEDOR BLOQUEADO, EXCLUIDO OU SEM'
                       ' CADASTRO - SO CANCELAR (C) / PULAR (P).. '
           END-IF.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF WRK-DECISAO = 'A' AND NOT FORNECEDOR-APTO
               DISPLAY 'NOTA NAO PODE SER APROVADA - MANTIDA'
               MOVE 'P' TO WRK-DECISAO
           END-IF.

           EVALUATE WRK-DECISAO
               WHEN 'A'
                   PERFORM 0320-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-APROVADAS
               WHEN 'C'
                   PERFORM 0320-APLICAR-DECISAO
                   ADD 1 TO WRK-QT-CANCELADAS
               WHEN OTHER
                   ADD 1 TO WRK-QT-PULADAS
           END-EVALUATE.

       0320-APLICAR-DECISAO.
           PERFORM VARYING WRK-IDX-PC FROM WRK-IDX BY 1
                           UNTIL WRK-IDX-PC > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX-PC) TO CP-REGISTRO
               IF CP-NUMERO = WRK-NOTA-DECIDIDA AND CP-DIGITADA
                   IF WRK-DECISAO = 'A'
                       PERFORM 0330-AGENDAR-PARCELA
                       MOVE 'A' TO CP-STATUS
                   ELSE
                       MOVE 'C' TO CP-STATUS
                   END-IF
                   MOVE WRK-APROVADOR TO CP-APROVADOR
                   MOVE WRK-DATASYS   TO CP-DATA-APROVACAO
                   MOVE CP-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-IDX-PC)
               END-IF
           END-PERFORM.

      *    A PARCELA VAI INTEIRA PARA O PENDPAY, COM OS CENTAVOS,
      *    E CONTINUA NO APFILE, ACHADA PELA REFERENCIA. FORNECEDOR SEM
      *    DADOS BANCARIOS NO SUPPMAST RECEBE EM CHEQUE (FORMA 'C',
      *    IMPRESSO PELO PROGCOB112 DEPOIS DA LIBERACAO)
       0330-AGENDAR-PARCELA.
           MOVE CP-NUMERO       TO WRK-REF-NUMERO.
           MOVE CP-PARCELA      TO WRK-REF-PARCELA.
           MOVE FN-NOME         TO PD-FAVORECIDO.
           MOVE WRK-CONTA-PAGTO TO PD-CONTA.
           MOVE CP-VALOR        TO PD-VALOR.
           MOVE CP-VENCIMENTO   TO PD-VENCIMENTO.
           MOVE 'P'             TO PD-STATUS.
           MOVE 'CP'            TO PD-ORIGEM.
           MOVE WRK-REFERENCIA  TO PD-REFERENCIA.
           IF FN-BANCO = ZEROS OR FN-CONTA-BANCO = SPACES
               MOVE 'C'         TO PD-FORMA-PAGTO
           ELSE
               MOVE SPACE       TO PD-FORMA-PAGTO
           END-IF.
           MOVE ZEROS           TO PD-DATA-LIBERACAO.
           MOVE ZEROS           TO PD-NUMERO-CHEQUE.
           WRITE PD-REGISTRO.
           ADD 1 TO WRK-QT-AGENDADAS.

       0400-REGRAVAR-TITULOS.
           OPEN OUTPUT ACCOUNTS-PAYABLE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO CP-REGISTRO
               WRITE CP-REGISTRO
           END-PERFORM.
           CLOSE ACCOUNTS-PAYABLE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'NOTAS APROVADAS.......... ' WRK-QT-APROVADAS.
           DISPLAY 'PARCELAS AGENDADAS....... ' WRK-QT-AGENDADAS.
           DISPLAY 'NOTAS CANCELADAS......... ' WRK-QT-CANCELADAS.
           DISPLAY 'AINDA DIGITADAS.......... ' WRK-QT-PULADAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF APROVADOR-AUTORIZADO AND TEM-CONTA-PAGTO
              AND NOT ABANDONAR-LOTE
               CLOSE PENDING-PAYMENTS
           END-IF.
           IF WRK-SUPPMAST-ABERTO = 'S'
               CLOSE SUPPLIER-MASTER
           END-IF.
