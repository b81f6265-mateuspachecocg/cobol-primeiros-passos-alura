       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LANCAMENTO DE NOTAS DE FORNECEDORES NO CONTAS A
      *     PAGAR (APFILE, COPYBOOK PAYABLE): FORNECEDOR ATIVO DO
      *     SUPPMAST, NUMERO DO DOCUMENTO (RECUSADO SE O MESMO
      *     FORNECEDOR JA TEM NOTA NAO CANCELADA COM ESSE NUMERO),
      *     EMISSAO CRITICADA PELO PROGCOB16D, CONTA DE DESPESA,
      *     VALOR TOTAL E DE 1 A 12 PARCELAS. O VALOR E DIVIDIDO EM
      *     PARTES IGUAIS, COM A SOBRA DE CENTAVOS NA ULTIMA PARCELA;
      *     O VENCIMENTO DE CADA PARCELA E INFORMADO, COM A SUGESTAO
      *     DE EMISSAO + PRAZO DO FORNECEDOR X NUMERO DA PARCELA.
      *     CADA PARCELA VIRA UM REGISTRO DIGITADO ('D'), QUE SO
      *     ENTRA NO PENDPAY DEPOIS DA APROVACAO (PROGCOB109)
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.

           SELECT ACCOUNTS-PAYABLE ASSIGN TO 'APFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       FD  ACCOUNTS-PAYABLE.
           COPY 'PAYABLE.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-SUPPMAST    PIC X(02) VALUE ZEROS.
       77  WRK-FS-APFILE      PIC X(02) VALUE ZEROS.
       77  WRK-SUPPMAST-ABERTO PIC X(01) VALUE 'N'.
       77  WRK-EOF-APFILE     PIC X(01) VALUE 'N'.
           88 FIM-APFILE      VALUE 'S'.
       77  WRK-ABANDONAR      PIC X(01) VALUE 'N'.
           88 ABANDONAR-LANCAMENTO VALUE 'S'.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO        PIC X(08) VALUE SPACES.
       77  WRK-CONTINUA       PIC X(01) VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACE.
       77  WRK-NOTA-OK        PIC X(01) VALUE 'S'.
           88 NOTA-OK         VALUE 'S'.
       77  WRK-ULTIMO-NUMERO  PIC 9(06) VALUE ZEROS.
       77  WRK-FORNECEDOR     PIC 9(14) VALUE ZEROS.
       77  WRK-DOCUMENTO      PIC X(10) VALUE SPACES.
       77  WRK-EMISSAO        PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-DESPESA  PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-TOTAL    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-SOBRA    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-PARCELAS    PIC 9(02) VALUE ZEROS.
       77  WRK-QT-PARCELAS-OK PIC X(01) VALUE 'N'.
           88 QT-PARCELAS-VALIDA VALUE 'S'.
       77  WRK-PARC           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX            PIC 9(04) VALUE ZEROS.
       77  WRK-VENC-INFORMADO PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-SUGERIDO  PIC 9(08) VALUE ZEROS.
       77  WRK-QT-NOTAS       PIC 9(04) VALUE ZEROS.
       77  WRK-QT-GRAVADAS    PIC 9(04) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77  WRK-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-DATA-BASE      PIC 9(08) VALUE ZEROS.
       77  WRK-QT-DIAS        PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-RESULT    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-DIF       PIC S9(06) VALUE ZEROS.
       77  WRK-DATA-VALIDA    PIC X(01) VALUE 'N'.
      *    NOTAS JA LANCADAS (FORNECEDOR + DOCUMENTO), PARA RECUSAR
      *    O MESMO DOCUMENTO DUAS VEZES
       01  WRK-TB-NOTAS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-FORNECEDOR PIC 9(14).
               03 WRK-TB-DOCUMENTO  PIC X(10).
       01  WRK-TB-PARCELAS.
           02 WRK-PC-ITEM OCCURS 12 TIMES.
               03 WRK-PC-VENCIMENTO PIC 9(08).
               03 WRK-PC-VALOR      PIC 9(07)V99.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-LANCAMENTO
               PERFORM 0200-LANCAR-NOTA UNTIL WRK-CONTINUA = 'N'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-SUPPMAST NOT = '00'
               DISPLAY 'SUPPMAST NAO DISPONIVEL - FS '
                       WRK-FS-SUPPMAST
               MOVE 16 TO RETURN-CODE
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               MOVE 'S' TO WRK-SUPPMAST-ABERTO
               PERFORM 0120-CARREGAR-NOTAS
           END-IF.

           IF NOT ABANDONAR-LANCAMENTO
               DISPLAY 'USUARIO RESPONSAVEL.. '
               ACCEPT WRK-USUARIO FROM CONSOLE
               OPEN EXTEND ACCOUNTS-PAYABLE
               IF WRK-FS-APFILE = '05' OR WRK-FS-APFILE = '35'
                   OPEN OUTPUT ACCOUNTS-PAYABLE
               END-IF
           END-IF.

       0110-LER-TITULO.
           READ ACCOUNTS-PAYABLE
               AT END
                   MOVE 'S' TO WRK-EOF-APFILE
           END-READ.

      *    O APFILE E LIDO UMA VEZ PARA ACHAR O ULTIMO NUMERO DE NOTA
      *    E MONTAR A TABELA DE DOCUMENTOS JA LANCADOS (SO A PARCELA
      *    1 DE CADA NOTA NAO CANCELADA); SE A TABELA NAO COMPORTAR,
      *    O LANCAMENTO NAO E LIBERADO, PARA NAO PERDER A CRITICA
       0120-CARREGAR-NOTAS.
           OPEN INPUT ACCOUNTS-PAYABLE.
           IF WRK-FS-APFILE = '00'
               PERFORM 0110-LER-TITULO
               PERFORM UNTIL FIM-APFILE OR ABANDONAR-LANCAMENTO
                   IF CP-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE CP-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   IF CP-PARCELA = 1 AND NOT CP-CANCELADA
                       IF WRK-TB-QTD = 1000
                           DISPLAY 'APFILE COM MAIS DE 1000 NOTAS'
                                   ' - LANCAMENTO ABANDONADO'
                           MOVE 12 TO RETURN-CODE
                           MOVE 'S' TO WRK-ABANDONAR
                       ELSE
                           ADD 1 TO WRK-TB-QTD
                           MOVE CP-FORNECEDOR
                             TO WRK-TB-FORNECEDOR(WRK-TB-QTD)
                           MOVE CP-DOCUMENTO
                             TO WRK-TB-DOCUMENTO(WRK-TB-QTD)
                       END-IF
                   END-IF
                   PERFORM 0110-LER-TITULO
               END-PERFORM
               CLOSE ACCOUNTS-PAYABLE
           END-IF.

       0200-LANCAR-NOTA.
           DISPLAY '-------------------------------'
           DISPLAY 'LANCAMENTO DE NOTA DE FORNECEDOR'
           MOVE 'S' TO WRK-NOTA-OK.
           PERFORM 0210-INFORMAR-FORNECEDOR.
           IF NOTA-OK
               PERFORM 0220-INFORMAR-DOCUMENTO
           END-IF.
           IF NOTA-OK
               PERFORM 0230-INFORMAR-VALORES
           END-IF.
           IF NOTA-OK
               PERFORM 0240-INFORMAR-PARCELAS
           END-IF.
           IF NOTA-OK
               PERFORM 0260-CONFIRMAR-NOTA
           END-IF.

           DISPLAY 'LANCAR OUTRA NOTA (S/N)? '
           ACCEPT WRK-CONTINUA FROM CONSOLE.

       0210-INFORMAR-FORNECEDOR.
           DISPLAY 'CNPJ/CPF DO FORNECEDOR.. '
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           MOVE WRK-FORNECEDOR TO FN-DOCUMENTO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   MOVE 'N' TO WRK-NOTA-OK
               NOT INVALID KEY
                   DISPLAY 'FORNECEDOR.. ' FN-NOME
                   IF NOT FN-ATIVO
                       DISPLAY 'FORNECEDOR BLOQUEADO OU EXCLUIDO -'
                               ' NOTA NAO ACEITA'
                       MOVE 'N' TO WRK-NOTA-OK
                   END-IF
           END-READ.

       0220-INFORMAR-DOCUMENTO.
           DISPLAY 'NUMERO DO DOCUMENTO DO FORNECEDOR.. '
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO = SPACES
               DISPLAY 'DOCUMENTO NAO INFORMADO'
               MOVE 'N' TO WRK-NOTA-OK
           ELSE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                                  OR NOT NOTA-OK
                   IF WRK-TB-FORNECEDOR(WRK-IDX) = WRK-FORNECEDOR
                      AND WRK-TB-DOCUMENTO(WRK-IDX) = WRK-DOCUMENTO
                       DISPLAY 'DOCUMENTO JA LANCADO PARA ESTE'
                               ' FORNECEDOR'
                       MOVE 'N' TO WRK-NOTA-OK
                   END-IF
               END-PERFORM
           END-IF.

      *    EMISSAO PELA CRITICA ESTRITA DO PROGCOB16D E NUNCA
      *    FUTURA; CONTA DE DESPESA E VALOR OBRIGATORIOS
       0230-INFORMAR-VALORES.
           DISPLAY 'DATA DE EMISSAO (AAAAMMDD).. '
           ACCEPT WRK-EMISSAO FROM CONSOLE.
           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-EMISSAO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S' OR WRK-EMISSAO > WRK-DATASYS
               DISPLAY 'DATA DE EMISSAO INVALIDA OU FUTURA'
               MOVE 'N' TO WRK-NOTA-OK
           END-IF.

           IF NOTA-OK
               DISPLAY 'CONTA DE DESPESA.. '
               ACCEPT WRK-CONTA-DESPESA FROM CONSOLE
               IF WRK-CONTA-DESPESA = ZEROS
                   DISPLAY 'CONTA DE DESPESA NAO INFORMADA'
                   MOVE 'N' TO WRK-NOTA-OK
               END-IF
           END-IF.

           IF NOTA-OK
               DISPLAY 'VALOR TOTAL DA NOTA.. '
               ACCEPT WRK-VALOR-TOTAL FROM CONSOLE
               IF WRK-VALOR-TOTAL = ZEROS
                   DISPLAY 'VALOR DA NOTA NAO INFORMADO'
                   MOVE 'N' TO WRK-NOTA-OK
               END-IF
           END-IF.

      *    VALOR EM PARTES IGUAIS, SOBRA DE CENTAVOS NA ULTIMA
      *    PARCELA; VENCIMENTO ZERO ACEITA A SUGESTAO
       0240-INFORMAR-PARCELAS.
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A 12).. '
           ACCEPT WRK-QT-PARCELAS FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
               REPLACING VN-CAMPO  BY WRK-QT-PARCELAS
                         VN-MINIMO BY 1
                         VN-MAXIMO BY 12
                         VN-FLAG   BY WRK-QT-PARCELAS-OK
                         VN-NOME   BY 'QUANTIDADE DE PARCELAS'.

           IF QT-PARCELAS-VALIDA
               DIVIDE WRK-VALOR-TOTAL BY WRK-QT-PARCELAS
                   GIVING WRK-VALOR-PARCELA
               COMPUTE WRK-VALOR-SOBRA = WRK-VALOR-TOTAL
                       - WRK-VALOR-PARCELA * WRK-QT-PARCELAS
               PERFORM VARYING WRK-PARC FROM 1 BY 1
                               UNTIL WRK-PARC > WRK-QT-PARCELAS
                   MOVE WRK-VALOR-PARCELA TO WRK-PC-VALOR(WRK-PARC)
                   PERFORM 0250-INFORMAR-VENCIMENTO
               END-PERFORM
               ADD WRK-VALOR-SOBRA TO WRK-PC-VALOR(WRK-QT-PARCELAS)
           ELSE
               MOVE 'N' TO WRK-NOTA-OK
           END-IF.

      *    PEDE DE NOVO ATE VIR UMA DATA VALIDA E NAO ANTERIOR A
      *    EMISSAO
       0250-INFORMAR-VENCIMENTO.
           COMPUTE WRK-QT-DIAS = FN-PRAZO-PAGTO * WRK-PARC.
           MOVE 'C' TO WRK-FUNCAO.
           MOVE WRK-EMISSAO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-VENC-SUGERIDO.

           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-VALIDA = 'S'
               DISPLAY 'VENCIMENTO DA PARCELA ' WRK-PARC
                       ' (ZERO = ' WRK-VENC-SUGERIDO ').. '
               ACCEPT WRK-VENC-INFORMADO FROM CONSOLE
               IF WRK-VENC-INFORMADO = ZEROS
                   MOVE WRK-VENC-SUGERIDO TO WRK-VENC-INFORMADO
               END-IF
               MOVE 'V' TO WRK-FUNCAO
               MOVE WRK-VENC-INFORMADO TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               IF WRK-DATA-VALIDA = 'S'
                  AND WRK-VENC-INFORMADO < WRK-EMISSAO
                   MOVE 'N' TO WRK-DATA-VALIDA
               END-IF
               IF WRK-DATA-VALIDA NOT = 'S'
                   DISPLAY 'VENCIMENTO INVALIDO OU ANTERIOR A EMISSAO'
               END-IF
           END-PERFORM.
           MOVE WRK-VENC-INFORMADO TO WRK-PC-VENCIMENTO(WRK-PARC).

       0260-CONFIRMAR-NOTA.
           DISPLAY 'PARCELAS DA NOTA ' WRK-DOCUMENTO ':'
           PERFORM VARYING WRK-PARC FROM 1 BY 1
                           UNTIL WRK-PARC > WRK-QT-PARCELAS
               MOVE WRK-PC-VALOR(WRK-PARC) TO WRK-VALOR-ED
               DISPLAY '  ' WRK-PARC ' VENCE '
                       WRK-PC-VENCIMENTO(WRK-PARC) ' R$ ' WRK-VALOR-ED
           END-PERFORM.
           DISPLAY 'CONFIRMA O LANCAMENTO (S/N)? '
           ACCEPT WRK-CONFIRMA FROM CONSOLE.

           IF WRK-CONFIRMA = 'S'
               IF WRK-TB-QTD = 1000
                   DISPLAY 'TABELA DE NOTAS CHEIA - NOTA NAO LANCADA'
               ELSE
                   PERFORM 0270-GRAVAR-NOTA
               END-IF
           ELSE
               DISPLAY 'NOTA DESPREZADA'
           END-IF.

       0270-GRAVAR-NOTA.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           PERFORM VARYING WRK-PARC FROM 1 BY 1
                           UNTIL WRK-PARC > WRK-QT-PARCELAS
               MOVE WRK-ULTIMO-NUMERO  TO CP-NUMERO
               MOVE WRK-PARC           TO CP-PARCELA
               MOVE WRK-QT-PARCELAS    TO CP-QT-PARCELAS
               MOVE WRK-FORNECEDOR     TO CP-FORNECEDOR
               MOVE WRK-DOCUMENTO      TO CP-DOCUMENTO
               MOVE WRK-EMISSAO        TO CP-DATA-EMISSAO
               MOVE WRK-PC-VENCIMENTO(WRK-PARC) TO CP-VENCIMENTO
               MOVE WRK-PC-VALOR(WRK-PARC)      TO CP-VALOR
               MOVE WRK-CONTA-DESPESA  TO CP-CONTA-DESPESA
               MOVE WRK-DATASYS        TO CP-DATA-LANCAMENTO
               MOVE WRK-USUARIO        TO CP-USUARIO
               MOVE 'D'                TO CP-STATUS
               MOVE SPACES             TO CP-APROVADOR
               MOVE ZEROS              TO CP-DATA-APROVACAO
                                          CP-DATA-PAGAMENTO
               WRITE CP-REGISTRO
               ADD 1 TO WRK-QT-GRAVADAS
           END-PERFORM.

           ADD 1 TO WRK-TB-QTD.
           MOVE WRK-FORNECEDOR TO WRK-TB-FORNECEDOR(WRK-TB-QTD).
           MOVE WRK-DOCUMENTO  TO WRK-TB-DOCUMENTO(WRK-TB-QTD).
           ADD 1 TO WRK-QT-NOTAS.
           DISPLAY 'NOTA LANCADA COM O NUMERO ' WRK-ULTIMO-NUMERO
                   ' - AGUARDANDO APROVACAO'.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'NOTAS LANCADAS........... ' WRK-QT-NOTAS.
           DISPLAY 'PARCELAS GRAVADAS........ ' WRK-QT-GRAVADAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-SUPPMAST-ABERTO = 'S'
               CLOSE SUPPLIER-MASTER
           END-IF.
           IF NOT ABANDONAR-LANCAMENTO
               CLOSE ACCOUNTS-PAYABLE
           END-IF.
