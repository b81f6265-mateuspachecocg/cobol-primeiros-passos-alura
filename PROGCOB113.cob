       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CANCELAMENTO E INUTILIZACAO DE CHEQUES NO REGISTRO
      *     DE CHEQUES (CHEQREG, COPYBOOK CHEQREG) - NENHUM NUMERO DO
      *     TALAO SOME SEM REGISTRO. SO UM SUPERVISOR DE NIVEL 00
      *     (MESMA CONFERENCIA DE USERMAST DO PROGCOB97) OPERA:
      *     1 - CANCELA CHEQUE EMITIDO SEM REEMISSAO (SUSTADO,
      *     EXTRAVIADO): SITUACAO 'C' E ESTORNO A DEBITO NO REGTRAN
      *     NA DATA DE HOJE; 2 - CANCELA CHEQUE PARA REEMISSAO
      *     (ESTRAGOU NA IMPRESSAO, SAIU ERRADO): SITUACAO 'R' E O
      *     PAGAMENTO DO PENDPAY PERDE O NUMERO, VOLTANDO PARA A
      *     FILA DO PROGCOB112; 3 - INUTILIZA FOLHA EM BRANCO DO
      *     TALAO: REGISTRO 'I' SEM VALOR, E O CHEQCTL ANDA QUANDO A
      *     FOLHA E A PROXIMA. CHEQUE JA COMPENSADO NAO E CANCELADO.
      *     OS ARQUIVOS SAO REGRAVADOS NA SAIDA DO MENU
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU OS LAYOUTS DO PENDPAY
      *            E DO REGTRAN, CUJOS VALORES PASSARAM A TER
      *            CENTAVOS (9(07)V99)
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

           SELECT CHEQUE-REGISTER ASSIGN TO 'CHEQREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQREG.

           SELECT CHEQUE-CONTROL ASSIGN TO 'CHEQCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQCTL.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT TRANSACTION-FILE ASSIGN TO 'REGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGTRAN.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  CHEQUE-REGISTER.
           COPY 'CHEQREG.COB'.

       FD  CHEQUE-CONTROL.
           COPY 'CHEQCTL.COB'.

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

       FD  TRANSACTION-FILE.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQREG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-REGTRAN    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CHEQREG   PIC X(01) VALUE 'N'.
          88 FIM-CHEQREG    VALUE 'S'.
       77 WRK-EOF-CHEQCTL   PIC X(01) VALUE 'N'.
          88 FIM-CHEQCTL    VALUE 'S'.
       77 WRK-EOF-PENDPAY   PIC X(01) VALUE 'N'.
          88 FIM-PENDPAY    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-SUPERVISOR    PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-SUPERVISOR-OK PIC X(01) VALUE 'N'.
          88 SUPERVISOR-AUTORIZADO VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-OPCAO         PIC 9(01) VALUE 9.
          88 SAIR-MENU      VALUE 0.
       77 WRK-CONTA         PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACE.
       77 WRK-IDX-CR        PIC 9(04) VALUE ZEROS.
       77 WRK-CR-ACHADO     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CQ        PIC 9(03) VALUE ZEROS.
       77 WRK-CQ-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PD        PIC 9(03) VALUE ZEROS.
       77 WRK-PD-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CANCELADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REEMISSAO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INUTILIZADAS PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PENDPAY-ALTERADO PIC X(01) VALUE 'N'.
       77 WRK-CHEQCTL-ALTERADO PIC X(01) VALUE 'N'.
       01  WRK-TB-REGISTRO.
           02 WRK-CR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CR-ITEM     PIC X(104) OCCURS 2000 TIMES.
       01  WRK-TB-TALOES.
           02 WRK-CQ-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-CQ-ITEM     PIC X(36) OCCURS 50 TIMES.
       01  WRK-TB-PENDENTES.
           02 WRK-PD-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-PD-ITEM     PIC X(67) OCCURS 200 TIMES.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT SUPERVISOR-AUTORIZADO
               DISPLAY 'CANCELAMENTO RESTRITO A SUPERVISOR'
                       ' (NIVEL 00)'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-LOTE
               DISPLAY 'SESSAO ABANDONADA, ARQUIVOS INTACTOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-MENU UNTIL SAIR-MENU
               PERFORM 0800-REGRAVAR-ARQUIVOS
               PERFORM 0900-FINALIZAR
           END-IF
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0200-AUTENTICAR-SUPERVISOR.

           IF SUPERVISOR-AUTORIZADO
               PERFORM 0120-CARREGAR-REGISTRO
               PERFORM 0140-CARREGAR-TALOES
               PERFORM 0160-CARREGAR-PENDENTES
           END-IF.

           IF SUPERVISOR-AUTORIZADO AND NOT ABANDONAR-LOTE
               OPEN EXTEND TRANSACTION-FILE
               IF WRK-FS-REGTRAN = '05' OR WRK-FS-REGTRAN = '35'
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
           END-IF.

       0120-CARREGAR-REGISTRO.
           OPEN INPUT CHEQUE-REGISTER.
           IF WRK-FS-CHEQREG = '00'
               PERFORM 0125-LER-REGISTRO
               PERFORM UNTIL FIM-CHEQREG
                              OR WRK-CR-QTD = 2000
                   ADD 1 TO WRK-CR-QTD
                   MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-QTD)
                   PERFORM 0125-LER-REGISTRO
               END-PERFORM
               IF NOT FIM-CHEQREG
                   DISPLAY 'CHEQREG MAIOR QUE A TABELA DE 2000'
                           ' CHEQUES'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CHEQUE-REGISTER
           END-IF.

       0125-LER-REGISTRO.
           READ CHEQUE-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-CHEQREG
           END-READ.

       0140-CARREGAR-TALOES.
           OPEN INPUT CHEQUE-CONTROL.
           IF WRK-FS-CHEQCTL = '00'
               PERFORM 0145-LER-TALAO
               PERFORM UNTIL FIM-CHEQCTL
                              OR WRK-CQ-QTD = 50
                   ADD 1 TO WRK-CQ-QTD
                   MOVE CQ-REGISTRO TO WRK-CQ-ITEM(WRK-CQ-QTD)
                   PERFORM 0145-LER-TALAO
               END-PERFORM
               IF NOT FIM-CHEQCTL
                   DISPLAY 'CHEQCTL MAIOR QUE A TABELA DE 50'
                           ' CONTAS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CHEQUE-CONTROL
           END-IF.

       0145-LER-TALAO.
           READ CHEQUE-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-CHEQCTL
           END-READ.

       0160-CARREGAR-PENDENTES.
           OPEN INPUT PENDING-PAYMENTS.
           IF WRK-FS-PENDPAY = '00'
               PERFORM 0165-LER-PENDENTE
               PERFORM UNTIL FIM-PENDPAY
                              OR WRK-PD-QTD = 200
                   ADD 1 TO WRK-PD-QTD
                   MOVE PD-REGISTRO TO WRK-PD-ITEM(WRK-PD-QTD)
                   PERFORM 0165-LER-PENDENTE
               END-PERFORM
               IF NOT FIM-PENDPAY
                   DISPLAY 'PENDPAY MAIOR QUE A TABELA DE 200'
                           ' PAGAMENTOS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PENDING-PAYMENTS
           END-IF.

       0165-LER-PENDENTE.
           READ PENDING-PAYMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-PENDPAY
           END-READ.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) CANCELA -
      *    MESMA CONFERENCIA DO USERMAST QUE O PROGCOB97 FAZ
       0200-AUTENTICAR-SUPERVISOR.
           DISPLAY 'SUPERVISOR (NIVEL 00).. '
           ACCEPT WRK-SUPERVISOR FROM CONSOLE.
           DISPLAY 'SENHA... ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA WITH NO ECHO.

           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST = '00'
               MOVE WRK-SUPERVISOR TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF UM-NIVEL = ZEROS
                          AND UM-SENHA = WRK-SENHA
                          AND NOT UM-LOGIN-DESATIVADO
                           MOVE 'S' TO WRK-SUPERVISOR-OK
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.

       0300-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'CANCELAMENTO E INUTILIZACAO DE CHEQUES'
           DISPLAY '1 - CANCELAR CHEQUE EMITIDO (SEM REEMISSAO)'
           DISPLAY '2 - CANCELAR CHEQUE PARA REEMISSAO'
           DISPLAY '3 - INUTILIZAR FOLHA EM BRANCO'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0400-CANCELAR-CHEQUE
               WHEN 2
                   PERFORM 0500-CANCELAR-PARA-REEMISSAO
               WHEN 3
                   PERFORM 0600-INUTILIZAR-FOLHA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    O CHEQUE A CANCELAR TEM DE ESTAR NO REGISTRO E AINDA EM
      *    CIRCULACAO; O COMPENSADO JA SAIU DA CONTA NO BANCO
       0310-LOCALIZAR-CHEQUE.
           MOVE ZEROS TO WRK-CR-ACHADO.
           DISPLAY 'CONTA.. '
           ACCEPT WRK-CONTA FROM CONSOLE.
           DISPLAY 'NUMERO DO CHEQUE.. '
           ACCEPT WRK-NUMERO FROM CONSOLE.

           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
                              OR WRK-CR-ACHADO > ZEROS
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               IF CR-CONTA = WRK-CONTA AND CR-NUMERO = WRK-NUMERO
                   MOVE WRK-IDX-CR TO WRK-CR-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-CR-ACHADO = ZEROS
               DISPLAY 'CHEQUE NAO CONSTA DO REGISTRO'
           ELSE
               MOVE WRK-CR-ITEM(WRK-CR-ACHADO) TO CR-REGISTRO
               MOVE CR-VALOR TO WRK-VALOR-ED
               DISPLAY 'FAVORECIDO.. ' CR-FAVORECIDO
                       ' R$ ' WRK-VALOR-ED
               DISPLAY 'EMISSAO..... ' CR-DATA-EMISSAO
                       ' SITUACAO ' CR-SITUACAO
               IF NOT CR-EMITIDO
                   DISPLAY 'SO CHEQUE EM CIRCULACAO (SITUACAO E)'
                           ' PODE SER CANCELADO'
                   MOVE ZEROS TO WRK-CR-ACHADO
               END-IF
           END-IF.

       0320-CONFIRMAR.
           DISPLAY 'MOTIVO.. '
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           DISPLAY 'CONFIRMA (S/N).. '
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - NADA ALTERADO'
               MOVE 'N' TO WRK-CONFIRMA
           END-IF.

      *    CANCELAMENTO DEFINITIVO: O CREDITO QUE O PROGCOB50 LANCOU
      *    NA LIBERACAO E ESTORNADO A DEBITO HOJE, NA MESMA CONTA
       0400-CANCELAR-CHEQUE.
           PERFORM 0310-LOCALIZAR-CHEQUE.
           IF WRK-CR-ACHADO > ZEROS
               PERFORM 0320-CONFIRMAR
               IF WRK-CONFIRMA = 'S'
                   MOVE 'C'            TO CR-SITUACAO
                   MOVE WRK-DATASYS    TO CR-DATA-SITUACAO
                   MOVE WRK-MOTIVO     TO CR-MOTIVO
                   MOVE WRK-SUPERVISOR TO CR-USUARIO
                   MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-ACHADO)

                   MOVE CR-CONTA    TO RG-CONTA
                   MOVE WRK-DATASYS TO RG-DATA
                   MOVE CR-VALOR    TO RG-DEBITO
                   MOVE ZEROS       TO RG-CREDITO
                   MOVE SPACE       TO RG-TIPO
                   MOVE ZEROS       TO RG-CONTA-DESTINO
                   WRITE RG-REGISTRO

                   ADD 1 TO WRK-QT-CANCELADOS
                   DISPLAY 'CHEQUE CANCELADO E ESTORNADO NO REGTRAN'
               END-IF
           END-IF.

      *    CANCELAMENTO PARA REEMISSAO: O LANCAMENTO CONTINUA VALIDO
      *    E O PAGAMENTO DO PENDPAY VOLTA PARA A FILA, SEM NUMERO;
      *    O PROGCOB112 EMITE O CHEQUE NOVO NA PROXIMA RODADA
       0500-CANCELAR-PARA-REEMISSAO.
           PERFORM 0310-LOCALIZAR-CHEQUE.
           IF WRK-CR-ACHADO > ZEROS
               MOVE ZEROS TO WRK-PD-ACHADO
               PERFORM VARYING WRK-IDX-PD FROM 1 BY 1
                               UNTIL WRK-IDX-PD > WRK-PD-QTD
                                  OR WRK-PD-ACHADO > ZEROS
                   MOVE WRK-PD-ITEM(WRK-IDX-PD) TO PD-REGISTRO
                   IF PD-CONTA = CR-CONTA
                      AND PD-NUMERO-CHEQUE = CR-NUMERO
                       MOVE WRK-IDX-PD TO WRK-PD-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-PD-ACHADO = ZEROS
                   DISPLAY 'PAGAMENTO DO CHEQUE NAO ACHADO NO'
                           ' PENDPAY - USE A OPCAO 1'
               ELSE
                   PERFORM 0320-CONFIRMAR
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'R'            TO CR-SITUACAO
                       MOVE WRK-DATASYS    TO CR-DATA-SITUACAO
                       MOVE WRK-MOTIVO     TO CR-MOTIVO
                       MOVE WRK-SUPERVISOR TO CR-USUARIO
                       MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-ACHADO)

                       MOVE WRK-PD-ITEM(WRK-PD-ACHADO) TO PD-REGISTRO
                       MOVE ZEROS TO PD-NUMERO-CHEQUE
                       MOVE PD-REGISTRO TO WRK-PD-ITEM(WRK-PD-ACHADO)
                       MOVE 'S' TO WRK-PENDPAY-ALTERADO

                       ADD 1 TO WRK-QT-REEMISSAO
                       DISPLAY 'CHEQUE CANCELADO - PAGAMENTO VOLTOU'
                               ' PARA A IMPRESSAO'
                   END-IF
               END-IF
           END-IF.

      *    FOLHA EM BRANCO PERDIDA OU ESTRAGADA: ZERO NO NUMERO E A
      *    PROXIMA FOLHA DO TALAO; QUALQUER OUTRA TEM DE ESTAR DENTRO
      *    DO TALAO E AINDA SEM REGISTRO
       0600-INUTILIZAR-FOLHA.
           DISPLAY 'CONTA.. '
           ACCEPT WRK-CONTA FROM CONSOLE.
           MOVE ZEROS TO WRK-CQ-ACHADO.
           PERFORM VARYING WRK-IDX-CQ FROM 1 BY 1
                           UNTIL WRK-IDX-CQ > WRK-CQ-QTD
                              OR WRK-CQ-ACHADO > ZEROS
               MOVE WRK-CQ-ITEM(WRK-IDX-CQ) TO CQ-REGISTRO
               IF CQ-CONTA = WRK-CONTA
                   MOVE WRK-IDX-CQ TO WRK-CQ-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-CQ-ACHADO = ZEROS
               DISPLAY 'CONTA SEM TALAO NO CHEQCTL'
           ELSE
               MOVE WRK-CQ-ITEM(WRK-CQ-ACHADO) TO CQ-REGISTRO
               DISPLAY 'TALAO ' CQ-PROXIMO-CHEQUE ' A '
                       CQ-ULTIMO-CHEQUE
               DISPLAY 'NUMERO DA FOLHA (0 = PROXIMA).. '
               ACCEPT WRK-NUMERO FROM CONSOLE
               IF WRK-NUMERO = ZEROS
                   MOVE CQ-PROXIMO-CHEQUE TO WRK-NUMERO
               END-IF
               PERFORM 0610-CRITICAR-FOLHA
           END-IF.

       0610-CRITICAR-FOLHA.
           MOVE ZEROS TO WRK-CR-ACHADO.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
                              OR WRK-CR-ACHADO > ZEROS
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               IF CR-CONTA = WRK-CONTA AND CR-NUMERO = WRK-NUMERO
                   MOVE WRK-IDX-CR TO WRK-CR-ACHADO
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-NUMERO < CQ-PROXIMO-CHEQUE
                 OR WRK-NUMERO > CQ-ULTIMO-CHEQUE
                   DISPLAY 'FOLHA FORA DO TALAO EM USO'
               WHEN WRK-CR-ACHADO > ZEROS
                   DISPLAY 'NUMERO JA CONSTA DO REGISTRO'
               WHEN WRK-CR-QTD = 2000
                   DISPLAY 'CHEQREG SEM ESPACO NA TABELA'
               WHEN OTHER
                   PERFORM 0320-CONFIRMAR
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0620-REGISTRAR-FOLHA
                   END-IF
           END-EVALUATE.

       0620-REGISTRAR-FOLHA.
           MOVE WRK-CONTA      TO CR-CONTA.
           MOVE WRK-NUMERO     TO CR-NUMERO.
           MOVE SPACES         TO CR-FAVORECIDO.
           MOVE ZEROS          TO CR-VALOR.
           MOVE WRK-DATASYS    TO CR-DATA-EMISSAO.
           MOVE ZEROS          TO CR-DATA-LANCAMENTO.
           MOVE 'I'            TO CR-SITUACAO.
           MOVE WRK-DATASYS    TO CR-DATA-SITUACAO.
           MOVE WRK-MOTIVO     TO CR-MOTIVO.
           MOVE WRK-SUPERVISOR TO CR-USUARIO.
           ADD 1 TO WRK-CR-QTD.
           MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-QTD).

           IF WRK-NUMERO = CQ-PROXIMO-CHEQUE
               ADD 1 TO CQ-PROXIMO-CHEQUE
               MOVE CQ-REGISTRO TO WRK-CQ-ITEM(WRK-CQ-ACHADO)
               MOVE 'S' TO WRK-CHEQCTL-ALTERADO
           END-IF.

           ADD 1 TO WRK-QT-INUTILIZADAS.
           DISPLAY 'FOLHA INUTILIZADA REGISTRADA'.

       0800-REGRAVAR-ARQUIVOS.
           OPEN OUTPUT CHEQUE-REGISTER.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               WRITE CR-REGISTRO
           END-PERFORM.
           CLOSE CHEQUE-REGISTER.

           IF WRK-CHEQCTL-ALTERADO = 'S'
               OPEN OUTPUT CHEQUE-CONTROL
               PERFORM VARYING WRK-IDX-CQ FROM 1 BY 1
                               UNTIL WRK-IDX-CQ > WRK-CQ-QTD
                   MOVE WRK-CQ-ITEM(WRK-IDX-CQ) TO CQ-REGISTRO
                   WRITE CQ-REGISTRO
               END-PERFORM
               CLOSE CHEQUE-CONTROL
           END-IF.

           IF WRK-PENDPAY-ALTERADO = 'S'
               OPEN OUTPUT PENDING-PAYMENTS
               PERFORM VARYING WRK-IDX-PD FROM 1 BY 1
                               UNTIL WRK-IDX-PD > WRK-PD-QTD
                   MOVE WRK-PD-ITEM(WRK-IDX-PD) TO PD-REGISTRO
                   WRITE PD-REGISTRO
               END-PERFORM
               CLOSE PENDING-PAYMENTS
           END-IF.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'CHEQUES CANCELADOS....... ' WRK-QT-CANCELADOS.
           DISPLAY 'CANCELADOS P/ REEMISSAO.. ' WRK-QT-REEMISSAO.
           DISPLAY 'FOLHAS INUTILIZADAS...... ' WRK-QT-INUTILIZADAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE TRANSACTION-FILE.
