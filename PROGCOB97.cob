       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: APROVACAO DAS PROPOSTAS DE LIMITE DE CREDITO DA
      *     REVISAO MENSAL (PROGCOB96, ARQUIVO LIMPEND). SO UM
      *     SUPERVISOR DE NIVEL 00 (MESMA CONFERENCIA DE USERMAST DO
      *     PROGCOB52) DECIDE CADA PROPOSTA: A APROVADA GRAVA O
      *     LIMITE NOVO NO CUSTMAST E AS IMAGENS ANTES/DEPOIS NO
      *     HISTORICO DE ALTERACOES DO CLIENTE (CUSTHIST, MESMA LINHA
      *     DO PROGCOB21) COM O SUPERVISOR COMO USUARIO; A
      *     REJEITADA SO MUDA DE STATUS. SE O LIMITE DO CLIENTE MUDOU
      *     DEPOIS DA PROPOSTA (OU O CLIENTE FOI EXCLUIDO), ELA NAO E
      *     POSTADA E FICA PENDENTE ATE A PROXIMA REVISAO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O CPF DA PROPOSTA NA TELA SAI
      *            MASCARADO (***.456.789-**) PELA SUBROTINA PROGCOB130
      *            (LGPD); COMPLETO SO PARA O SUPERVISOR QUE A OPCAO 90
      *            DO MENUAUTH LIBERA, COM REGISTRO NO AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - A SESSAO PEDE A TRAVA DE USO EXCLUSIVO
      *            DO CUSTMAST DEPOIS DE AUTENTICAR O SUPERVISOR
      *            (SUBROTINA PROGCOB136, REGISTRO LOCKREG); COM OUTRO
      *            PROGRAMA ATUALIZANDO O CADASTRO, A APROVACAO E
      *            RECUSADA COM O NOME DO DETENTOR E A HORA DA TRAVA
      *            (RC 12, LINHA 'TRV' NO RUNLOG) E NADA E ABERTO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT PENDING-LIMITS ASSIGN TO 'LIMPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIMPEND.

           SELECT CHANGE-HISTORY ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  PENDING-LIMITS.
           COPY 'LIMPEND.COB'.

       FD  CHANGE-HISTORY.
       01  CH-LINHA           PIC X(161).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIMPEND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTHIST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-LIMPEND   PIC X(01) VALUE 'N'.
          88 FIM-LIMPEND    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-APROVADOR     PIC X(20) VALUE SPACES.
       77 WRK-SENHA         PIC X(10) VALUE SPACES.
       77 WRK-APROVADOR-OK  PIC X(01) VALUE 'N'.
          88 APROVADOR-AUTORIZADO VALUE 'S'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
       77 WRK-DECISAO       PIC X(01) VALUE SPACE.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-APROVADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       01  WRK-IMAGEM-ANTES.
           02 WRK-ANT-NOME      PIC X(30).
           02 WRK-ANT-ENDERECO  PIC X(40).
           02 WRK-ANT-TELEFONE  PIC X(15).
           02 WRK-ANT-STATUS    PIC X(01).
           02 WRK-ANT-LIMITE    PIC 9(08)V99.
       01  WRK-TB-PENDENTES.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-REGISTRO PIC X(60).
       01  CH-DETALHE.
           02 CH-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-HORA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-USUARIO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-OPERACAO   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-CPF        PIC 9(11).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-IMAGEM     PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-NOME       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-ENDERECO   PIC X(40).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-TELEFONE   PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-STATUS     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-LIMITE     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF APROVADOR-AUTORIZADO AND NOT LKR-CONCEDIDA
               DISPLAY 'APROVACAO INDISPONIVEL - TENTE DE NOVO'
                       ' QUANDO O CUSTMAST FOR LIBERADO'
               MOVE 12 TO RETURN-CODE
           ELSE
           IF APROVADOR-AUTORIZADO AND ABANDONAR-LOTE
               DISPLAY 'LIMPEND MAIOR QUE A TABELA DE 200'
                       ' PROPOSTAS - SESSAO ABANDONADA, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
           IF APROVADOR-AUTORIZADO
               PERFORM 0300-REVISAR-PROPOSTAS
               PERFORM 0400-REGRAVAR-PROPOSTAS
           ELSE
               DISPLAY 'APROVACAO RESTRITA A SUPERVISOR (NIVEL 00)'
               MOVE 16 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0200-AUTENTICAR-APROVADOR.
           MOVE 'I'         TO CF-FUNCAO.
           MOVE SPACES      TO CF-USUARIO.
           IF APROVADOR-AUTORIZADO
               MOVE WRK-APROVADOR TO CF-USUARIO
           END-IF.
           MOVE 'PROGCOB97' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           IF APROVADOR-AUTORIZADO
               PERFORM 0150-ADQUIRIR-TRAVA
           END-IF.

           IF APROVADOR-AUTORIZADO AND LKR-CONCEDIDA
               OPEN I-O CUSTOMER-MASTER

               OPEN EXTEND CHANGE-HISTORY
               IF WRK-FS-CUSTHIST = '05' OR WRK-FS-CUSTHIST = '35'
                   OPEN OUTPUT CHANGE-HISTORY
               END-IF

               PERFORM 0120-CARREGAR-PROPOSTAS
           END-IF.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) APROVA -
      *    MESMA CONFERENCIA DO USERMAST QUE O PROGCOB52 FAZ
       0200-AUTENTICAR-APROVADOR.
           DISPLAY 'APROVADOR (NIVEL 00).. '
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

       0110-LER-PROPOSTA.
           READ PENDING-LIMITS
               AT END
                   MOVE 'S' TO WRK-EOF-LIMPEND
           END-READ.

       0120-CARREGAR-PROPOSTAS.
           OPEN INPUT PENDING-LIMITS.
           IF WRK-FS-LIMPEND = '00'
               PERFORM 0110-LER-PROPOSTA
               PERFORM UNTIL FIM-LIMPEND
                              OR WRK-TB-QTD = 200
                   ADD 1 TO WRK-TB-QTD
                   MOVE LP-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-PROPOSTA
               END-PERFORM
               IF NOT FIM-LIMPEND
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PENDING-LIMITS
           END-IF.

      *    O LIMITE E REGRAVADO NO CADASTRO: A TELA DE CLIENTES, O
      *    CADASTRO (PROGCOBD01) E A ELIMINACAO LGPD (PROGCOB53) NAO
      *    PODEM ESTAR COM O CUSTMAST AO MESMO TEMPO
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'CUSTMAST'  TO LKR-ARQUIVO.
           MOVE 'PROGCOB97' TO LKR-PROGRAMA.
           MOVE 'O'         TO LKR-TIPO.
           MOVE 'R'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0300-REVISAR-PROPOSTAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO LP-REGISTRO
               IF LP-PENDENTE
                   PERFORM 0310-DECIDIR-PROPOSTA
                   MOVE LP-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-IDX)
               END-IF
           END-PERFORM.

       0310-DECIDIR-PROPOSTA.
           DISPLAY '-------------------------------'
           MOVE 'CONSOLE' TO CF-RELATORIO.
           MOVE LP-CPF    TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           DISPLAY 'PROPOSTA DE ' LP-DATA ' CPF ' CF-CPF-EDITADO.
           DISPLAY 'NOTA ' LP-NOTA
                   ' PAGAMENTOS ' LP-QT-PAGTO
                   ' EM ATRASO ' LP-QT-ATRASO.
           DISPLAY 'RENEGOCIADOS ' LP-QT-RENEG
                   ' PERDAS ' LP-QT-PERDA.
           MOVE LP-LIMITE-ATUAL TO WRK-LIMITE-ED.
           DISPLAY 'LIMITE ATUAL.... ' WRK-LIMITE-ED.
           MOVE LP-LIMITE-NOVO TO WRK-LIMITE-ED.
           DISPLAY 'LIMITE PROPOSTO. ' WRK-LIMITE-ED.
           DISPLAY 'APROVAR (A) / REJEITAR (R) / PULAR (P).. '
           ACCEPT WRK-DECISAO FROM CONSOLE.

           EVALUATE WRK-DECISAO
               WHEN 'A'
                   PERFORM 0320-POSTAR-NO-CADASTRO
               WHEN 'R'
                   MOVE 'R' TO LP-STATUS
                   ADD 1 TO WRK-QT-REJEITADOS
               WHEN OTHER
                   ADD 1 TO WRK-QT-PENDENTES
           END-EVALUATE.

      *    O LIMITE SO E TROCADO SE AINDA FOR O DA PROPOSTA - UMA
      *    ALTERACAO MANUAL NO PROGCOB21 DEPOIS DA REVISAO PREVALECE
       0320-POSTAR-NO-CADASTRO.
           MOVE LP-CPF TO CM-CPF.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'CLIENTE SUMIU - PROPOSTA MANTIDA'
                   ADD 1 TO WRK-QT-PENDENTES
               NOT INVALID KEY
                   IF NOT CM-ATIVO
                      OR CM-LIMITE-CREDITO NOT = LP-LIMITE-ATUAL
                       DISPLAY 'LIMITE OU SITUACAO DO CLIENTE MUDOU'
                               ' DESDE A PROPOSTA - PROPOSTA MANTIDA'
                       ADD 1 TO WRK-QT-PENDENTES
                   ELSE
                       PERFORM 0330-GRAVAR-LIMITE
                   END-IF
           END-READ.

       0330-GRAVAR-LIMITE.
           MOVE CM-NOME           TO WRK-ANT-NOME.
           MOVE CM-ENDERECO       TO WRK-ANT-ENDERECO.
           MOVE CM-TELEFONE       TO WRK-ANT-TELEFONE.
           MOVE CM-STATUS         TO WRK-ANT-STATUS.
           MOVE CM-LIMITE-CREDITO TO WRK-ANT-LIMITE.
           MOVE LP-LIMITE-NOVO    TO CM-LIMITE-CREDITO.
           REWRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR - PROPOSTA MANTIDA'
                   ADD 1 TO WRK-QT-PENDENTES
               NOT INVALID KEY
                   MOVE 'A' TO LP-STATUS
                   ADD 1 TO WRK-QT-APROVADOS
                   PERFORM 0340-GRAVAR-HISTORICO
           END-REWRITE.

      *    DUAS LINHAS NO CUSTHIST, COMO NA MANUTENCAO DO PROGCOB21:
      *    A IMAGEM ANTES E A DEPOIS, COM O SUPERVISOR COMO USUARIO
       0340-GRAVAR-HISTORICO.
           MOVE WRK-DATASYS        TO CH-D-DATA.
           MOVE WRK-HORASYS        TO CH-D-HORA.
           MOVE WRK-APROVADOR(1:8) TO CH-D-USUARIO.
           MOVE 'REV LIMITE'       TO CH-D-OPERACAO.
           MOVE CM-CPF             TO CH-D-CPF.

           MOVE 'ANTES'          TO CH-D-IMAGEM.
           MOVE WRK-ANT-NOME     TO CH-D-NOME.
           MOVE WRK-ANT-ENDERECO TO CH-D-ENDERECO.
           MOVE WRK-ANT-TELEFONE TO CH-D-TELEFONE.
           MOVE WRK-ANT-STATUS   TO CH-D-STATUS.
           MOVE WRK-ANT-LIMITE   TO CH-D-LIMITE.
           WRITE CH-LINHA FROM CH-DETALHE.

           MOVE 'DEPOIS'          TO CH-D-IMAGEM.
           MOVE CM-NOME           TO CH-D-NOME.
           MOVE CM-ENDERECO       TO CH-D-ENDERECO.
           MOVE CM-TELEFONE       TO CH-D-TELEFONE.
           MOVE CM-STATUS         TO CH-D-STATUS.
           MOVE CM-LIMITE-CREDITO TO CH-D-LIMITE.
           WRITE CH-LINHA FROM CH-DETALHE.

       0400-REGRAVAR-PROPOSTAS.
           OPEN OUTPUT PENDING-LIMITS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO LP-REGISTRO
               WRITE LP-REGISTRO
           END-PERFORM.
           CLOSE PENDING-LIMITS.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'APROVADAS E POSTADAS..... ' WRK-QT-APROVADOS.
           DISPLAY 'REJEITADAS............... ' WRK-QT-REJEITADOS.
           DISPLAY 'AINDA PENDENTES.......... ' WRK-QT-PENDENTES.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF APROVADOR-AUTORIZADO AND LKR-CONCEDIDA
               CLOSE CUSTOMER-MASTER
               CLOSE CHANGE-HISTORY
           END-IF.
      *    O CALL DEVOLVE O RETURN-CODE DA SUBROTINA: O RC 12/16 DA
      *    SESSAO E PRESERVADO
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           IF APROVADOR-AUTORIZADO AND LKR-CONCEDIDA
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
