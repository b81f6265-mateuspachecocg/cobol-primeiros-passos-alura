       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB96.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: REVISAO MENSAL DO LIMITE DE CREDITO PELO
      *     COMPORTAMENTO DE PAGAMENTO. O CM-LIMITE-CREDITO ERA
      *     DIGITADO NO PROGCOB21 E NUNCA MAIS REVISTO. ESTA RODADA
      *     CRUZA OS RECEBIMENTOS DOS ULTIMOS 12 MESES (ARRECPT) COM
      *     OS TITULOS (ARFILE) PARA SABER O CPF E OS DIAS DE ATRASO
      *     DE CADA BAIXA (FUNCAO 'D' DO PROGCOB16D), SOMA A MULTA E
      *     OS JUROS COBRADOS E CONTA OS TITULOS RENEGOCIADOS ('R') E
      *     BAIXADOS COMO PERDA ('P') DE CADA CLIENTE. A NOTA DE
      *     PAGAMENTO PARTE DE 100 E PERDE PONTOS POR ATRASO,
      *     ENCARGO, RENEGOCIACAO E PERDA (PISO ZERO). A FAIXA DA
      *     NOTA NA TABELA DE PONTUACAO (CREDSCOR) DA A VARIACAO
      *     PERCENTUAL SOBRE O LIMITE ATUAL; A PROPOSTA QUE MUDA O
      *     LIMITE VAI PARA O ARQUIVO DE PENDENTES LIMPEND, QUE UM
      *     SUPERVISOR NIVEL 00 DECIDE NO PROGCOB97. CLIENTE SEM
      *     LIMITE (ZERO = SEM LIMITE), INATIVO OU SEM HISTORICO NO
      *     PERIODO NAO RECEBE PROPOSTA. O LIMPEND E RECRIADO A CADA
      *     RODADA: PROPOSTA NAO DECIDIDA DO MES ANTERIOR DA LUGAR A
      *     NOVA. O CREDREV LISTA TODO CLIENTE PONTUADO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O CPF DO CREDREV SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO COM A OPCAO 90 DO MENUAUTH LIBERADA, COM
      *            REGISTRO NO AUDIT-TRAIL. OS VALORES DA LINHA PERDERAM
      *            O BRANCO DA FRENTE PARA O CPF EDITADO CABER NAS 80
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT RECEIPTS-FILE ASSIGN TO 'ARRECPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARRECPT.

           SELECT SCORE-TABLE ASSIGN TO 'CREDSCOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDSCOR.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT PENDING-LIMITS ASSIGN TO 'LIMPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIMPEND.

           SELECT REVIEW-RPT ASSIGN TO 'CREDREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDREV.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  RECEIPTS-FILE.
       01  RP-REGISTRO.
           02 RP-NUMERO       PIC 9(06).
           02 RP-DATA         PIC 9(08).
           02 RP-PRINCIPAL    PIC 9(06)V99.
           02 RP-MULTA        PIC 9(06)V99.
           02 RP-JUROS        PIC 9(06)V99.

      *    FAIXA DE NOTA E VARIACAO DO LIMITE (EX.: 090 100 +020)
       FD  SCORE-TABLE.
       01  SC-REGISTRO.
           02 SC-NOTA-MIN     PIC 9(03).
           02 SC-NOTA-MAX     PIC 9(03).
           02 SC-VARIACAO     PIC S9(03) SIGN LEADING SEPARATE.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  PENDING-LIMITS.
           COPY 'LIMPEND.COB'.

       FD  REVIEW-RPT.
       01  CR-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARRECPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDSCOR   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIMPEND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDREV    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-ARRECPT   PIC X(01) VALUE 'N'.
          88 FIM-ARRECPT    VALUE 'S'.
       77 WRK-EOF-CREDSCOR  PIC X(01) VALUE 'N'.
          88 FIM-CREDSCOR   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-REVISAO VALUE 'S'.
       77 WRK-CUSTMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ARRECPT-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TIT       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CLI       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FAIXA     PIC 9(02) VALUE ZEROS.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-PONTOS        PIC 9(05) VALUE ZEROS.
       77 WRK-VARIACAO      PIC S9(03) VALUE ZEROS.
       77 WRK-PERCENTUAL    PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-NOVO   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FAIXA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-QT-RECEBIMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PONTUADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PROPOSTAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-AUMENTOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REDUCOES   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-FAIXA  PIC 9(04) VALUE ZEROS.
      *    PONTOS PERDIDOS NA NOTA DE PAGAMENTO (PARTE DE 100)
       77 WRK-PERDA-ATE30   PIC 9(02) VALUE 03.
       77 WRK-PERDA-ATE90   PIC 9(02) VALUE 08.
       77 WRK-PERDA-MAIS90  PIC 9(02) VALUE 15.
       77 WRK-PERDA-ENCARGO PIC 9(02) VALUE 02.
       77 WRK-PERDA-RENEG   PIC 9(02) VALUE 15.
       77 WRK-PERDA-PERDA   PIC 9(02) VALUE 40.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    JANELA DE 12 MESES DOS RECEBIMENTOS
       01  WRK-ANOMES-INI.
           02 WRK-ANO-INI     PIC 9(04) VALUE ZEROS.
           02 WRK-MES-INI     PIC 9(02) VALUE ZEROS.
      *    TITULOS DO ARFILE: CPF E VENCIMENTO DE CADA NUMERO
       01  WRK-TB-TITULOS.
           02 WRK-TB-TIT-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-TIT-ITEM OCCURS 500 TIMES.
               03 WRK-TB-TIT-NUMERO PIC 9(06).
               03 WRK-TB-TIT-CPF    PIC 9(11).
               03 WRK-TB-TIT-VENC   PIC 9(08).
      *    HISTORICO DE PAGAMENTO POR CLIENTE
       01  WRK-TB-CLIENTES.
           02 WRK-TB-CLI-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-CLI-ITEM OCCURS 200 TIMES.
               03 WRK-TB-CLI-CPF      PIC 9(11).
               03 WRK-TB-CLI-QT-PAGTO PIC 9(03).
               03 WRK-TB-CLI-QT-ATRASO PIC 9(03).
               03 WRK-TB-CLI-ENCARGOS PIC 9(05)V99.
               03 WRK-TB-CLI-QT-RENEG PIC 9(03).
               03 WRK-TB-CLI-QT-PERDA PIC 9(03).
               03 WRK-TB-CLI-PONTOS   PIC 9(05).
      *    TABELA DE PONTUACAO
       01  WRK-TB-FAIXAS.
           02 WRK-TB-FX-QTD   PIC 9(02) VALUE ZEROS.
           02 WRK-TB-FX-ITEM OCCURS 20 TIMES.
               03 WRK-TB-FX-MIN       PIC 9(03).
               03 WRK-TB-FX-MAX       PIC 9(03).
               03 WRK-TB-FX-VARIACAO  PIC S9(03).
       01  CR-COLUNAS.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(04) VALUE 'PAG'.
           02 FILLER          PIC X(04) VALUE 'ATR'.
           02 FILLER          PIC X(09) VALUE ' ENCARGOS'.
           02 FILLER          PIC X(04) VALUE ' RN'.
           02 FILLER          PIC X(04) VALUE ' PD'.
           02 FILLER          PIC X(04) VALUE 'NOT'.
           02 FILLER          PIC X(13) VALUE ' LIMITE ATUAL'.
           02 FILLER          PIC X(05) VALUE ' VAR'.
           02 FILLER          PIC X(13) VALUE '    PROPOSTO'.
           02 FILLER          PIC X(05) VALUE ' OBS'.
       01  CR-DETALHE.
           02 CR-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-QT-PAGTO   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-QT-ATRASO  PIC ZZ9.
           02 CR-D-ENCARGOS   PIC ZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-QT-RENEG   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-QT-PERDA   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-NOTA       PIC ZZ9.
           02 CR-D-LIMITE     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-VARIACAO   PIC +ZZ9.
           02 CR-D-PROPOSTO   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-OBS        PIC X(05).
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-REVISAO
               PERFORM 0200-PROCESSAR UNTIL FIM-ARRECPT
                                         OR ABANDONAR-REVISAO
           END-IF.
           IF WRK-ARRECPT-ABERTO = 'S'
               CLOSE RECEIPTS-FILE
           END-IF.
           IF NOT ABANDONAR-REVISAO
               PERFORM 0300-PONTUAR-CLIENTES
           ELSE
               DISPLAY '*** REVISAO DE LIMITES ABANDONADA ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB96 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB96'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO-INI.
           MOVE WRK-DATASYS(5:2) TO WRK-MES-INI.
           IF WRK-MES-INI = 12
               MOVE 1 TO WRK-MES-INI
           ELSE
               SUBTRACT 1 FROM WRK-ANO-INI
               ADD 1 TO WRK-MES-INI
           END-IF.

           PERFORM 0110-CARREGAR-FAIXAS.
           IF NOT ABANDONAR-REVISAO
               PERFORM 0130-CARREGAR-TITULOS
           END-IF.

           IF NOT ABANDONAR-REVISAO
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CUSTMAST NOT = '00'
                   DISPLAY '*** CUSTMAST AUSENTE - FS '
                           WRK-FS-CUSTMAST ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-CUSTMAST-ABERTO
               END-IF
           END-IF.

      *    SEM RECEBIMENTO NENHUM AINDA PODE HAVER RENEGOCIACAO E
      *    PERDA A PONTUAR; O ARRECPT AUSENTE SO ZERA OS PAGAMENTOS
           IF NOT ABANDONAR-REVISAO
               OPEN INPUT RECEIPTS-FILE
               IF WRK-FS-ARRECPT = '00'
                   MOVE 'S' TO WRK-ARRECPT-ABERTO
                   PERFORM 0210-LER-RECEBIMENTO
               ELSE
                   MOVE 'S' TO WRK-EOF-ARRECPT
               END-IF
           END-IF.

      *    SEM A TABELA DE PONTUACAO NAO HA COMO PROPOR LIMITE
       0110-CARREGAR-FAIXAS.
           OPEN INPUT SCORE-TABLE.
           IF WRK-FS-CREDSCOR NOT = '00'
               DISPLAY '*** CREDSCOR AUSENTE - FS '
                       WRK-FS-CREDSCOR ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0115-LER-FAIXA
               PERFORM UNTIL FIM-CREDSCOR OR ABANDONAR-REVISAO
                   IF WRK-TB-FX-QTD = 20
                       DISPLAY '*** CREDSCOR EXCEDE A TABELA DE'
                               ' 20 FAIXAS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-FX-QTD
                       MOVE SC-NOTA-MIN
                         TO WRK-TB-FX-MIN(WRK-TB-FX-QTD)
                       MOVE SC-NOTA-MAX
                         TO WRK-TB-FX-MAX(WRK-TB-FX-QTD)
                       MOVE SC-VARIACAO
                         TO WRK-TB-FX-VARIACAO(WRK-TB-FX-QTD)
                       PERFORM 0115-LER-FAIXA
                   END-IF
               END-PERFORM
               CLOSE SCORE-TABLE
           END-IF.

       0115-LER-FAIXA.
           READ SCORE-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-CREDSCOR
           END-READ.

      *    O ARFILE DA O CPF E O VENCIMENTO DE CADA NUMERO DE TITULO
      *    E, PELO STATUS, AS RENEGOCIACOES E PERDAS DO CLIENTE
       0130-CARREGAR-TITULOS.
           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE NOT = '00'
               DISPLAY '*** ARFILE AUSENTE - FS ' WRK-FS-ARFILE ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0135-LER-TITULO
               PERFORM UNTIL FIM-ARFILE OR ABANDONAR-REVISAO
                   IF WRK-TB-TIT-QTD = 500
                       DISPLAY '*** ARFILE EXCEDE A TABELA DE'
                               ' 500 TITULOS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-TIT-QTD
                       MOVE RB-NUMERO
                         TO WRK-TB-TIT-NUMERO(WRK-TB-TIT-QTD)
                       MOVE RB-CPF
                         TO WRK-TB-TIT-CPF(WRK-TB-TIT-QTD)
                       MOVE RB-VENCIMENTO
                         TO WRK-TB-TIT-VENC(WRK-TB-TIT-QTD)
                       IF RB-RENEGOCIADO OR RB-PERDA
                           MOVE RB-CPF TO WRK-CPF
                           PERFORM 0220-LOCALIZAR-CLIENTE
                           IF WRK-IDX-CLI > ZEROS
                              AND RB-RENEGOCIADO
                               ADD 1 TO WRK-TB-CLI-QT-RENEG(WRK-IDX-CLI)
                           END-IF
                           IF WRK-IDX-CLI > ZEROS
                              AND RB-PERDA
                               ADD 1 TO WRK-TB-CLI-QT-PERDA(WRK-IDX-CLI)
                           END-IF
                       END-IF
                       PERFORM 0135-LER-TITULO
                   END-IF
               END-PERFORM
               CLOSE RECEIVABLES-FILE
           END-IF.

       0135-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

      *    CADA RECEBIMENTO DA JANELA: ATRASO = DATA DA BAIXA MENOS
      *    O VENCIMENTO DO TITULO; ENCARGO = MULTA + JUROS COBRADOS
       0200-PROCESSAR.
           IF RP-DATA(1:6) NOT < WRK-ANOMES-INI
              AND NOT ABANDONAR-REVISAO
               ADD 1 TO WRK-QT-RECEBIMENTOS
               MOVE ZEROS TO WRK-IDX-TIT
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-TIT-QTD
                                  OR WRK-IDX-TIT > ZEROS
                   IF WRK-TB-TIT-NUMERO(WRK-IDX) = RP-NUMERO
                       MOVE WRK-IDX TO WRK-IDX-TIT
                   END-IF
               END-PERFORM
               IF WRK-IDX-TIT = ZEROS
                   ADD 1 TO WRK-QT-SEM-TITULO
               ELSE
                   MOVE WRK-TB-TIT-CPF(WRK-IDX-TIT) TO WRK-CPF
                   PERFORM 0220-LOCALIZAR-CLIENTE
                   IF WRK-IDX-CLI > ZEROS
                       PERFORM 0230-PONTUAR-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.

           PERFORM 0210-LER-RECEBIMENTO.

       0210-LER-RECEBIMENTO.
           READ RECEIPTS-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARRECPT
           END-READ.

      *    ACHA (OU ABRE) O ITEM DO WRK-CPF; TABELA CHEIA ABANDONA
       0220-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
                              OR WRK-IDX-CLI > ZEROS
               IF WRK-TB-CLI-CPF(WRK-IDX) = WRK-CPF
                   MOVE WRK-IDX TO WRK-IDX-CLI
               END-IF
           END-PERFORM.
           IF WRK-IDX-CLI = ZEROS
               IF WRK-TB-CLI-QTD = 200
                   DISPLAY '*** CLIENTES EXCEDEM A TABELA DE'
                           ' 200 CPFS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-CLI-QTD
                   MOVE WRK-TB-CLI-QTD TO WRK-IDX-CLI
                   INITIALIZE WRK-TB-CLI-ITEM(WRK-IDX-CLI)
                   MOVE WRK-CPF TO WRK-TB-CLI-CPF(WRK-IDX-CLI)
               END-IF
           END-IF.

       0230-PONTUAR-RECEBIMENTO.
           ADD 1 TO WRK-TB-CLI-QT-PAGTO(WRK-IDX-CLI).
           ADD RP-MULTA RP-JUROS TO WRK-TB-CLI-ENCARGOS(WRK-IDX-CLI).
           IF RP-MULTA > ZEROS OR RP-JUROS > ZEROS
               ADD WRK-PERDA-ENCARGO TO WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
           END-IF.

           MOVE 'D' TO WRK-FUNCAO.
           MOVE WRK-TB-TIT-VENC(WRK-IDX-TIT) TO WRK-DATA-BASE.
           MOVE RP-DATA                      TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DIAS-DIF > ZEROS
               ADD 1 TO WRK-TB-CLI-QT-ATRASO(WRK-IDX-CLI)
               EVALUATE TRUE
                   WHEN WRK-DIAS-DIF NOT > 30
                       ADD WRK-PERDA-ATE30
                         TO WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
                   WHEN WRK-DIAS-DIF NOT > 90
                       ADD WRK-PERDA-ATE90
                         TO WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
                   WHEN OTHER
                       ADD WRK-PERDA-MAIS90
                         TO WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
               END-EVALUATE
           END-IF.

      *    NOTA = 100 MENOS OS PONTOS PERDIDOS (PISO ZERO); A FAIXA
      *    DA NOTA DA A VARIACAO, E SO A PROPOSTA QUE MUDA O LIMITE
      *    VAI PARA O LIMPEND
       0300-PONTUAR-CLIENTES.
           OPEN OUTPUT PENDING-LIMITS.
           OPEN OUTPUT REVIEW-RPT.
           MOVE 'REVISAO DE LIMITE POR COMPORTAMENTO' TO RW-TITULO.
           MOVE CR-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                           UNTIL WRK-IDX-CLI > WRK-TB-CLI-QTD
               MOVE WRK-TB-CLI-CPF(WRK-IDX-CLI) TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-ATIVO AND CM-LIMITE-CREDITO > ZEROS
                           PERFORM 0310-PROPOR-LIMITE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CR-LINHA FROM RW-TRAILER.
           CLOSE REVIEW-RPT.
           CLOSE PENDING-LIMITS.

       0310-PROPOR-LIMITE.
           ADD 1 TO WRK-QT-PONTUADOS.
           COMPUTE WRK-PONTOS = WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
               + WRK-TB-CLI-QT-RENEG(WRK-IDX-CLI) * WRK-PERDA-RENEG.
           COMPUTE WRK-PONTOS = WRK-PONTOS
               + WRK-TB-CLI-QT-PERDA(WRK-IDX-CLI) * WRK-PERDA-PERDA.
           IF WRK-PONTOS > 100
               MOVE ZEROS TO WRK-TB-CLI-PONTOS(WRK-IDX-CLI)
           ELSE
               COMPUTE WRK-TB-CLI-PONTOS(WRK-IDX-CLI) =
                   100 - WRK-PONTOS
           END-IF.

           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROS TO WRK-VARIACAO.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                           UNTIL WRK-IDX-FAIXA > WRK-TB-FX-QTD
                              OR WRK-FAIXA-ACHADA = 'S'
               IF WRK-TB-CLI-PONTOS(WRK-IDX-CLI) NOT <
                      WRK-TB-FX-MIN(WRK-IDX-FAIXA)
                  AND WRK-TB-CLI-PONTOS(WRK-IDX-CLI) NOT >
                      WRK-TB-FX-MAX(WRK-IDX-FAIXA)
                   MOVE 'S' TO WRK-FAIXA-ACHADA
                   MOVE WRK-TB-FX-VARIACAO(WRK-IDX-FAIXA)
                     TO WRK-VARIACAO
               END-IF
           END-PERFORM.
           IF WRK-VARIACAO < -100
               MOVE -100 TO WRK-VARIACAO
           END-IF.

           COMPUTE WRK-PERCENTUAL = 100 + WRK-VARIACAO.
           COMPUTE WRK-LIMITE-NOVO ROUNDED =
               CM-LIMITE-CREDITO * WRK-PERCENTUAL / 100
               ON SIZE ERROR
                   MOVE 99999999,99 TO WRK-LIMITE-NOVO
           END-COMPUTE.

           MOVE SPACES TO CR-D-OBS.
           EVALUATE TRUE
               WHEN WRK-FAIXA-ACHADA = 'N'
                   ADD 1 TO WRK-QT-SEM-FAIXA
                   MOVE CM-LIMITE-CREDITO TO WRK-LIMITE-NOVO
                   MOVE 'S/TAB' TO CR-D-OBS
               WHEN WRK-LIMITE-NOVO = CM-LIMITE-CREDITO
                   MOVE 'MANT' TO CR-D-OBS
               WHEN OTHER
                   PERFORM 0320-GRAVAR-PROPOSTA
                   MOVE 'PEND' TO CR-D-OBS
           END-EVALUATE.

           MOVE 'CREDREV'                         TO CF-RELATORIO.
           MOVE WRK-TB-CLI-CPF(WRK-IDX-CLI)       TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO                    TO CR-D-CPF.
           MOVE WRK-TB-CLI-QT-PAGTO(WRK-IDX-CLI)  TO CR-D-QT-PAGTO.
           MOVE WRK-TB-CLI-QT-ATRASO(WRK-IDX-CLI) TO CR-D-QT-ATRASO.
           MOVE WRK-TB-CLI-ENCARGOS(WRK-IDX-CLI)  TO CR-D-ENCARGOS.
           MOVE WRK-TB-CLI-QT-RENEG(WRK-IDX-CLI)  TO CR-D-QT-RENEG.
           MOVE WRK-TB-CLI-QT-PERDA(WRK-IDX-CLI)  TO CR-D-QT-PERDA.
           MOVE WRK-TB-CLI-PONTOS(WRK-IDX-CLI)    TO CR-D-NOTA.
           MOVE CM-LIMITE-CREDITO                 TO CR-D-LIMITE.
           MOVE WRK-VARIACAO                      TO CR-D-VARIACAO.
           MOVE WRK-LIMITE-NOVO                   TO CR-D-PROPOSTO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-DETALHE.

       0320-GRAVAR-PROPOSTA.
           MOVE WRK-TB-CLI-CPF(WRK-IDX-CLI)       TO LP-CPF.
           MOVE WRK-TB-CLI-PONTOS(WRK-IDX-CLI)    TO LP-NOTA.
           MOVE WRK-TB-CLI-QT-PAGTO(WRK-IDX-CLI)  TO LP-QT-PAGTO.
           MOVE WRK-TB-CLI-QT-ATRASO(WRK-IDX-CLI) TO LP-QT-ATRASO.
           MOVE WRK-TB-CLI-QT-RENEG(WRK-IDX-CLI)  TO LP-QT-RENEG.
           MOVE WRK-TB-CLI-QT-PERDA(WRK-IDX-CLI)  TO LP-QT-PERDA.
           MOVE CM-LIMITE-CREDITO                 TO LP-LIMITE-ATUAL.
           MOVE WRK-LIMITE-NOVO                   TO LP-LIMITE-NOVO.
           MOVE WRK-DATASYS                       TO LP-DATA.
           MOVE 'P'                               TO LP-STATUS.
           WRITE LP-REGISTRO.
           ADD 1 TO WRK-QT-PROPOSTAS.
           IF WRK-LIMITE-NOVO > CM-LIMITE-CREDITO
               ADD 1 TO WRK-QT-AUMENTOS
           ELSE
               ADD 1 TO WRK-QT-REDUCOES
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CR-LINHA FROM RW-CABECALHO1
               WRITE CR-LINHA FROM RW-CABECALHO2
               WRITE CR-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF WRK-CUSTMAST-ABERTO = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF NOT ABANDONAR-REVISAO
               DISPLAY '-------------------------'
               DISPLAY 'RECEBIMENTOS NO PERIODO.. ' WRK-QT-RECEBIMENTOS
               DISPLAY 'RECEBIMENTO SEM TITULO... ' WRK-QT-SEM-TITULO
               DISPLAY 'CLIENTES PONTUADOS....... ' WRK-QT-PONTUADOS
               DISPLAY 'PROPOSTAS PENDENTES...... ' WRK-QT-PROPOSTAS
               DISPLAY '   AUMENTOS.............. ' WRK-QT-AUMENTOS
               DISPLAY '   REDUCOES.............. ' WRK-QT-REDUCOES
               DISPLAY 'NOTA FORA DA CREDSCOR.... ' WRK-QT-SEM-FAIXA
               IF WRK-QT-SEM-TITULO > ZEROS
                  OR WRK-QT-SEM-FAIXA > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-RECEBIMENTOS TO RLP-LIDOS.
           MOVE WRK-QT-PROPOSTAS    TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-FAIXA    TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
