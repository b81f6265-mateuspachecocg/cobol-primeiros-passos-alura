      *            RESERVADO) NAO COBRE SAI NA LISTA DE FALTA E
      *            COMPRA (MATSHORT) - A OBRA SO COMECA SABENDO O
      *            QUE PRECISA SER COMPRADO
      * ALTERADO = 15/10/2026 - O ORCAMENTO ACEITO VIRA OBRA: O
      *            OPERADOR INFORMA O CPF DO CLIENTE (CONFERIDO NO
      *            CUSTMAST - CLIENTE NAO CADASTRADO OU EXCLUIDO NAO
      *            ACEITA O ORCAMENTO) E O ENDERECO DA OBRA (EM
      *            BRANCO, O DO CADASTRO); DEPOIS DA RESERVA, A OBRA
      *            ENTRA NO OBRAMAST (COPYBOOK OBRA) COM O NUMERO DO
      *            CONTROLE OBRACTL, O TOTAL ORCADO, AS QUANTIDADES
      *            E PRECOS DE CADA MATERIAL E AS ETAPAS PREVISTAS
      *            DO MODELO OBRAETAP (DESCRICAO E PESO; SEM ELE OU
      *            COM PESOS QUE NAO SOMAM 100, AS QUATRO ETAPAS
      *            PADRAO) PARA A MEDICAO MENSAL DO PROGCOB143
      * ALTERADO = 15/10/2026 - O INVENTARIO PASSOU PARA O COPYBOOK
      *            MATINV, COM O CUSTO MEDIO DO ITEM (PROGCOB81)
      *            PRESERVADO NA REGRAVACAO DA RESERVA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATSHORT.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT OBRA-MASTER ASSIGN TO 'OBRAMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRAMAST.

           SELECT OBRA-CONTROL ASSIGN TO 'OBRACTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRACTL.

           SELECT OBRA-STAGES ASSIGN TO 'OBRAETAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRAETAP.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
           02 LB-PRECO        PIC 9(05)V99.

       FD  MATERIAL-INVENTORY.
           COPY 'MATINV.COB'.

       FD  SHORTAGE-RPT.
       01  SH-LINHA           PIC X(80).

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  OBRA-MASTER.
           COPY 'OBRA.COB'.

       FD  OBRA-CONTROL.
       01  OT-REGISTRO.
           02 OT-ULTIMO-NUMERO PIC 9(06).

       FD  OBRA-STAGES.
       01  ET-REGISTRO.
           02 ET-DESCRICAO    PIC X(15).
           02 ET-PESO         PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       77 WRK-COMODO            PIC X(15)        VALUE SPACES.
       77 WRK-LARGURA           PIC 9(03)V99     VALUE ZEROS.
               03 WRK-TB-INV-ESTOQUE   PIC 9(07).
               03 WRK-TB-INV-RESERVADO PIC 9(07).
               03 WRK-TB-INV-PONTO     PIC 9(05).
               03 WRK-TB-INV-CUSTO     PIC 9(05)V9(04).
      *    ABERTURA DA OBRA DO ORCAMENTO ACEITO
       77 WRK-FS-CUSTMAST       PIC X(02)        VALUE ZEROS.
       77 WRK-FS-OBRAMAST       PIC X(02)        VALUE ZEROS.
       77 WRK-FS-OBRACTL        PIC X(02)        VALUE ZEROS.
       77 WRK-FS-OBRAETAP       PIC X(02)        VALUE ZEROS.
       77 WRK-EOF-OBRAETAP      PIC X(01)        VALUE 'N'.
          88 FIM-OBRAETAP       VALUE 'S'.
       77 WRK-CPF               PIC 9(11)        VALUE ZEROS.
       77 WRK-CLIENTE-OK        PIC X(01)        VALUE 'N'.
       77 WRK-ENDERECO          PIC X(40)        VALUE SPACES.
       77 WRK-ENDERECO-OBRA     PIC X(40)        VALUE SPACES.
       77 WRK-NUMERO-OBRA       PIC 9(06)        VALUE ZEROS.
       77 WRK-DATASYS           PIC 9(08)        VALUE ZEROS.
       77 WRK-IDX-ETP           PIC 9(02)        VALUE ZEROS.
       77 WRK-SOMA-PESOS        PIC 9(05)V99     VALUE ZEROS.
       77 WRK-RC-SALVO          PIC 9(02)        VALUE ZEROS.
      *    ETAPAS PADRAO DA OBRA (DESCRICAO E PESO NO VALOR), QUANDO
      *    NAO HA MODELO OBRAETAP VALIDO
       01  WRK-ETAPAS-PADRAO.
           02 FILLER            PIC X(18) VALUE 'PREPARACAO     010'.
           02 FILLER            PIC X(18) VALUE 'PISO           040'.
           02 FILLER            PIC X(18) VALUE 'PINTURA        035'.
           02 FILLER            PIC X(18) VALUE 'RODAPE/ACABAM. 015'.
       01  WRK-ETAPAS-PADRAO-R REDEFINES WRK-ETAPAS-PADRAO.
           02 WRK-ETP-PADRAO OCCURS 4 TIMES.
               03 WRK-ETP-PADRAO-DESCR PIC X(15).
               03 WRK-ETP-PADRAO-PESO  PIC 9(03).
       01  SH-DETALHE.
           02 FILLER            PIC X(06) VALUE 'FALTA '.
           02 SH-D-DESCRICAO    PIC X(20).
                     TO WRK-TB-INV-RESERVADO(WRK-TB-INV-QTD)
                   MOVE IV-PONTO-REPOS
                     TO WRK-TB-INV-PONTO(WRK-TB-INV-QTD)
                   IF IV-CUSTO-MEDIO IS NUMERIC
                       MOVE IV-CUSTO-MEDIO
                         TO WRK-TB-INV-CUSTO(WRK-TB-INV-QTD)
                   ELSE
                       MOVE ZEROS
                         TO WRK-TB-INV-CUSTO(WRK-TB-INV-QTD)
                   END-IF
                   PERFORM 0520-LER-INVENTARIO
               END-PERFORM
               IF NOT FIM-MATINV
               MOVE ZEROS TO WRK-TB-INV-ESTOQUE(WRK-ITEM-INV)
                             WRK-TB-INV-RESERVADO(WRK-ITEM-INV)
                             WRK-TB-INV-PONTO(WRK-ITEM-INV)
                             WRK-TB-INV-CUSTO(WRK-ITEM-INV)
           END-IF.

           IF WRK-ITEM-INV > ZEROS
                 TO IV-RESERVADO
               MOVE WRK-TB-INV-PONTO(WRK-IDX-INV)
                 TO IV-PONTO-REPOS
               MOVE WRK-TB-INV-CUSTO(WRK-IDX-INV)
                 TO IV-CUSTO-MEDIO
               WRITE IV-REGISTRO
           END-PERFORM.
           CLOSE MATERIAL-INVENTORY.

      *    O ORCAMENTO SO E ACEITO PARA CLIENTE ATIVO NO CUSTMAST,
      *    QUE E QUEM RECEBE OS TITULOS DA MEDICAO; O ENDERECO DA
      *    OBRA EM BRANCO FICA O DO CADASTRO
       0600-IDENTIFICAR-CLIENTE.
           DISPLAY 'CPF DO CLIENTE DA OBRA.. '.
           ACCEPT WRK-CPF FROM CONSOLE.
           MOVE 'N' TO WRK-CLIENTE-OK.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               MOVE WRK-CPF TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-ATIVO
                           MOVE 'S' TO WRK-CLIENTE-OK
                           MOVE CM-ENDERECO TO WRK-ENDERECO
                           DISPLAY 'CLIENTE: ' CM-NOME
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

           IF WRK-CLIENTE-OK = 'S'
               DISPLAY 'ENDERECO DA OBRA (EM BRANCO = O DO'
                       ' CADASTRO).. '
               MOVE SPACES TO WRK-ENDERECO-OBRA
               ACCEPT WRK-ENDERECO-OBRA FROM CONSOLE
               IF WRK-ENDERECO-OBRA NOT = SPACES
                   MOVE WRK-ENDERECO-OBRA TO WRK-ENDERECO
               END-IF
           END-IF.

      *    A OBRA LEVA O TOTAL ORCADO, CADA MATERIAL COM A
      *    QUANTIDADE E O PRECO DO ORCAMENTO E AS ETAPAS PREVISTAS;
      *    O NUMERO VEM DO OBRACTL, COMO O DOS TITULOS VEM DO ARCTL
       0650-ABRIR-OBRA.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           OPEN INPUT OBRA-CONTROL.
           IF WRK-FS-OBRACTL = '00'
               READ OBRA-CONTROL
                   AT END
                       MOVE ZEROS TO OT-ULTIMO-NUMERO
               END-READ
               MOVE OT-ULTIMO-NUMERO TO WRK-NUMERO-OBRA
               CLOSE OBRA-CONTROL
           END-IF.
           ADD 1 TO WRK-NUMERO-OBRA.

           INITIALIZE OB-REGISTRO.
           MOVE WRK-NUMERO-OBRA TO OB-NUMERO.
           MOVE WRK-CPF         TO OB-CPF.
           MOVE WRK-ENDERECO    TO OB-ENDERECO.
           MOVE WRK-DATASYS     TO OB-DATA-ACEITE.
           MOVE 'A'             TO OB-SITUACAO.
           MOVE WRK-TOTAL-OBRA  TO OB-VALOR-ORCADO.
           MOVE WRK-MAO-TOTAL   TO OB-MAO-ORCADA.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               IF WRK-TB-QTD-TOTAL(WRK-IDX) > ZEROS
                   ADD 1 TO OB-QT-MATERIAIS
                   MOVE WRK-TB-CODIGO(WRK-IDX)
                     TO OB-MAT-CODIGO(OB-QT-MATERIAIS)
                   MOVE WRK-TB-PRECO(WRK-IDX)
                     TO OB-MAT-PRECO(OB-QT-MATERIAIS)
                   MOVE WRK-TB-QTD-TOTAL(WRK-IDX)
                     TO OB-MAT-QTD-ORCADA(OB-QT-MATERIAIS)
                   COMPUTE OB-MATERIAL-ORCADO =
                       OB-MATERIAL-ORCADO
                       + WRK-TB-QTD-TOTAL(WRK-IDX)
                         * WRK-TB-PRECO(WRK-IDX)
               END-IF
           END-PERFORM.

           PERFORM 0660-MONTAR-ETAPAS.

           OPEN EXTEND OBRA-MASTER.
           IF WRK-FS-OBRAMAST = '05' OR WRK-FS-OBRAMAST = '35'
               OPEN OUTPUT OBRA-MASTER
           END-IF.
           WRITE OB-REGISTRO.
           CLOSE OBRA-MASTER.

           OPEN OUTPUT OBRA-CONTROL.
           MOVE WRK-NUMERO-OBRA TO OT-ULTIMO-NUMERO.
           WRITE OT-REGISTRO.
           CLOSE OBRA-CONTROL.

           DISPLAY 'OBRA ' WRK-NUMERO-OBRA ' ABERTA COM '
                   OB-QT-ETAPAS ' ETAPAS E ' OB-QT-MATERIAIS
                   ' MATERIAIS'.

      *    ETAPAS DO MODELO OBRAETAP (ATE 10); MODELO AUSENTE OU
      *    COM PESOS QUE NAO FECHAM 100 CAI NAS ETAPAS PADRAO
       0660-MONTAR-ETAPAS.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           OPEN INPUT OBRA-STAGES.
           IF WRK-FS-OBRAETAP = '00'
               PERFORM 0670-LER-ETAPA
               PERFORM UNTIL FIM-OBRAETAP OR OB-QT-ETAPAS = 10
                   ADD 1 TO OB-QT-ETAPAS
                   MOVE ET-DESCRICAO
                     TO OB-ETP-DESCRICAO(OB-QT-ETAPAS)
                   MOVE ET-PESO TO OB-ETP-PESO(OB-QT-ETAPAS)
                   ADD ET-PESO TO WRK-SOMA-PESOS
                   PERFORM 0670-LER-ETAPA
               END-PERFORM
               CLOSE OBRA-STAGES
           END-IF.

           IF WRK-SOMA-PESOS NOT = 100
               IF OB-QT-ETAPAS > ZEROS
                   DISPLAY 'OBRAETAP COM PESOS SOMANDO '
                           WRK-SOMA-PESOS ' - ETAPAS PADRAO'
               END-IF
               MOVE ZEROS TO OB-QT-ETAPAS
               PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                               UNTIL WRK-IDX-ETP > 4
                   ADD 1 TO OB-QT-ETAPAS
                   MOVE WRK-ETP-PADRAO-DESCR(WRK-IDX-ETP)
                     TO OB-ETP-DESCRICAO(OB-QT-ETAPAS)
                   MOVE WRK-ETP-PADRAO-PESO(WRK-IDX-ETP)
                     TO OB-ETP-PESO(OB-QT-ETAPAS)
               END-PERFORM
           END-IF.

           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                           UNTIL WRK-IDX-ETP > 10
               IF WRK-IDX-ETP > OB-QT-ETAPAS
                   MOVE SPACES TO OB-ETP-DESCRICAO(WRK-IDX-ETP)
                   MOVE ZEROS  TO OB-ETP-PESO(WRK-IDX-ETP)
               END-IF
               MOVE ZEROS TO OB-ETP-PERC(WRK-IDX-ETP)
           END-PERFORM.

       0670-LER-ETAPA.
           READ OBRA-STAGES
               AT END
                   MOVE 'S' TO WRK-EOF-OBRAETAP
           END-READ.

      *    MAO DE OBRA DO COMODO: CADA SERVICO DO LABRTAB APLICA O
      *    PRECO SOBRE A AREA OU O PERIMETRO JA CALCULADOS, E O
      *    TOTAL DO COMODO SOMA MATERIAL E MAO DE OBRA
                       ' MATERIAIS (S/N)? '
               ACCEPT WRK-ACEITE FROM CONSOLE
               IF WRK-ACEITE = 'S'
                   PERFORM 0600-IDENTIFICAR-CLIENTE
                   IF WRK-CLIENTE-OK = 'S'
                       PERFORM 0500-RESERVAR-MATERIAIS
                       IF NOT INVENTARIO-CHEIO
                           PERFORM 0650-ABRIR-OBRA
                       END-IF
                   ELSE
                       DISPLAY 'CLIENTE NAO CADASTRADO OU EXCLUIDO'
                               ' - ORCAMENTO NAO ACEITO'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE RETURN-CODE TO WRK-RC-SALVO.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE QT-LINHA FROM RW-TRAILER.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

           CLOSE ROOM-FILE.
           CLOSE QUOTE-RPT.
