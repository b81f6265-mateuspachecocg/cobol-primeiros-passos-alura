       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB143.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MEDICAO MENSAL DAS OBRAS (OBRAMAST, COPYBOOK
      *     OBRA - ABERTAS PELO ORCAMENTO ACEITO NO PROGCOBD03).
      *     PRIMEIRO SOMA NA OBRA O CONSUMO DE MATERIAL DO OBRACONS
      *     (SAIDAS 'S' DO MATMOV CONTRA A OBRA, GRAVADAS PELO
      *     PROGCOB81) E ESVAZIA O ARQUIVO; DEPOIS APLICA AS
      *     MEDICOES DO OBRAMED (OBRA, ETAPA E PERCENTUAL EXECUTADO
      *     ATE A DATA - NUNCA MENOR QUE O JA MEDIDO NEM ACIMA DE
      *     100). CADA OBRA MEDIDA TEM O VALOR MEDIDO = VALOR ORCADO
      *     X SOMA DOS PESOS DAS ETAPAS PELO PERCENTUAL EXECUTADO
      *     (ARREDONDAMENTO DO SERVICO PROGCOB141, TIPO 'MEDICAO') E
      *     O QUE PASSAR DO JA FATURADO VIRA UM TITULO NO ARFILE COM
      *     A NUMERACAO DO ARCTL, A MESMA DO FATURADOR PROGCOB54,
      *     VENCENDO 30 DIAS DEPOIS DA MEDICAO (FUNCAO 'C' DO
      *     PROGCOB16D). O MEDRPT MOSTRA POR OBRA MEDIDA O AVANCO,
      *     O VALOR MEDIDO E O TITULO, AS ETAPAS E O MATERIAL
      *     CONSUMIDO CONTRA O ORCADO, APONTANDO O QUE PASSOU DO
      *     ORCAMENTO. A OBRA SO E MEDIDA UMA VEZ POR MES; COM TODAS
      *     AS ETAPAS EM 100% E TUDO FATURADO, FICA CONCLUIDA.
      *     MEDICAO E CONSUMO REJEITADOS VAO PARA O SYSEXCEP
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBRA-MASTER ASSIGN TO 'OBRAMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRAMAST.

           SELECT OBRA-CONSUMPTION ASSIGN TO 'OBRACONS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRACONS.

           SELECT MEASUREMENT-FILE ASSIGN TO 'OBRAMED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBRAMED.

           SELECT MATERIAL-CATALOG ASSIGN TO 'MATCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATCAT.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT RECEIVABLES-CONTROL ASSIGN TO 'ARCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCTL.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT MEASUREMENT-RPT ASSIGN TO 'MEDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MEDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  OBRA-MASTER.
           COPY 'OBRA.COB'.

       FD  OBRA-CONSUMPTION.
           COPY 'OBRACONS.COB'.

       FD  MEASUREMENT-FILE.
       01  OM-REGISTRO.
           02 OM-OBRA         PIC 9(06).
           02 OM-ETAPA        PIC 9(02).
           02 OM-PERC         PIC 9(03)V99.

       FD  MATERIAL-CATALOG.
       01  MC-REGISTRO.
           02 MC-CODIGO         PIC 9(03).
           02 MC-DESCRICAO      PIC X(20).
           02 MC-BASE           PIC X(01).
           02 MC-UNIDADE        PIC X(05).
           02 MC-PRECO          PIC 9(05)V99.
           02 MC-RENDIMENTO     PIC 9(03)V99.

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  RECEIVABLES-CONTROL.
       01  AC-REGISTRO.
           02 AC-ULTIMO-NUMERO PIC 9(06).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  MEASUREMENT-RPT.
       01  MR-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-OBRAMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-OBRACONS   PIC X(02) VALUE ZEROS.
       77 WRK-FS-OBRAMED    PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATCAT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCTL      PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-MEDRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-OBRAMAST  PIC X(01) VALUE 'N'.
          88 FIM-OBRAMAST   VALUE 'S'.
       77 WRK-EOF-OBRACONS  PIC X(01) VALUE 'N'.
          88 FIM-OBRACONS   VALUE 'S'.
       77 WRK-EOF-OBRAMED   PIC X(01) VALUE 'N'.
          88 FIM-OBRAMED    VALUE 'S'.
       77 WRK-EOF-MATCAT    PIC X(01) VALUE 'N'.
          88 FIM-MATCAT     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-MEDICAO VALUE 'S'.
       77 WRK-CONSUMO-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-MEDICAO-ABERTA PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-OBRA      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ETP       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MAT       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-MAT      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CAT       PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-CAT      PIC 9(02) VALUE ZEROS.
       77 WRK-OBRA-PROCURADA PIC 9(06) VALUE ZEROS.
       77 WRK-CODIGO-PROCURADO PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       77 WRK-SOMA-PONDERADA PIC 9(05)V9(06) VALUE ZEROS.
       77 WRK-A-FATURAR     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(07) VALUE ZEROS.
       77 WRK-TITULO        PIC 9(06) VALUE ZEROS.
      *    MAIOR VALOR QUE UM TITULO DO ARFILE COMPORTA (RB-VALOR);
      *    O QUE PASSAR FICA PARA A MEDICAO SEGUINTE
       77 WRK-TETO-TITULO   PIC 9(09)V99 VALUE 999999,99.
       77 WRK-PRAZO-VENCIMENTO PIC 9(04) VALUE 30.
       77 WRK-RC-SALVO      PIC S9(04) VALUE ZEROS.
       77 WRK-QT-OBRAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONSUMOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-MEDICOES   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ACEITAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-MEDIDAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TITULOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONCLUIDAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ACIMA      PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-FATURADO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    CATALOGO DE MATERIAIS, PARA A DESCRICAO NO RELATORIO E O
      *    PRECO DO ITEM CONSUMIDO QUE NAO ESTAVA NO ORCAMENTO
       01  WRK-TB-CATALOGO.
           02 WRK-TB-CAT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CAT-ITEM OCCURS 30 TIMES.
               03 WRK-TB-CAT-CODIGO    PIC 9(03).
               03 WRK-TB-CAT-DESCRICAO PIC X(20).
               03 WRK-TB-CAT-UNIDADE   PIC X(05).
               03 WRK-TB-CAT-PRECO     PIC 9(05)V99.
      *    OBRAS DO OBRAMAST; WRK-TB-MEDIDA MARCA A OBRA QUE
      *    RECEBEU MEDICAO NESTA RODADA
       01  WRK-TB-OBRAS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-OBRA          PIC 9(06).
               03 WRK-TB-MEDIDA        PIC X(01).
               03 WRK-TB-PERC-ANTERIOR PIC 9(03)V99.
               03 WRK-TB-REGISTRO      PIC X(1119).
       01  MR-COLUNAS.
           02 FILLER          PIC X(60) VALUE
              'OBRA / ETAPAS / MATERIAL ORCADO X CONSUMIDO'.
           02 FILLER          PIC X(40) VALUE
              '/ VALOR MEDIDO E TITULO GERADO'.
       01  MR-OBRA.
           02 FILLER          PIC X(05) VALUE 'OBRA '.
           02 MR-O-OBRA       PIC 9(06).
           02 FILLER          PIC X(11) VALUE ' EXECUTADO '.
           02 MR-O-ANTERIOR   PIC ZZ9,99.
           02 FILLER          PIC X(04) VALUE '% > '.
           02 MR-O-ATUAL      PIC ZZ9,99.
           02 FILLER          PIC X(15) VALUE '%  MEDIDO R$ '.
           02 MR-O-MEDIDO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE '  FATURADO R$ '.
           02 MR-O-FATURADO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(09) VALUE '  TITULO '.
           02 MR-O-TITULO     PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 MR-O-SITUACAO   PIC X(09).
       01  MR-ETAPA.
           02 FILLER          PIC X(09) VALUE '   ETAPA '.
           02 MR-E-DESCRICAO  PIC X(15).
           02 FILLER          PIC X(07) VALUE ' PESO '.
           02 MR-E-PESO       PIC ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' EXECUTADO '.
           02 MR-E-PERC       PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01  MR-MATERIAL.
           02 FILLER          PIC X(12) VALUE '   MATERIAL '.
           02 MR-M-CODIGO     PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 MR-M-DESCRICAO  PIC X(20).
           02 FILLER          PIC X(08) VALUE ' ORCADO '.
           02 MR-M-ORCADO     PIC ZZZZZZ9.
           02 FILLER          PIC X(11) VALUE ' CONSUMIDO '.
           02 MR-M-CONSUMIDO  PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 MR-M-UNIDADE    PIC X(05).
           02 FILLER          PIC X(11) VALUE ' DIFERENCA '.
           02 MR-M-DIFERENCA  PIC -------9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 MR-M-ALERTA     PIC X(16).
       01  MR-VALORES.
           02 FILLER          PIC X(26) VALUE
              '   MATERIAL ORCADO R$ '.
           02 MR-V-ORCADO     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(16) VALUE '  CONSUMIDO R$ '.
           02 MR-V-CONSUMIDO  PIC ZZZ.ZZZ.ZZ9,99.
       01  MR-TOTAL.
           02 MR-T-TEXTO      PIC X(40).
           02 MR-T-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'LOCKREGP.COB'.
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-MEDICAO
               PERFORM 0200-APLICAR-CONSUMO UNTIL FIM-OBRACONS
               PERFORM 0300-APLICAR-MEDICAO UNTIL FIM-OBRAMED
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   IF WRK-TB-MEDIDA(WRK-IDX) = 'S'
                       PERFORM 0400-FATURAR-OBRA
                   END-IF
               END-PERFORM
               PERFORM 0800-REGRAVAR-OBRAS
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB143' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOB143' TO RDP-PROGRAMA.
           MOVE 'MEDICAO'    TO RDP-TIPO.
           MOVE 2            TO RDP-CASAS.
           MOVE 'A'          TO RDP-MODO-ANTERIOR.

           PERFORM 0150-ADQUIRIR-TRAVA.
           IF NOT LKR-CONCEDIDA
               DISPLAY '*** MEDICAO NAO RODOU - ' LKR-MENSAGEM
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RLP-RC
           ELSE
               PERFORM 0110-CARREGAR-CATALOGO
               PERFORM 0130-CARREGAR-OBRAS
           END-IF.

           IF NOT ABANDONAR-MEDICAO
               PERFORM 0160-RECUPERAR-NUMERACAO
               PERFORM 0170-ABRIR-ARQUIVOS
           END-IF.

      *    SEM O CATALOGO O RELATORIO SAI SEM A DESCRICAO E O ITEM
      *    CONSUMIDO FORA DO ORCAMENTO ENTRA COM PRECO ZERO
       0110-CARREGAR-CATALOGO.
           OPEN INPUT MATERIAL-CATALOG.
           IF WRK-FS-MATCAT = '00'
               PERFORM 0120-LER-MATERIAL
               PERFORM UNTIL FIM-MATCAT OR WRK-TB-CAT-QTD = 30
                   ADD 1 TO WRK-TB-CAT-QTD
                   MOVE MC-CODIGO
                     TO WRK-TB-CAT-CODIGO(WRK-TB-CAT-QTD)
                   MOVE MC-DESCRICAO
                     TO WRK-TB-CAT-DESCRICAO(WRK-TB-CAT-QTD)
                   MOVE MC-UNIDADE
                     TO WRK-TB-CAT-UNIDADE(WRK-TB-CAT-QTD)
                   MOVE MC-PRECO
                     TO WRK-TB-CAT-PRECO(WRK-TB-CAT-QTD)
                   PERFORM 0120-LER-MATERIAL
               END-PERFORM
               CLOSE MATERIAL-CATALOG
           ELSE
               DISPLAY 'MATCAT NAO ENCONTRADO - MATERIAIS SEM'
                       ' DESCRICAO'
           END-IF.

       0120-LER-MATERIAL.
           READ MATERIAL-CATALOG
               AT END
                   MOVE 'S' TO WRK-EOF-MATCAT
           END-READ.

       0130-CARREGAR-OBRAS.
           OPEN INPUT OBRA-MASTER.
           IF WRK-FS-OBRAMAST = '00'
               PERFORM 0140-LER-OBRA
               PERFORM UNTIL FIM-OBRAMAST OR ABANDONAR-MEDICAO
                   IF WRK-TB-QTD = 200
                       DISPLAY '*** OBRAMAST EXCEDE A TABELA DE 200'
                               ' OBRAS - ARQUIVO INTACTO ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RLP-RC
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE OB-NUMERO TO WRK-TB-OBRA(WRK-TB-QTD)
                       MOVE 'N' TO WRK-TB-MEDIDA(WRK-TB-QTD)
                       MOVE OB-PERC-EXECUTADO
                         TO WRK-TB-PERC-ANTERIOR(WRK-TB-QTD)
                       MOVE OB-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       ADD 1 TO WRK-QT-OBRAS
                       PERFORM 0140-LER-OBRA
                   END-IF
               END-PERFORM
               CLOSE OBRA-MASTER
           ELSE
               DISPLAY 'OBRAMAST NAO ENCONTRADO - NENHUMA OBRA'
           END-IF.

       0140-LER-OBRA.
           READ OBRA-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-OBRAMAST
           END-READ.

      *    A BAIXA NA TELA (PROGCOB55) E O RETORNO DO BANCO
      *    (PROGCOB61) REGRAVAM O ARFILE INTEIRO: A MEDICAO SO
      *    ANEXA TITULOS COM O ARQUIVO SO PARA ELA
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'ARFILE'     TO LKR-ARQUIVO.
           MOVE 'PROGCOB143' TO LKR-PROGRAMA.
           MOVE 'B'          TO LKR-TIPO.
           MOVE 'E'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0160-RECUPERAR-NUMERACAO.
           OPEN INPUT RECEIVABLES-CONTROL.
           IF WRK-FS-ARCTL = '00'
               READ RECEIVABLES-CONTROL
                   AT END
                       MOVE ZEROS TO AC-ULTIMO-NUMERO
               END-READ
               MOVE AC-ULTIMO-NUMERO TO WRK-NUMERO
               CLOSE RECEIVABLES-CONTROL
           END-IF.

       0170-ABRIR-ARQUIVOS.
           OPEN INPUT OBRA-CONSUMPTION.
           IF WRK-FS-OBRACONS = '00'
               MOVE 'S' TO WRK-CONSUMO-ABERTO
               PERFORM 0210-LER-CONSUMO
           ELSE
               MOVE 'S' TO WRK-EOF-OBRACONS
           END-IF.

           OPEN INPUT MEASUREMENT-FILE.
           IF WRK-FS-OBRAMED = '00'
               MOVE 'S' TO WRK-MEDICAO-ABERTA
               PERFORM 0310-LER-MEDICAO
           ELSE
               DISPLAY 'OBRAMED NAO ENCONTRADO - NENHUMA MEDICAO'
               MOVE 'S' TO WRK-EOF-OBRAMED
           END-IF.

           OPEN EXTEND RECEIVABLES-FILE.
           IF WRK-FS-ARFILE = '05' OR WRK-FS-ARFILE = '35'
               OPEN OUTPUT RECEIVABLES-FILE
           END-IF.
           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           OPEN OUTPUT MEASUREMENT-RPT.
           MOVE 'MEDICAO MENSAL DAS OBRAS' TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

      *    CONSUMO DO OBRACONS ENTRA NA QUANTIDADE CONSUMIDA DO
      *    MATERIAL DA OBRA; ITEM QUE NAO ESTAVA NO ORCAMENTO ENTRA
      *    COM ORCADO ZERO E O PRECO DO CATALOGO
       0200-APLICAR-CONSUMO.
           ADD 1 TO WRK-QT-CONSUMOS.
           MOVE SPACES  TO WRK-MOTIVO.
           MOVE OC-OBRA TO WRK-OBRA-PROCURADA.
           PERFORM 0250-LOCALIZAR-OBRA.
           IF WRK-IDX-OBRA = ZEROS
               MOVE 'CONSUMO DE OBRA INEXIST.' TO WRK-MOTIVO
           ELSE
               MOVE WRK-TB-REGISTRO(WRK-IDX-OBRA) TO OB-REGISTRO
               MOVE OC-CODIGO TO WRK-CODIGO-PROCURADO
               PERFORM 0260-LOCALIZAR-MATERIAL
               IF WRK-ITEM-MAT = ZEROS
                  AND OB-QT-MATERIAIS < 30
                   ADD 1 TO OB-QT-MATERIAIS
                   MOVE OB-QT-MATERIAIS TO WRK-ITEM-MAT
                   PERFORM 0270-LOCALIZAR-CATALOGO
                   MOVE OC-CODIGO TO OB-MAT-CODIGO(WRK-ITEM-MAT)
                   MOVE ZEROS TO OB-MAT-QTD-ORCADA(WRK-ITEM-MAT)
                                 OB-MAT-QTD-CONSUMIDA(WRK-ITEM-MAT)
                                 OB-MAT-PRECO(WRK-ITEM-MAT)
                   IF WRK-ITEM-CAT > ZEROS
                       MOVE WRK-TB-CAT-PRECO(WRK-ITEM-CAT)
                         TO OB-MAT-PRECO(WRK-ITEM-MAT)
                   END-IF
               END-IF
               IF WRK-ITEM-MAT = ZEROS
                   MOVE 'OBRA COM 30 MATERIAIS' TO WRK-MOTIVO
               ELSE
                   ADD OC-QTD
                     TO OB-MAT-QTD-CONSUMIDA(WRK-ITEM-MAT)
                   COMPUTE OB-MATERIAL-CONSUMIDO =
                       OB-MATERIAL-CONSUMIDO
                       + OC-QTD * OB-MAT-PRECO(WRK-ITEM-MAT)
                   MOVE OB-REGISTRO
                     TO WRK-TB-REGISTRO(WRK-IDX-OBRA)
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               MOVE SPACES TO EC-ENTRADA
               STRING 'OBRA ' OC-OBRA ' ITEM ' OC-CODIGO
                      ' QTD ' OC-QTD
                   DELIMITED BY SIZE INTO EC-ENTRADA
               PERFORM 0280-REJEITAR
           END-IF.

           PERFORM 0210-LER-CONSUMO.

       0210-LER-CONSUMO.
           READ OBRA-CONSUMPTION
               AT END
                   MOVE 'S' TO WRK-EOF-OBRACONS
           END-READ.

       0250-LOCALIZAR-OBRA.
           MOVE ZEROS TO WRK-IDX-OBRA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-OBRA > ZEROS
               IF WRK-TB-OBRA(WRK-IDX) = WRK-OBRA-PROCURADA
                   MOVE WRK-IDX TO WRK-IDX-OBRA
               END-IF
           END-PERFORM.

       0260-LOCALIZAR-MATERIAL.
           MOVE ZEROS TO WRK-ITEM-MAT.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                           UNTIL WRK-IDX-MAT > OB-QT-MATERIAIS
                              OR WRK-ITEM-MAT > ZEROS
               IF OB-MAT-CODIGO(WRK-IDX-MAT) = WRK-CODIGO-PROCURADO
                   MOVE WRK-IDX-MAT TO WRK-ITEM-MAT
               END-IF
           END-PERFORM.

       0270-LOCALIZAR-CATALOGO.
           MOVE ZEROS TO WRK-ITEM-CAT.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                           UNTIL WRK-IDX-CAT > WRK-TB-CAT-QTD
                              OR WRK-ITEM-CAT > ZEROS
               IF WRK-TB-CAT-CODIGO(WRK-IDX-CAT) =
                          WRK-CODIGO-PROCURADO
                   MOVE WRK-IDX-CAT TO WRK-ITEM-CAT
               END-IF
           END-PERFORM.

      *    ENTRADA REJEITADA VAI PARA O ARQUIVO COMUM DE EXCECOES,
      *    PARA O DIGESTO DA MANHA
       0280-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE 'PROGCOB143' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.
           DISPLAY 'REJEITADO - ' EC-ENTRADA ' - ' WRK-MOTIVO.

      *    O PERCENTUAL DA MEDICAO E O EXECUTADO ATE A DATA NA
      *    ETAPA: NAO RECUA, NAO PASSA DE 100 E A OBRA SO E MEDIDA
      *    UMA VEZ POR MES
       0300-APLICAR-MEDICAO.
           ADD 1 TO WRK-QT-MEDICOES.
           MOVE SPACES  TO WRK-MOTIVO.
           MOVE ZEROS   TO WRK-IDX-OBRA.
           IF OM-OBRA IS NUMERIC
               MOVE OM-OBRA TO WRK-OBRA-PROCURADA
               PERFORM 0250-LOCALIZAR-OBRA
           END-IF.
           IF WRK-IDX-OBRA = ZEROS
               MOVE 'OBRA INEXISTENTE' TO WRK-MOTIVO
           ELSE
               MOVE WRK-TB-REGISTRO(WRK-IDX-OBRA) TO OB-REGISTRO
               EVALUATE TRUE
                   WHEN OM-ETAPA IS NOT NUMERIC
                     OR OM-PERC IS NOT NUMERIC
                       MOVE 'MEDICAO COM CAMPO INVALIDO'
                         TO WRK-MOTIVO
                   WHEN OB-CONCLUIDA
                       MOVE 'OBRA JA CONCLUIDA' TO WRK-MOTIVO
                   WHEN OB-ULTIMA-MEDICAO(1:6) = WRK-DATASYS(1:6)
                       MOVE 'OBRA JA MEDIDA NO MES' TO WRK-MOTIVO
                   WHEN OM-ETAPA = ZEROS
                     OR OM-ETAPA > OB-QT-ETAPAS
                       MOVE 'ETAPA INEXISTENTE' TO WRK-MOTIVO
                   WHEN OM-PERC > 100
                       MOVE 'PERCENTUAL ACIMA DE 100' TO WRK-MOTIVO
                   WHEN OM-PERC < OB-ETP-PERC(OM-ETAPA)
                       MOVE 'PERCENTUAL MENOR QUE O ATUAL'
                         TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE OM-PERC TO OB-ETP-PERC(OM-ETAPA)
                       MOVE OB-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-IDX-OBRA)
                       MOVE 'S' TO WRK-TB-MEDIDA(WRK-IDX-OBRA)
                       ADD 1 TO WRK-QT-ACEITAS
               END-EVALUATE
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               MOVE SPACES TO EC-ENTRADA
               STRING 'OBRA ' OM-OBRA ' ETAPA ' OM-ETAPA
                      ' PERC ' OM-PERC
                   DELIMITED BY SIZE INTO EC-ENTRADA
               PERFORM 0280-REJEITAR
           END-IF.

           PERFORM 0310-LER-MEDICAO.

       0310-LER-MEDICAO.
           READ MEASUREMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-OBRAMED
           END-READ.

      *    VALOR MEDIDO = ORCADO X SOMA DOS PESOS PELO EXECUTADO DE
      *    CADA ETAPA; O TITULO E A DIFERENCA PARA O JA FATURADO
       0400-FATURAR-OBRA.
           MOVE WRK-TB-REGISTRO(WRK-IDX) TO OB-REGISTRO.
           ADD 1 TO WRK-QT-MEDIDAS.

           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                           UNTIL WRK-IDX-ETP > OB-QT-ETAPAS
               COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                   + OB-ETP-PESO(WRK-IDX-ETP)
                     * OB-ETP-PERC(WRK-IDX-ETP) / 100
           END-PERFORM.
           COMPUTE OB-PERC-EXECUTADO ROUNDED = WRK-SOMA-PONDERADA.

           COMPUTE RDP-VALOR =
               OB-VALOR-ORCADO * WRK-SOMA-PONDERADA / 100.
           MOVE OB-NUMERO TO RDP-REFERENCIA.
           PERFORM 0600-ARREDONDAR.
           MOVE RDP-RESULTADO TO OB-VALOR-MEDIDO.

           MOVE ZEROS TO WRK-TITULO.
           COMPUTE WRK-A-FATURAR =
               OB-VALOR-MEDIDO - OB-VALOR-FATURADO.
           IF WRK-A-FATURAR > WRK-TETO-TITULO
               MOVE WRK-A-FATURAR TO WRK-VALOR-ED
               DISPLAY '*** OBRA ' OB-NUMERO ' A FATURAR '
                       WRK-VALOR-ED ' ACIMA DO TITULO DO ARFILE -'
                       ' O EXCEDENTE FICA PARA A PROXIMA MEDICAO'
               MOVE WRK-TETO-TITULO TO WRK-A-FATURAR
           END-IF.
           IF WRK-A-FATURAR > ZEROS
               PERFORM 0410-GERAR-TITULO
           ELSE
               MOVE ZEROS TO WRK-A-FATURAR
           END-IF.

           MOVE WRK-DATASYS TO OB-ULTIMA-MEDICAO.
           IF OB-PERC-EXECUTADO = 100
              AND OB-VALOR-FATURADO = OB-VALOR-MEDIDO
               MOVE 'C' TO OB-SITUACAO
               ADD 1 TO WRK-QT-CONCLUIDAS
           END-IF.
           MOVE OB-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX).

           PERFORM 0500-IMPRIMIR-OBRA.

       0410-GERAR-TITULO.
           MOVE 'C' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE WRK-PRAZO-VENCIMENTO TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.

           ADD 1 TO WRK-NUMERO.
           MOVE WRK-NUMERO      TO RB-NUMERO.
           MOVE OB-CPF          TO RB-CPF.
           MOVE WRK-DATASYS     TO RB-DATA-EMISSAO.
           MOVE WRK-DATA-RESULT TO RB-VENCIMENTO.
           MOVE WRK-A-FATURAR   TO RB-VALOR RB-SALDO.
           MOVE 'A'             TO RB-STATUS.
           WRITE RB-REGISTRO.

           ADD WRK-A-FATURAR TO OB-VALOR-FATURADO.
           ADD WRK-A-FATURAR TO WRK-TOT-FATURADO.
           ADD 1 TO WRK-QT-TITULOS.
           MOVE WRK-NUMERO TO WRK-TITULO.

      *    UMA LINHA DA OBRA, AS ETAPAS E O MATERIAL CONSUMIDO
      *    CONTRA O ORCADO - O QUE PASSOU DO ORCAMENTO E APONTADO
       0500-IMPRIMIR-OBRA.
           MOVE OB-NUMERO               TO MR-O-OBRA.
           MOVE WRK-TB-PERC-ANTERIOR(WRK-IDX) TO MR-O-ANTERIOR.
           MOVE OB-PERC-EXECUTADO       TO MR-O-ATUAL.
           MOVE OB-VALOR-MEDIDO         TO MR-O-MEDIDO.
           MOVE WRK-A-FATURAR           TO MR-O-FATURADO.
           IF WRK-TITULO > ZEROS
               MOVE WRK-TITULO TO MR-O-TITULO
           ELSE
               MOVE '------' TO MR-O-TITULO
           END-IF.
           IF OB-CONCLUIDA
               MOVE 'CONCLUIDA' TO MR-O-SITUACAO
           ELSE
               MOVE SPACES TO MR-O-SITUACAO
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE MR-LINHA FROM MR-OBRA.

           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                           UNTIL WRK-IDX-ETP > OB-QT-ETAPAS
               MOVE OB-ETP-DESCRICAO(WRK-IDX-ETP) TO MR-E-DESCRICAO
               MOVE OB-ETP-PESO(WRK-IDX-ETP)      TO MR-E-PESO
               MOVE OB-ETP-PERC(WRK-IDX-ETP)      TO MR-E-PERC
               PERFORM 0700-QUEBRA-PAGINA
               WRITE MR-LINHA FROM MR-ETAPA
           END-PERFORM.

           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                           UNTIL WRK-IDX-MAT > OB-QT-MATERIAIS
               PERFORM 0510-IMPRIMIR-MATERIAL
           END-PERFORM.

           MOVE OB-MATERIAL-ORCADO    TO MR-V-ORCADO.
           MOVE OB-MATERIAL-CONSUMIDO TO MR-V-CONSUMIDO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE MR-LINHA FROM MR-VALORES.

       0510-IMPRIMIR-MATERIAL.
           MOVE OB-MAT-CODIGO(WRK-IDX-MAT) TO WRK-CODIGO-PROCURADO.
           PERFORM 0270-LOCALIZAR-CATALOGO.
           MOVE OB-MAT-CODIGO(WRK-IDX-MAT) TO MR-M-CODIGO.
           IF WRK-ITEM-CAT > ZEROS
               MOVE WRK-TB-CAT-DESCRICAO(WRK-ITEM-CAT)
                 TO MR-M-DESCRICAO
               MOVE WRK-TB-CAT-UNIDADE(WRK-ITEM-CAT)
                 TO MR-M-UNIDADE
           ELSE
               MOVE SPACES TO MR-M-DESCRICAO MR-M-UNIDADE
           END-IF.
           MOVE OB-MAT-QTD-ORCADA(WRK-IDX-MAT)    TO MR-M-ORCADO.
           MOVE OB-MAT-QTD-CONSUMIDA(WRK-IDX-MAT) TO MR-M-CONSUMIDO.
           COMPUTE WRK-DIFERENCA =
               OB-MAT-QTD-CONSUMIDA(WRK-IDX-MAT)
               - OB-MAT-QTD-ORCADA(WRK-IDX-MAT).
           MOVE WRK-DIFERENCA TO MR-M-DIFERENCA.
           IF WRK-DIFERENCA > ZEROS
               MOVE '*** ACIMA DO ORC' TO MR-M-ALERTA
               ADD 1 TO WRK-QT-ACIMA
           ELSE
               MOVE SPACES TO MR-M-ALERTA
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE MR-LINHA FROM MR-MATERIAL.

      *    O MEDIDO PASSA PELO SERVICO DE ARREDONDAMENTO; O CALL
      *    ZERA O RETURN-CODE E ELE E PRESERVADO EM VOLTA
       0600-ARREDONDAR.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0610-FECHAR-ARREDONDAMENTO.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE MR-LINHA FROM RW-CABECALHO1
               WRITE MR-LINHA FROM RW-CABECALHO2
               WRITE MR-LINHA FROM MR-COLUNAS
           END-IF.

      *    O OBRAMAST E O ARCTL SO SAO REGRAVADOS DEPOIS DE TODOS
      *    OS TITULOS GRAVADOS NO ARFILE; O CONSUMO JA SOMADO NAS
      *    OBRAS SAI DO OBRACONS PARA NAO CONTAR DE NOVO
       0800-REGRAVAR-OBRAS.
           CLOSE RECEIVABLES-FILE.
           CLOSE SYSTEM-EXCEPTIONS.
           IF WRK-MEDICAO-ABERTA = 'S'
               CLOSE MEASUREMENT-FILE
           END-IF.

           OPEN OUTPUT OBRA-MASTER.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO OB-REGISTRO
               WRITE OB-REGISTRO
           END-PERFORM.
           CLOSE OBRA-MASTER.

           OPEN OUTPUT RECEIVABLES-CONTROL.
           MOVE WRK-NUMERO TO AC-ULTIMO-NUMERO.
           WRITE AC-REGISTRO.
           CLOSE RECEIVABLES-CONTROL.

           IF WRK-CONSUMO-ABERTO = 'S'
               CLOSE OBRA-CONSUMPTION
               OPEN OUTPUT OBRA-CONSUMPTION
               CLOSE OBRA-CONSUMPTION
           END-IF.

           MOVE 'TOTAL FATURADO NAS MEDICOES R$' TO MR-T-TEXTO.
           MOVE WRK-TOT-FATURADO TO MR-T-VALOR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE MR-LINHA FROM MR-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE MR-LINHA FROM RW-TRAILER.
           CLOSE MEASUREMENT-RPT.

       0900-FINALIZAR.
           IF LKR-CONCEDIDA
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.
           IF NOT ABANDONAR-MEDICAO
               DISPLAY '-------------------------'
               DISPLAY 'OBRAS NO CADASTRO........ ' WRK-QT-OBRAS
               DISPLAY 'CONSUMOS LIDOS........... ' WRK-QT-CONSUMOS
               DISPLAY 'MEDICOES LIDAS........... ' WRK-QT-MEDICOES
               DISPLAY 'MEDICOES ACEITAS......... ' WRK-QT-ACEITAS
               DISPLAY 'REJEITADOS (SYSEXCEP).... ' WRK-QT-REJEITADOS
               DISPLAY 'OBRAS MEDIDAS............ ' WRK-QT-MEDIDAS
               DISPLAY 'TITULOS GERADOS.......... ' WRK-QT-TITULOS
               MOVE WRK-TOT-FATURADO TO WRK-VALOR-ED
               DISPLAY 'VALOR FATURADO....... R$ ' WRK-VALOR-ED
               DISPLAY 'OBRAS CONCLUIDAS......... ' WRK-QT-CONCLUIDAS
               DISPLAY 'MATERIAIS ACIMA DO ORCADO ' WRK-QT-ACIMA
               IF WRK-QT-REJEITADOS > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
           PERFORM 0610-FECHAR-ARREDONDAMENTO.

           MOVE 'FIM' TO RLP-FASE.
           COMPUTE RLP-LIDOS = WRK-QT-CONSUMOS + WRK-QT-MEDICOES.
           MOVE WRK-QT-TITULOS    TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADOS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
