       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB139.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: VALORIZACAO MENSAL DA CARTEIRA DE APLICACOES DA
      *     TESOURARIA (INVPORT, COPYBOOK INVPORT). O PROGCOBD04
      *     PROJETA UMA APLICACAO DE CADA VEZ E ESQUECE; AQUI CADA
      *     POSICAO E CAPITALIZADA MES A MES, A CADA ANIVERSARIO DA
      *     APLICACAO (FUNCAO 'A' DO PROGCOB16D), COM A TAXA DA SUA
      *     FONTE - FIXA OU O RATETAB DO PROGCOBD04. A POSICAO
      *     VENCIDA, OU COM RESGATE PEDIDO PELA TESOURARIA
      *     (PROGCOB140), E RESGATADA: O BRUTO VEM ATE A DATA DO
      *     RESGATE (PRO-RATA DOS DIAS DESDE O ULTIMO ANIVERSARIO),
      *     O IOF REGRESSIVO INCIDE SOBRE O RENDIMENTO NOS PRIMEIROS
      *     29 DIAS E O IR REGRESSIVO PELO PRAZO DA APLICACAO (22,5%
      *     ATE 180 DIAS, 20% ATE 360, 17,5% ATE 720 E 15% DAI EM
      *     DIANTE) SOBRE O RENDIMENTO LIQUIDO DO IOF; O LIQUIDO
      *     ENTRA NO REGTRAN DA CONTA DA POSICAO COMO LANCAMENTO DE
      *     ENTRADA NA DATA DO RESGATE. O RELATORIO INVPOS MOSTRA
      *     POR APLICACAO E NO TOTAL O SALDO BRUTO, O IOF E O IR
      *     PROJETADOS E O LIQUIDO, QUE FICA GRAVADO NA POSICAO PARA
      *     A PREVISAO DE CAIXA (PROGCOB65). RODAR DE NOVO NO MESMO
      *     MES NAO CAPITALIZA DUAS VEZES (IP-MESES) - UM RESGATE
      *     PEDIDO NO MEIO DO MES PODE SER PROCESSADO NA HORA
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO 'INVPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVPORT.

           SELECT RATE-TABLE ASSIGN TO 'RATETAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RATETAB.

           SELECT TRANSACTION-FILE ASSIGN TO 'REGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGTRAN.

           SELECT POSITION-RPT ASSIGN TO 'INVPOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY 'INVPORT.COB'.

       FD  RATE-TABLE.
       01  RT-REGISTRO.
           02 RT-TAXA          PIC 9(02)V99.

       FD  TRANSACTION-FILE.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       FD  POSITION-RPT.
       01  PV-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-INVPORT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RATETAB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-REGTRAN    PIC X(02) VALUE ZEROS.
       77 WRK-FS-INVPOS     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-INVPORT   PIC X(01) VALUE 'N'.
          88 FIM-INVPORT    VALUE 'S'.
       77 WRK-EOF-RATETAB   PIC X(01) VALUE 'N'.
          88 FIM-RATETAB    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-VALORIZACAO VALUE 'S'.
       77 WRK-RESGATAR      PIC X(01) VALUE 'N'.
          88 RESGATAR-POSICAO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CALCULO  PIC 9(08) VALUE ZEROS.
       77 WRK-ANIVERSARIO   PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-MES-TAXA      PIC 9(03) VALUE ZEROS.
       77 WRK-TX-DO-MES     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DIAS-PRO-RATA PIC S9(06) VALUE ZEROS.
       77 WRK-DIAS-APLICADOS PIC S9(06) VALUE ZEROS.
       77 WRK-IDX-IOF       PIC 9(02) VALUE ZEROS.
       77 WRK-BRUTO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RENDIMENTO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-IOF           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ALIQUOTA-IR   PIC 9(02)V9 VALUE ZEROS.
       77 WRK-IR            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO       PIC 9(09)V99 VALUE ZEROS.
      *    MAIOR LANCAMENTO QUE O REGTRAN COMPORTA (RG-DEBITO)
       77 WRK-TETO-REGTRAN  PIC 9(09)V99 VALUE 9999999,99.
       77 WRK-QT-POSICOES   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CAPITALIZACOES PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RESGATES   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-TAXA-FIXA  PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    IOF REGRESSIVO SOBRE O RENDIMENTO: PERCENTUAL DO DIA 1 AO
      *    DIA 29 DA APLICACAO; DO 30O DIA EM DIANTE NAO HA IOF
       01  WRK-TABELA-IOF.
           02 FILLER          PIC X(30)
              VALUE '969390868380767370666360565350'.
           02 FILLER          PIC X(28)
              VALUE '4643403633302623201613100603'.
       01  WRK-TABELA-IOF-R REDEFINES WRK-TABELA-IOF.
           02 WRK-IOF-PERC    PIC 9(02) OCCURS 29 TIMES.
      *    TAXA DO MES N DA APLICACAO, NA ORDEM DO RATETAB
       01  WRK-TB-TAXAS.
           02 WRK-TB-TAX-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-TAX-ITEM OCCURS 360 TIMES.
               03 WRK-TB-TAXA PIC 9(02)V99.
       01  WRK-TB-POSICOES.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-REGISTRO PIC X(148).
       01  WRK-TOTAIS.
           02 WRK-TOT-BRUTO       PIC 9(10)V99 VALUE ZEROS.
           02 WRK-TOT-IOF         PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-IR          PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-LIQUIDO     PIC 9(10)V99 VALUE ZEROS.
           02 WRK-TOT-RES-BRUTO   PIC 9(10)V99 VALUE ZEROS.
           02 WRK-TOT-RES-IOF     PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-RES-IR      PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-RES-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       01  PV-COLUNAS.
           02 FILLER          PIC X(07) VALUE 'APLIC'.
           02 FILLER          PIC X(16) VALUE 'BANCO'.
           02 FILLER          PIC X(11) VALUE 'PRODUTO'.
           02 FILLER          PIC X(09) VALUE 'VENCTO'.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 FILLER          PIC X(15) VALUE '    SALDO BRUTO'.
           02 FILLER          PIC X(13) VALUE '   IOF PROJ.'.
           02 FILLER          PIC X(13) VALUE '    IR PROJ.'.
           02 FILLER          PIC X(15) VALUE '        LIQUIDO'.
           02 FILLER          PIC X(10) VALUE ' SITUACAO'.
       01  PV-DETALHE.
           02 PV-D-APLICACAO  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-BANCO      PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-PRODUTO    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-VENCIMENTO PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-DIAS       PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-IOF        PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-IR         PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-SITUACAO   PIC X(09).
       01  PV-TOTAL.
           02 PV-T-TEXTO      PIC X(50).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-T-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-T-IOF        PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-T-IR         PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-T-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-VALORIZACAO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   PERFORM 0200-VALORIZAR-POSICAO
               END-PERFORM
               PERFORM 0600-IMPRIMIR-TOTAIS
               PERFORM 0800-REGRAVAR-CARTEIRA
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB139' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           PERFORM 0150-ADQUIRIR-TRAVA.
           IF NOT LKR-CONCEDIDA
               DISPLAY '*** VALORIZACAO NAO RODOU - ' LKR-MENSAGEM
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0110-CARREGAR-TAXAS
               PERFORM 0130-CARREGAR-CARTEIRA
           END-IF.

           IF NOT ABANDONAR-VALORIZACAO
               OPEN EXTEND TRANSACTION-FILE
               IF WRK-FS-REGTRAN = '05' OR WRK-FS-REGTRAN = '35'
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               OPEN OUTPUT POSITION-RPT
               MOVE 'POSICAO DA CARTEIRA DE APLICACOES'
                 TO RW-TITULO
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

      *    SEM O RATETAB A POSICAO DE FONTE 'T' CAPITALIZA PELA
      *    PROPRIA TAXA, COMO O PROGCOBD04 FAZ COM A TAXA DIGITADA
       0110-CARREGAR-TAXAS.
           OPEN INPUT RATE-TABLE.
           IF WRK-FS-RATETAB = '00'
               PERFORM 0120-LER-TAXA
               PERFORM UNTIL FIM-RATETAB OR WRK-TB-TAX-QTD = 360
                   ADD 1 TO WRK-TB-TAX-QTD
                   MOVE RT-TAXA TO WRK-TB-TAXA(WRK-TB-TAX-QTD)
                   PERFORM 0120-LER-TAXA
               END-PERFORM
               CLOSE RATE-TABLE
           ELSE
               DISPLAY 'RATETAB NAO ENCONTRADO - VALE A TAXA DA'
                       ' POSICAO'
           END-IF.

       0120-LER-TAXA.
           READ RATE-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-RATETAB
           END-READ.

       0130-CARREGAR-CARTEIRA.
           OPEN INPUT PORTFOLIO-FILE.
           IF WRK-FS-INVPORT = '00'
               PERFORM 0140-LER-POSICAO
               PERFORM UNTIL FIM-INVPORT OR ABANDONAR-VALORIZACAO
                   IF WRK-TB-QTD = 500
                       DISPLAY '*** INVPORT EXCEDE A TABELA DE 500'
                               ' POSICOES - ARQUIVO INTACTO ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE IP-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       PERFORM 0140-LER-POSICAO
                   END-IF
               END-PERFORM
               CLOSE PORTFOLIO-FILE
           ELSE
               DISPLAY 'INVPORT NAO ENCONTRADO - CARTEIRA VAZIA'
           END-IF.

       0140-LER-POSICAO.
           READ PORTFOLIO-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-INVPORT
           END-READ.

      *    A TELA DA TESOURARIA (PROGCOB140) REGRAVA O INVPORT
      *    INTEIRO: A VALORIZACAO SO COMECA COM A CARTEIRA SO PARA
      *    ELA
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'INVPORT'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB139' TO LKR-PROGRAMA.
           MOVE 'B'          TO LKR-TIPO.
           MOVE 'E'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

      *    A POSICAO VENCIDA OU COM RESGATE PEDIDO ATE HOJE E
      *    RESGATADA NA DATA QUE CHEGAR PRIMEIRO; A DEMAIS E
      *    VALORIZADA ATE HOJE
       0200-VALORIZAR-POSICAO.
           MOVE WRK-TB-REGISTRO(WRK-IDX) TO IP-REGISTRO.
           IF NOT IP-RESGATADA
               ADD 1 TO WRK-QT-POSICOES
               MOVE 'S' TO WRK-RESGATAR
               EVALUATE TRUE
                   WHEN IP-RESGATE-PEDIDO
                    AND IP-DATA-RESGATE NOT > WRK-DATASYS
                    AND IP-DATA-RESGATE < IP-VENCIMENTO
                       MOVE IP-DATA-RESGATE TO WRK-DATA-CALCULO
                   WHEN IP-VENCIMENTO NOT > WRK-DATASYS
                       MOVE IP-VENCIMENTO TO WRK-DATA-CALCULO
                   WHEN OTHER
                       MOVE 'N' TO WRK-RESGATAR
                       MOVE WRK-DATASYS TO WRK-DATA-CALCULO
               END-EVALUATE

               PERFORM 0210-CAPITALIZAR
               PERFORM 0300-APURAR-TRIBUTOS

               IF RESGATAR-POSICAO
                   PERFORM 0400-RESGATAR
               ELSE
                   MOVE WRK-DATASYS TO IP-DATA-VALORIZACAO
                   MOVE WRK-LIQUIDO TO IP-LIQUIDO-PROJ
                   ADD WRK-BRUTO   TO WRK-TOT-BRUTO
                   ADD WRK-IOF     TO WRK-TOT-IOF
                   ADD WRK-IR      TO WRK-TOT-IR
                   ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO
                   IF IP-RESGATE-PEDIDO
                       MOVE 'RESG.PED.' TO PV-D-SITUACAO
                   ELSE
                       MOVE 'ATIVA'     TO PV-D-SITUACAO
                   END-IF
               END-IF

               MOVE IP-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX)
               PERFORM 0500-IMPRIMIR-POSICAO
           END-IF.

      *    UM MES DE JUROS COMPOSTOS A CADA ANIVERSARIO ATE A DATA
      *    DE CALCULO; O QUE JA FOI CAPITALIZADO (IP-MESES) NAO
      *    VOLTA A SER
       0210-CAPITALIZAR.
           PERFORM 0220-PROXIMO-ANIVERSARIO.
           PERFORM UNTIL WRK-ANIVERSARIO > WRK-DATA-CALCULO
               ADD 1 TO IP-MESES
               MOVE IP-MESES TO WRK-MES-TAXA
               PERFORM 0230-TAXA-DO-MES
               COMPUTE IP-SALDO ROUNDED = IP-SALDO
                   + IP-SALDO * WRK-TX-DO-MES / 100
               ADD 1 TO WRK-QT-CAPITALIZACOES
               PERFORM 0220-PROXIMO-ANIVERSARIO
           END-PERFORM.

       0220-PROXIMO-ANIVERSARIO.
           MOVE 'A' TO WRK-FUNCAO.
           MOVE IP-DATA-APLICACAO TO WRK-DATA-BASE.
           COMPUTE WRK-QT-DIAS = IP-MESES + 1.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-ANIVERSARIO.

      *    TAXA DO MES WRK-MES-TAXA DA APLICACAO; RATETAB MAIS CURTO
      *    QUE O PRAZO (OU AUSENTE) CAI NA TAXA DA POSICAO
       0230-TAXA-DO-MES.
           MOVE IP-TAXA TO WRK-TX-DO-MES.
           IF IP-TAXA-RATETAB
               IF WRK-MES-TAXA > WRK-TB-TAX-QTD
                   ADD 1 TO WRK-QT-TAXA-FIXA
               ELSE
                   MOVE WRK-TB-TAXA(WRK-MES-TAXA) TO WRK-TX-DO-MES
               END-IF
           END-IF.

      *    BRUTO NA DATA DE CALCULO (PRO-RATA DOS DIAS DO MES EM
      *    CURSO SOBRE 30), IOF NOS PRIMEIROS 29 DIAS E IR
      *    REGRESSIVO PELO PRAZO, OS DOIS SOBRE O RENDIMENTO
       0300-APURAR-TRIBUTOS.
           MOVE 'A' TO WRK-FUNCAO.
           MOVE IP-DATA-APLICACAO TO WRK-DATA-BASE.
           MOVE IP-MESES TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE 'D' TO WRK-FUNCAO.
           MOVE WRK-DATA-RESULT TO WRK-DATA-BASE.
           MOVE WRK-DATA-CALCULO TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DIAS-DIF TO WRK-DIAS-PRO-RATA.
           IF WRK-DIAS-PRO-RATA < ZEROS
               MOVE ZEROS TO WRK-DIAS-PRO-RATA
           END-IF.
           MOVE IP-SALDO TO WRK-BRUTO.
           IF WRK-DIAS-PRO-RATA > ZEROS
               COMPUTE WRK-MES-TAXA = IP-MESES + 1
               PERFORM 0230-TAXA-DO-MES
               COMPUTE WRK-BRUTO ROUNDED = IP-SALDO
                   + IP-SALDO * WRK-TX-DO-MES / 100
                     * WRK-DIAS-PRO-RATA / 30
           END-IF.

           MOVE 'D' TO WRK-FUNCAO.
           MOVE IP-DATA-APLICACAO TO WRK-DATA-BASE.
           MOVE WRK-DATA-CALCULO TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DIAS-DIF TO WRK-DIAS-APLICADOS.
           IF WRK-DIAS-APLICADOS < ZEROS
               MOVE ZEROS TO WRK-DIAS-APLICADOS
           END-IF.

           COMPUTE WRK-RENDIMENTO = WRK-BRUTO - IP-VALOR-APLICADO.
           IF WRK-RENDIMENTO < ZEROS
               MOVE ZEROS TO WRK-RENDIMENTO
           END-IF.

           MOVE ZEROS TO WRK-IOF.
           IF WRK-DIAS-APLICADOS < 30
               IF WRK-DIAS-APLICADOS = ZEROS
                   MOVE 1 TO WRK-IDX-IOF
               ELSE
                   MOVE WRK-DIAS-APLICADOS TO WRK-IDX-IOF
               END-IF
               COMPUTE WRK-IOF ROUNDED = WRK-RENDIMENTO
                   * WRK-IOF-PERC(WRK-IDX-IOF) / 100
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-APLICADOS NOT > 180
                   MOVE 22,5 TO WRK-ALIQUOTA-IR
               WHEN WRK-DIAS-APLICADOS NOT > 360
                   MOVE 20,0 TO WRK-ALIQUOTA-IR
               WHEN WRK-DIAS-APLICADOS NOT > 720
                   MOVE 17,5 TO WRK-ALIQUOTA-IR
               WHEN OTHER
                   MOVE 15,0 TO WRK-ALIQUOTA-IR
           END-EVALUATE.
           COMPUTE WRK-IR ROUNDED = (WRK-RENDIMENTO - WRK-IOF)
               * WRK-ALIQUOTA-IR / 100.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-IOF - WRK-IR.

      *    O LIQUIDO ENTRA NA CONTA DA POSICAO: NO REGISTRO DE
      *    CHEQUES A ENTRADA DE DINHEIRO VAI EM RG-DEBITO (O MESMO
      *    LADO DO ESTORNO DO PROGCOB113), COM O TIPO EM BRANCO
       0400-RESGATAR.
           IF WRK-LIQUIDO > WRK-TETO-REGTRAN
               MOVE WRK-LIQUIDO TO WRK-VALOR-ED
               DISPLAY '*** RESGATE DA APLICACAO ' IP-APLICACAO
                       ' RECUSADO - LIQUIDO ' WRK-VALOR-ED
                       ' ACIMA DO LANCAMENTO DO REGTRAN ***'
               ADD 1 TO WRK-QT-RECUSADOS
               MOVE 'RECUSADO' TO PV-D-SITUACAO
           ELSE
               MOVE IP-CONTA        TO RG-CONTA
               MOVE WRK-DATA-CALCULO TO RG-DATA
               MOVE WRK-LIQUIDO     TO RG-DEBITO
               MOVE ZEROS           TO RG-CREDITO
               MOVE SPACE           TO RG-TIPO
               MOVE ZEROS           TO RG-CONTA-DESTINO
               WRITE RG-REGISTRO

               MOVE 'R'              TO IP-SITUACAO
               MOVE WRK-DATA-CALCULO TO IP-DATA-RESGATE
               MOVE WRK-DATA-CALCULO TO IP-DATA-VALORIZACAO
               MOVE WRK-BRUTO        TO IP-SALDO
               MOVE WRK-IOF          TO IP-IOF-RESGATE
               MOVE WRK-IR           TO IP-IR-RESGATE
               MOVE WRK-LIQUIDO      TO IP-LIQUIDO-RESGATE
               MOVE ZEROS            TO IP-LIQUIDO-PROJ
               ADD 1 TO WRK-QT-RESGATES
               ADD WRK-BRUTO   TO WRK-TOT-RES-BRUTO
               ADD WRK-IOF     TO WRK-TOT-RES-IOF
               ADD WRK-IR      TO WRK-TOT-RES-IR
               ADD WRK-LIQUIDO TO WRK-TOT-RES-LIQUIDO
               MOVE 'RESGATADA' TO PV-D-SITUACAO
           END-IF.

       0500-IMPRIMIR-POSICAO.
           MOVE IP-APLICACAO       TO PV-D-APLICACAO.
           MOVE IP-BANCO           TO PV-D-BANCO.
           MOVE IP-PRODUTO         TO PV-D-PRODUTO.
           MOVE IP-VENCIMENTO      TO PV-D-VENCIMENTO.
           MOVE WRK-DIAS-APLICADOS TO PV-D-DIAS.
           MOVE WRK-BRUTO          TO PV-D-BRUTO.
           MOVE WRK-IOF            TO PV-D-IOF.
           MOVE WRK-IR             TO PV-D-IR.
           MOVE WRK-LIQUIDO        TO PV-D-LIQUIDO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-DETALHE.

       0600-IMPRIMIR-TOTAIS.
           MOVE 'TOTAL DA CARTEIRA (POSICOES EM ABERTO)'
             TO PV-T-TEXTO.
           MOVE WRK-TOT-BRUTO   TO PV-T-BRUTO.
           MOVE WRK-TOT-IOF     TO PV-T-IOF.
           MOVE WRK-TOT-IR      TO PV-T-IR.
           MOVE WRK-TOT-LIQUIDO TO PV-T-LIQUIDO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-TOTAL.

           MOVE 'RESGATADO NESTA VALORIZACAO' TO PV-T-TEXTO.
           MOVE WRK-TOT-RES-BRUTO   TO PV-T-BRUTO.
           MOVE WRK-TOT-RES-IOF     TO PV-T-IOF.
           MOVE WRK-TOT-RES-IR      TO PV-T-IR.
           MOVE WRK-TOT-RES-LIQUIDO TO PV-T-LIQUIDO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE PV-LINHA FROM PV-TOTAL.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PV-LINHA FROM RW-CABECALHO1
               WRITE PV-LINHA FROM RW-CABECALHO2
               WRITE PV-LINHA FROM PV-COLUNAS
           END-IF.

      *    A CARTEIRA SO E REGRAVADA DEPOIS DE TODOS OS LANCAMENTOS
      *    DE RESGATE GRAVADOS NO REGTRAN
       0800-REGRAVAR-CARTEIRA.
           CLOSE TRANSACTION-FILE.
           OPEN OUTPUT PORTFOLIO-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO IP-REGISTRO
               WRITE IP-REGISTRO
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PV-LINHA FROM RW-TRAILER.
           CLOSE POSITION-RPT.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF LKR-CONCEDIDA
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.
           IF NOT ABANDONAR-VALORIZACAO
               DISPLAY '-------------------------'
               DISPLAY 'POSICOES VALORIZADAS..... ' WRK-QT-POSICOES
               DISPLAY 'MESES CAPITALIZADOS...... '
                       WRK-QT-CAPITALIZACOES
               DISPLAY 'RESGATES LANCADOS........ ' WRK-QT-RESGATES
               MOVE WRK-TOT-RES-LIQUIDO TO WRK-VALOR-ED
               DISPLAY 'LIQUIDO RESGATADO.... R$ ' WRK-VALOR-ED
               DISPLAY 'RESGATES RECUSADOS....... ' WRK-QT-RECUSADOS
               DISPLAY 'MESES SEM TAXA NO RATETAB ' WRK-QT-TAXA-FIXA
               MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED
               DISPLAY 'LIQUIDO DA CARTEIRA.. R$ ' WRK-VALOR-ED
               IF WRK-QT-RECUSADOS > ZEROS
                   MOVE 8 TO RLP-RC
               ELSE
                   IF WRK-QT-TAXA-FIXA > ZEROS
                       MOVE 4 TO RLP-RC
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-POSICOES  TO RLP-LIDOS.
           MOVE WRK-QT-RESGATES  TO RLP-GRAVADOS.
           MOVE WRK-QT-RECUSADOS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
