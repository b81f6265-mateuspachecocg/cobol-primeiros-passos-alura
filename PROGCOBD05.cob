      *            ENSAIO FORAM UNIFORMIZADOS NA REGRA NOME REAL
      *            MAIS 'S' (SYSEXCEPS, RETRNRPTS, SALESHISTS),
      *            QUE E O QUE O OPERADOR DIGITA NO PROGCOB76
      * ALTERADO = 15/10/2026 - DEVOLUCAO ACEITA NO MODO BATCH COM
      *            CPF INFORMADO CREDITA O VALOR DEVOLVIDO AO
      *            CLIENTE NO CUSTCRED (SUBROTINA PROGCOB100,
      *            MOVIMENTO 'D' NO CREDMOV), PARA COMPENSACAO NO
      *            PROXIMO TITULO OU REEMBOLSO; NO MODO DE ENSAIO O
      *            CUSTCRED NAO E TOCADO
      * ALTERADO = 15/10/2026 - VENDA COM ITENS (REGISTRO 'L' LOGO
      *            APOS O CABECALHO, COPYBOOK SALELINE): A SOMA DOS
      *            ITENS E CONFERIDA CONTRA O TOTAL DO CABECALHO E
      *            O ICMS SAI ITEM A ITEM PELA CLASSE DO PRODUTO NO
      *            PRODMAST (SUBROTINA PROGCOB102). ITEM FALTANDO,
      *            PRODUTO FORA DO CADASTRO OU SOMA DIFERENTE
      *            REJEITAM A VENDA INTEIRA PARA O SYSEXCEP; ITEM
      *            SEM CABECALHO TAMBEM VAI PARA O SYSEXCEP
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SI-VALOR         PIC 9(06)V99.
           02 SI-PARCELAS      PIC 9(02).
           02 SI-UF            PIC X(02).
           02 SI-NUMERO        PIC 9(06).
           02 SI-QT-ITENS      PIC 9(03).
           COPY 'SALELINE.COB'.

       FD  ICMS-TABLE.
       01  IC-REGISTRO.
       77  WRK-IDX-MOT        PIC 9(02)                    VALUE ZEROS.
       77  WRK-MOT-ACHADO     PIC 9(02)                    VALUE ZEROS.
       77  WRK-QT-DEVOLUCOES  PIC 9(05)                    VALUE ZEROS.
       77  WRK-QT-CREDITOS    PIC 9(05)                    VALUE ZEROS.
       77  WRK-TEM-CREDITO    PIC X(01)                    VALUE 'N'.
           88 CREDITO-DISPONIVEL VALUE 'S'.
      *    MONTAGEM DA VENDA COM ITENS: O CABECALHO FICA GUARDADO
      *    ENQUANTO OS ITENS SAO LIDOS, E O REGISTRO QUE NAO E ITEM
      *    DA VENDA FICA RETIDO PARA A PROXIMA LEITURA
       77  WRK-CABECALHO      PIC X(53)                    VALUE SPACES.
       77  WRK-REG-RETIDO     PIC X(53)                    VALUE SPACES.
       77  WRK-TEM-RETIDO     PIC X(01)                    VALUE 'N'.
       77  WRK-FIM-ITENS      PIC X(01)                    VALUE 'N'.
       77  WRK-COM-ITENS      PIC X(01)                    VALUE 'N'.
           88 VENDA-COM-ITENS VALUE 'S'.
       77  WRK-ITENS-OK       PIC X(01)                    VALUE 'N'.
           88 ITENS-CONFEREM  VALUE 'S'.
       77  WRK-MOTIVO-ITENS   PIC X(25)                    VALUE SPACES.
       77  WRK-NUMERO-VENDA   PIC 9(06)                    VALUE ZEROS.
       77  WRK-QT-ITENS-ESP   PIC 9(03)                    VALUE ZEROS.
       77  WRK-QT-ITENS-LIDOS PIC 9(03)                    VALUE ZEROS.
       77  WRK-SOMA-ITENS     PIC 9(09)V99                 VALUE ZEROS.
       77  WRK-ICMS-ITENS     PIC 9(07)V99                 VALUE ZEROS.
       77  WRK-ALIQ-VENDA     PIC 9(02)V99                 VALUE ZEROS.
       77  WRK-QT-AVULSOS     PIC 9(05)                    VALUE ZEROS.
       01  WRK-TB-MOTIVOS.
           02 WRK-TB-MOT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-MOT-ITEM OCCURS 20 TIMES.
       77  WRK-FS-SYSEXCEP  PIC X(02)  VALUE ZEROS.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CREDITP.COB'.
           COPY 'PRODUTOP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           OPEN INPUT SALES-INPUT.
           IF WRK-FS-SALESIN = '00'
               MOVE 'S' TO WRK-MODO-BATCH
               PERFORM 0167-ABRIR-CREDITOS
               MOVE 'A' TO PRP-ACAO
               CALL 'PROGCOB102' USING PRP-PARAMETROS
               PERFORM 0150-LER-VENDA-ARQUIVO
               PERFORM 0160-PROCESSAR-ARQUIVO UNTIL FIM-SALESIN
               CLOSE SALES-INPUT
               IF CREDITO-DISPONIVEL
                   MOVE 'F' TO CRP-ACAO
                   CALL 'PROGCOB100' USING CRP-PARAMETROS
                   DISPLAY 'DEVOLUCOES CREDITADAS...... '
                           WRK-QT-CREDITOS
               END-IF
               DISPLAY 'VENDAS ACEITAS DO ARQUIVO... '
                       WRK-QT-ENTRADAS
               DISPLAY 'VENDAS REJEITADAS........... '
                       WRK-QT-REJEITADAS
               IF WRK-QT-AVULSOS > ZEROS
                   DISPLAY 'ITENS SEM CABECALHO......... '
                           WRK-QT-AVULSOS
               END-IF
           ELSE
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL WRK-MESVENDA = 99
               MOVE 'RETRNRPTS' TO WRK-ARQ-RETRNRPT
           END-IF.

      *    ITEM SEM CABECALHO VAI PARA O SYSEXCEP; VENDA COM ITENS
      *    TEM OS ITENS LIDOS JA AQUI, E VOLTA COM O CABECALHO NO
      *    REGISTRO E O RESULTADO DA CONFERENCIA NO WRK-ITENS-OK
       0150-LER-VENDA-ARQUIVO.
           IF WRK-TEM-RETIDO = 'S'
               MOVE WRK-REG-RETIDO TO SI-REGISTRO
               MOVE 'N' TO WRK-TEM-RETIDO
           ELSE
               IF WRK-FIM-ITENS = 'S'
                   MOVE 'S' TO WRK-EOF-SALESIN
               ELSE
                   PERFORM 0151-LER-REGISTRO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-SALESIN OR NOT SL-EH-ITEM
               PERFORM 0154-REJEITAR-AVULSO
               PERFORM 0151-LER-REGISTRO
           END-PERFORM.
           MOVE 'N' TO WRK-COM-ITENS WRK-ITENS-OK.
           IF NOT FIM-SALESIN
              AND SI-QT-ITENS NUMERIC AND SI-QT-ITENS > ZEROS
               PERFORM 0152-LER-ITENS
           END-IF.

       0151-LER-REGISTRO.
           READ SALES-INPUT
               AT END
                   MOVE 'S' TO WRK-EOF-SALESIN
           END-READ.

      *    A SOMA DOS ITENS TEM QUE BATER COM O TOTAL DO CABECALHO,
      *    TODOS OS ITENS TEM QUE ESTAR NO ARQUIVO E TODO PRODUTO NO
      *    PRODMAST; O ICMS SAI ITEM A ITEM PELA CLASSE DO PRODUTO
       0152-LER-ITENS.
           MOVE SI-REGISTRO TO WRK-CABECALHO.
           MOVE SI-NUMERO   TO WRK-NUMERO-VENDA.
           MOVE SI-QT-ITENS TO WRK-QT-ITENS-ESP.
           MOVE ZEROS TO WRK-QT-ITENS-LIDOS WRK-SOMA-ITENS
                         WRK-ICMS-ITENS.
           MOVE 'S' TO WRK-ITENS-OK.
           MOVE SPACES TO WRK-MOTIVO-ITENS.
           PERFORM 0174-APURAR-ICMS.
           PERFORM UNTIL WRK-QT-ITENS-LIDOS = WRK-QT-ITENS-ESP
                      OR WRK-FIM-ITENS = 'S'
                      OR WRK-TEM-RETIDO = 'S'
               READ SALES-INPUT
                   AT END
                       MOVE 'S' TO WRK-FIM-ITENS
                   NOT AT END
                       IF SL-EH-ITEM
                          AND SL-NUMERO = WRK-NUMERO-VENDA
                           PERFORM 0153-VALORIZAR-ITEM
                       ELSE
                           MOVE SI-REGISTRO TO WRK-REG-RETIDO
                           MOVE 'S' TO WRK-TEM-RETIDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-CABECALHO TO SI-REGISTRO.
           MOVE 'S' TO WRK-COM-ITENS.
           IF ITENS-CONFEREM
               IF WRK-QT-ITENS-LIDOS NOT = WRK-QT-ITENS-ESP
                   MOVE 'N' TO WRK-ITENS-OK
                   MOVE 'ITENS INCOMPLETOS' TO WRK-MOTIVO-ITENS
               ELSE
                   IF WRK-SOMA-ITENS NOT = SI-VALOR
                       MOVE 'N' TO WRK-ITENS-OK
                       MOVE 'ITENS NAO BATEM C/ TOTAL'
                         TO WRK-MOTIVO-ITENS
                   END-IF
               END-IF
           END-IF.

       0153-VALORIZAR-ITEM.
           ADD 1 TO WRK-QT-ITENS-LIDOS.
           MOVE 'V'            TO PRP-ACAO.
           MOVE SL-PRODUTO     TO PRP-PRODUTO.
           MOVE SL-QUANTIDADE  TO PRP-QUANTIDADE.
           MOVE SL-PRECO       TO PRP-PRECO.
           MOVE SL-DESCONTO    TO PRP-DESCONTO.
           MOVE WRK-ALIQ-VENDA TO PRP-ALIQUOTA.
           CALL 'PROGCOB102' USING PRP-PARAMETROS.
           EVALUATE TRUE
               WHEN PRP-OK
                   ADD PRP-VALOR-ITEM TO WRK-SOMA-ITENS
                   ADD PRP-ICMS-ITEM  TO WRK-ICMS-ITENS
               WHEN NOT ITENS-CONFEREM
                   CONTINUE
               WHEN PRP-NAO-CADASTRADO
                   MOVE 'N' TO WRK-ITENS-OK
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO-ITENS
               WHEN PRP-ITEM-INVALIDO
                   MOVE 'N' TO WRK-ITENS-OK
                   MOVE 'DESCONTO MAIOR QUE ITEM' TO WRK-MOTIVO-ITENS
               WHEN OTHER
                   MOVE 'N' TO WRK-ITENS-OK
                   MOVE 'PRODMAST MAIOR Q TABELA' TO WRK-MOTIVO-ITENS
           END-EVALUATE.

       0154-REJEITAR-AVULSO.
           ADD 1 TO WRK-QT-AVULSOS.
           MOVE 'PROGCOBD05' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING 'ITEM VENDA ' SL-NUMERO ' PROD ' SL-PRODUTO
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE 'ITEM SEM CABECALHO' TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    VENDA CUJOS ITENS NAO CONFEREM SAI INTEIRA PARA O
      *    SYSEXCEP, SEM ENTRAR NA CELULA REGIAO/MES
       0155-REJEITAR-ITENS.
           ADD 1 TO WRK-QT-REJEITADAS.
           DISPLAY 'VENDA REJEITADA - ' WRK-MOTIVO-ITENS
                   ' - VENDA ' SI-NUMERO.
           MOVE 'PROGCOBD05' TO EC-PROGRAMA.
           MOVE SI-DATA      TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING 'VENDA ' SI-NUMERO ' VLR ' SI-VALOR
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE WRK-MOTIVO-ITENS TO EC-MOTIVO.
           WRITE EC-REGISTRO.

       0160-PROCESSAR-ARQUIVO.
           MOVE SI-DATA TO PLK-DATA.
           CALL 'PROGCOB78' USING PLK-PARAMETROS.
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'MES OU REGIAO INVALIDOS' TO EC-MOTIVO
               WRITE EC-REGISTRO
           ELSE
           IF VENDA-COM-ITENS AND NOT ITENS-CONFEREM
               PERFORM 0155-REJEITAR-ITENS
           ELSE
               IF SI-EH-DEVOLUCAO
                   PERFORM 0165-PROCESSAR-DEVOLUCAO
                   ADD SI-VALOR
                       TO WRK-MESTOTAL(SI-REGIAO, SI-MES)
                   ADD 1 TO WRK-QT-ENTRADAS
                   PERFORM 0177-ICMS-DA-VENDA
                   IF WRK-ICMS-VENDA > ZEROS
                       PERFORM 0176-SOMAR-ICMS-UF
                       ADD WRK-ICMS-VENDA
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM 0150-LER-VENDA-ARQUIVO.
                   ADD SI-VALOR
                     TO WRK-TB-MOT-TOTAL(WRK-MOT-ACHADO)
                   ADD 1 TO WRK-QT-DEVOLUCOES
                   PERFORM 0177-ICMS-DA-VENDA
                   IF WRK-ICMS-VENDA > ZEROS
                       PERFORM 0176-SOMAR-ICMS-UF
                       SUBTRACT WRK-ICMS-VENDA
                           FROM WRK-TB-IUF-TOTAL(WRK-ICM-ACHADO)
                   END-IF
                   IF CREDITO-DISPONIVEL AND SI-CPF > ZEROS
                       PERFORM 0168-CREDITAR-DEVOLUCAO
                   END-IF
           END-EVALUATE.

      *    O SALDO CREDOR SO E MOVIMENTADO NA RODADA REAL; SEM O
      *    CUSTCRED, A DEVOLUCAO SEGUE SO NO ACUMULADO DO MES
       0167-ABRIR-CREDITOS.
           IF NOT MODO-ENSAIO
               MOVE 'A' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
               IF CRP-OK
                   MOVE 'S' TO WRK-TEM-CREDITO
               END-IF
           END-IF.

      *    A MERCADORIA DEVOLVIDA VIRA CREDITO DO CLIENTE, DATADO DA
      *    DEVOLUCAO
       0168-CREDITAR-DEVOLUCAO.
           MOVE 'C'          TO CRP-ACAO.
           MOVE SI-CPF       TO CRP-CPF.
           MOVE SI-VALOR     TO CRP-VALOR.
           MOVE 'D'          TO CRP-TIPO.
           MOVE SI-DATA      TO CRP-DATA.
           MOVE ZEROS        TO CRP-REFERENCIA.
           MOVE 'PROGCOBD05' TO CRP-PROGRAMA.
           CALL 'PROGCOB100' USING CRP-PARAMETROS.
           IF CRP-OK
               ADD 1 TO WRK-QT-CREDITOS
           END-IF.

      *    SOMA AS CELULAS DO ANO CORRENTE JA GRAVADAS EM RODADAS
      *    ANTERIORES; O ARQUIVO AUSENTE SO SIGNIFICA PRIMEIRA RODADA
       0185-CARREGAR-ANO-ATUAL.
      *    ICMS DA VENDA: ALIQUOTA DA UF VIGENTE NA DATA DA VENDA;
      *    O SINAL VEM DO CHAMADOR (VENDA SOMA, DEVOLUCAO ABATE)
       0174-APURAR-ICMS.
           MOVE ZEROS TO WRK-ICMS-VENDA WRK-ALIQ-VENDA.
           IF SI-UF = SPACES
               CONTINUE
           ELSE
                              WRK-TB-ICM-INI(WRK-IDX-ICM)
                      AND SI-DATA NOT >
                              WRK-TB-ICM-FIM(WRK-IDX-ICM)
                       MOVE WRK-TB-ICM-ALIQ(WRK-IDX-ICM)
                         TO WRK-ALIQ-VENDA
                       COMPUTE WRK-ICMS-VENDA ROUNDED =
                           SI-VALOR
                           * WRK-TB-ICM-ALIQ(WRK-IDX-ICM) / 100
               END-PERFORM
           END-IF.

      *    VENDA COM ITENS CONFERIDOS LEVA O ICMS SOMADO ITEM A
      *    ITEM; VENDA SO COM TOTAL SEGUE NO IMPOSTO SOBRE O TOTAL
       0177-ICMS-DA-VENDA.
           IF VENDA-COM-ITENS
               MOVE WRK-ICMS-ITENS TO WRK-ICMS-VENDA
           ELSE
               PERFORM 0174-APURAR-ICMS
           END-IF.

       0176-SOMAR-ICMS-UF.
           MOVE ZEROS TO WRK-ICM-ACHADO.
           PERFORM VARYING WRK-IDX-ICM FROM 1 BY 1
