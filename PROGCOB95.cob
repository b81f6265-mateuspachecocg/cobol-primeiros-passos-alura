       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CLASSIFICACAO ABC (PARETO) DOS CLIENTES. ACUMULA A
      *     VENDA LIQUIDA DE CADA ST-CPF NOS ULTIMOS 12 MESES DO
      *     SALESTRAN (MES CORRENTE E OS 11 ANTERIORES, DEVOLUCOES
      *     SUBTRAIDAS), ORDENA OS CLIENTES PELA RECEITA E ATRIBUI A
      *     CLASSE PELO PERCENTUAL ACUMULADO: A ATE O CORTE A, B ATE
      *     O CORTE B, C NO RESTO (CORTES NO ABCPARM; SEM ELE, 80 E
      *     95 POR CENTO). O CLIENTE QUE CRUZA O CORTE AINDA FICA NA
      *     CLASSE DE CIMA. A CLASSE E A DATA DA RODADA SAO GRAVADAS
      *     NO CUSTMAST (CM-CLASSE-ABC, CM-DATA-ABC) PARA A COTACAO
      *     DE FRETE (PROGCOB09) E AS CARTAS DE COBRANCA (PROGCOB56);
      *     CLIENTE ATIVO SEM VENDA NO PERIODO VIRA C. O PARETORPT
      *     LISTA OS CLIENTES NA ORDEM DA RECEITA COM PARTICIPACAO,
      *     PERCENTUAL ACUMULADO E CLASSE, E O RESUMO POR CLASSE. CPF
      *     COM VENDA E SEM CADASTRO ATIVO SAI NO SYSEXCEP
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O FEED DE VENDAS GANHOU OS ITENS
      *            DA VENDA (REGISTRO 'L', COPYBOOK SALELINE) E O
      *            NUMERO E A QUANTIDADE DE ITENS NO FIM DO
      *            CABECALHO; ESTE PROGRAMA SO ACOMPANHOU O LAYOUT
      *            E PULA OS ITENS NA LEITURA
      * ALTERADO = 15/10/2026 - O CPF DO PARETO E DO DISPLAY DE
      *            FALHA DE REGRAVACAO SAI MASCARADO (***.456.789-**)
      *            PELA SUBROTINA PROGCOB130 (LGPD); COMPLETO SO COM A
      *            OPCAO 90 DO MENUAUTH LIBERADA, COM REGISTRO NO
      *            AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - A CLASSIFICACAO PEDE A TRAVA DE USO
      *            EXCLUSIVO DO CUSTMAST ANTES DE ABRI-LO PARA
      *            REGRAVACAO (SUBROTINA PROGCOB136, REGISTRO LOCKREG)
      *            E ESPERA A TELA QUE ESTIVER COM O CADASTRO;
      *            ESGOTADA A ESPERA, NADA E CLASSIFICADO (RC 12,
      *            LINHA 'TRV' NO RUNLOG)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESTRAN.

           SELECT ABC-PARAMETERS ASSIGN TO 'ABCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABCPARM.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT PARETO-RPT ASSIGN TO 'PARETORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARETORPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANSACTION-FILE.
       01  ST-REGISTRO.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-CPF        PIC 9(11).
           02 ST-PRAZO      PIC 9(03).
           02 ST-MOTIVO     PIC 9(02).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).

       FD  ABC-PARAMETERS.
       01  AP-REGISTRO.
           02 AP-CORTE-A    PIC 9(03)V9.
           02 AP-CORTE-B    PIC 9(03)V9.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  PARETO-RPT.
       01  PR-LINHA          PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-ABCPARM    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARETORPT  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-EOF-CUSTMAST  PIC X(01) VALUE 'N'.
          88 FIM-CUSTMAST   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-ABC  VALUE 'S'.
       77 WRK-CUSTMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-A       PIC 9(03)V9 VALUE 80,0.
       77 WRK-CORTE-B       PIC 9(03)V9 VALUE 95,0.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLI       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-OUTRO     PIC 9(04) VALUE ZEROS.
       77 WRK-POSICAO       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLASSE    PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NO-PERIODO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ATUALIZADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-VENDA  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACUM-ANTERIOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ACUMULADO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    JANELA DE 12 MESES: DO MES INICIAL AO MES CORRENTE
       01  WRK-ANOMES-INI.
           02 WRK-ANO-INI     PIC 9(04) VALUE ZEROS.
           02 WRK-MES-INI     PIC 9(02) VALUE ZEROS.
       01  WRK-ANOMES-FIM.
           02 WRK-ANO-FIM     PIC 9(04) VALUE ZEROS.
           02 WRK-MES-FIM     PIC 9(02) VALUE ZEROS.
      *    UM ITEM POR CPF COM VENDA OU DEVOLUCAO NO PERIODO
       01  WRK-TB-CLIENTES.
           02 WRK-TB-CLI-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-CLI-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-CLI-CPF      PIC 9(11).
               03 WRK-TB-CLI-NOME     PIC X(20).
               03 WRK-TB-CLI-LIQUIDO  PIC S9(09)V99.
               03 WRK-TB-CLI-QT-VENDA PIC 9(05).
               03 WRK-TB-CLI-QT-DEVOL PIC 9(05).
               03 WRK-TB-CLI-POSICAO  PIC 9(04).
               03 WRK-TB-CLI-PART     PIC 9(03)V99.
               03 WRK-TB-CLI-ACUM     PIC 9(03)V99.
               03 WRK-TB-CLI-CLASSE   PIC X(01).
               03 WRK-TB-CLI-CADASTRO PIC X(01).
      *    INDICE DO CLIENTE EM CADA POSICAO DO RANKING
       01  WRK-TB-ORDEM.
           02 WRK-TB-ORD-IDX  PIC 9(04) OCCURS 1000 TIMES.
      *    RESUMO POR CLASSE (1 = A, 2 = B, 3 = C)
       01  WRK-TB-RESUMO.
           02 WRK-TB-RES-ITEM OCCURS 3 TIMES.
               03 WRK-TB-RES-QTD      PIC 9(06).
               03 WRK-TB-RES-RECEITA  PIC 9(11)V99.
       01  PR-COLUNAS.
           02 FILLER          PIC X(06) VALUE ' POS'.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(21) VALUE 'NOME'.
           02 FILLER          PIC X(16) VALUE '  VENDA LIQUIDA'.
           02 FILLER          PIC X(07) VALUE '  PART'.
           02 FILLER          PIC X(07) VALUE '  ACUM'.
           02 FILLER          PIC X(03) VALUE ' CL'.
       01  PR-CORTES.
           02 FILLER          PIC X(21) VALUE
              'PERIODO DE VENDAS DE '.
           02 PR-C-MES-INI    PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 PR-C-ANO-INI    PIC 9(04).
           02 FILLER          PIC X(03) VALUE ' A '.
           02 PR-C-MES-FIM    PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 PR-C-ANO-FIM    PIC 9(04).
           02 FILLER          PIC X(11) VALUE ' - CORTE A '.
           02 PR-C-CORTE-A    PIC ZZ9,9.
           02 FILLER          PIC X(10) VALUE '% CORTE B '.
           02 PR-C-CORTE-B    PIC ZZ9,9.
           02 FILLER          PIC X(01) VALUE '%'.
       01  PR-DETALHE.
           02 PR-D-POSICAO    PIC ZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PR-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-LIQUIDO    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-PART       PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-ACUM       PIC ZZ9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PR-D-CLASSE     PIC X(01).
           02 PR-D-MARCA      PIC X(01).
       01  PR-RESUMO.
           02 FILLER          PIC X(07) VALUE 'CLASSE '.
           02 PR-R-CLASSE     PIC X(01).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 PR-R-QTD        PIC ZZZ.ZZ9.
           02 FILLER          PIC X(10) VALUE ' CLIENTES '.
           02 FILLER          PIC X(08) VALUE 'RECEITA '.
           02 PR-R-RECEITA    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-R-PART       PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01  PR-SEM-VENDA.
           02 FILLER          PIC X(41) VALUE
              'CLIENTES ATIVOS SEM VENDA NO PERIODO (C) '.
           02 PR-S-QTD        PIC ZZZ.ZZ9.
       01  PR-NOTA.
           02 FILLER          PIC X(50) VALUE
              '* CPF SEM CADASTRO ATIVO - CLASSE NAO GRAVADA'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-ABC
               PERFORM 0200-PROCESSAR UNTIL FIM-SALESTRAN
                                         OR ABANDONAR-ABC
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-ABC
               PERFORM 0300-CLASSIFICAR
               PERFORM 0400-ATUALIZAR-CADASTRO
               PERFORM 0500-EMITIR-PARETO
           ELSE
               DISPLAY '*** CLASSIFICACAO ABC ABANDONADA ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB95 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB95'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO-FIM.
           MOVE WRK-DATASYS(5:2) TO WRK-MES-FIM.
           IF WRK-MES-FIM = 12
               MOVE WRK-ANO-FIM TO WRK-ANO-INI
               MOVE 1 TO WRK-MES-INI
           ELSE
               COMPUTE WRK-ANO-INI = WRK-ANO-FIM - 1
               COMPUTE WRK-MES-INI = WRK-MES-FIM + 1
           END-IF.

           PERFORM 0110-CARREGAR-PARAMETROS.

           PERFORM 0120-ADQUIRIR-TRAVA.
           IF NOT LKR-CONCEDIDA
               DISPLAY '*** ' LKR-MENSAGEM
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RETURN-CODE
           END-IF.

           IF NOT ABANDONAR-ABC
               OPEN I-O CUSTOMER-MASTER
               IF WRK-FS-CUSTMAST NOT = '00'
                   DISPLAY '*** CUSTMAST AUSENTE - FS '
                           WRK-FS-CUSTMAST ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-CUSTMAST-ABERTO
               END-IF
           END-IF.

           IF NOT ABANDONAR-ABC
               OPEN INPUT SALES-TRANSACTION-FILE
               IF WRK-FS-SALESTRAN = '00'
                   PERFORM 0210-LER-VENDA
               ELSE
                   DISPLAY '*** SALESTRAN AUSENTE - FS '
                           WRK-FS-SALESTRAN ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *    OS CORTES SAO OPCIONAIS; CORTE INCOERENTE (ZERADO, B NAO
      *    MAIOR QUE A OU ACIMA DE 100) FICA NO PADRAO 80/95
       0110-CARREGAR-PARAMETROS.
           OPEN INPUT ABC-PARAMETERS.
           IF WRK-FS-ABCPARM = '00'
               READ ABC-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CORTE-A > ZEROS
                          AND AP-CORTE-B > AP-CORTE-A
                          AND AP-CORTE-B NOT > 100
                           MOVE AP-CORTE-A TO WRK-CORTE-A
                           MOVE AP-CORTE-B TO WRK-CORTE-B
                       ELSE
                           DISPLAY '*** ABCPARM INCOERENTE - CORTES'
                                   ' PADRAO 80/95 ***'
                       END-IF
               END-READ
               CLOSE ABC-PARAMETERS
           END-IF.

      *    A CLASSE E REGRAVADA NO CADASTRO: A TELA DE CLIENTES
      *    (PROGCOB21) E A ELIMINACAO LGPD (PROGCOB53) NAO PODEM
      *    ESTAR REGRAVANDO O MESMO REGISTRO
       0120-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'CUSTMAST'  TO LKR-ARQUIVO.
           MOVE 'PROGCOB95' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

      *    SO CONTA O MOVIMENTO DENTRO DA JANELA; DEVOLUCAO SUBTRAI
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDAS.
           IF ST-DATA(1:6) NOT < WRK-ANOMES-INI
              AND ST-DATA(1:6) NOT > WRK-ANOMES-FIM
               ADD 1 TO WRK-QT-NO-PERIODO
               PERFORM 0220-LOCALIZAR-CLIENTE
               IF WRK-IDX-CLI > ZEROS
                   IF ST-EH-DEVOLUCAO
                       SUBTRACT ST-VENDA
                           FROM WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                       ADD 1 TO WRK-TB-CLI-QT-DEVOL(WRK-IDX-CLI)
                   ELSE
                       ADD ST-VENDA
                         TO WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                       ADD 1 TO WRK-TB-CLI-QT-VENDA(WRK-IDX-CLI)
                   END-IF
               END-IF
           END-IF.

           PERFORM 0210-LER-VENDA.

      *    OS ITENS DA VENDA (TIPO 'L') NAO INTERESSAM AQUI: SO O
      *    CABECALHO, COM O TOTAL, SEGUE PARA O PROCESSAMENTO
       0210-LER-VENDA.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF-SALESTRAN
               END-READ
           END-PERFORM.

      *    ACHA (OU ABRE) O ITEM DO ST-CPF; TABELA CHEIA ABANDONA,
      *    PORQUE UM PARETO SEM PARTE DOS CLIENTES SAI ERRADO
       0220-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
                              OR WRK-IDX-CLI > ZEROS
               IF WRK-TB-CLI-CPF(WRK-IDX) = ST-CPF
                   MOVE WRK-IDX TO WRK-IDX-CLI
               END-IF
           END-PERFORM.
           IF WRK-IDX-CLI = ZEROS
               IF WRK-TB-CLI-QTD = 1000
                   DISPLAY '*** CLIENTES EXCEDEM A TABELA DE'
                           ' 1000 CPFS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-CLI-QTD
                   MOVE WRK-TB-CLI-QTD TO WRK-IDX-CLI
                   INITIALIZE WRK-TB-CLI-ITEM(WRK-IDX-CLI)
                   MOVE ST-CPF TO WRK-TB-CLI-CPF(WRK-IDX-CLI)
                   MOVE 'N'    TO WRK-TB-CLI-CADASTRO(WRK-IDX-CLI)
               END-IF
           END-IF.

      *    POSICAO = QUANTOS CLIENTES ESTAO NA FRENTE (MAIOR VENDA
      *    LIQUIDA, NO EMPATE A ORDEM DE CHEGADA). DEPOIS, NA ORDEM
      *    DO RANKING, O ACUMULADO ANTERIOR DECIDE A CLASSE: ABAIXO
      *    DO CORTE A E A, ABAIXO DO CORTE B E B, O RESTO E C. SO A
      *    VENDA LIQUIDA POSITIVA ENTRA NA RECEITA TOTAL
       0300-CLASSIFICAR.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                           UNTIL WRK-IDX-CLI > WRK-TB-CLI-QTD
               IF WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) > ZEROS
                   ADD WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                     TO WRK-TOTAL-RECEITA
               END-IF
               MOVE 1 TO WRK-TB-CLI-POSICAO(WRK-IDX-CLI)
               PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                               UNTIL WRK-IDX-OUTRO > WRK-TB-CLI-QTD
                   IF WRK-TB-CLI-LIQUIDO(WRK-IDX-OUTRO) >
                      WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                       ADD 1 TO WRK-TB-CLI-POSICAO(WRK-IDX-CLI)
                   ELSE
                       IF WRK-TB-CLI-LIQUIDO(WRK-IDX-OUTRO) =
                          WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                          AND WRK-IDX-OUTRO < WRK-IDX-CLI
                           ADD 1 TO WRK-TB-CLI-POSICAO(WRK-IDX-CLI)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-IDX-CLI
                 TO WRK-TB-ORD-IDX(WRK-TB-CLI-POSICAO(WRK-IDX-CLI))
           END-PERFORM.

           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                           UNTIL WRK-POSICAO > WRK-TB-CLI-QTD
               MOVE WRK-TB-ORD-IDX(WRK-POSICAO) TO WRK-IDX-CLI
               PERFORM 0310-CLASSIFICAR-CLIENTE
           END-PERFORM.

       0310-CLASSIFICAR-CLIENTE.
           MOVE WRK-ACUMULADO TO WRK-ACUM-ANTERIOR.
           MOVE 'C' TO WRK-TB-CLI-CLASSE(WRK-IDX-CLI).
           IF WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) > ZEROS
               ADD WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) TO WRK-ACUMULADO
               COMPUTE WRK-TB-CLI-PART(WRK-IDX-CLI) ROUNDED =
                   WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) * 100
                   / WRK-TOTAL-RECEITA
               COMPUTE WRK-TB-CLI-ACUM(WRK-IDX-CLI) ROUNDED =
                   WRK-ACUMULADO * 100 / WRK-TOTAL-RECEITA
               IF WRK-ACUM-ANTERIOR * 100 <
                  WRK-CORTE-A * WRK-TOTAL-RECEITA
                   MOVE 'A' TO WRK-TB-CLI-CLASSE(WRK-IDX-CLI)
               ELSE
                   IF WRK-ACUM-ANTERIOR * 100 <
                      WRK-CORTE-B * WRK-TOTAL-RECEITA
                       MOVE 'B' TO WRK-TB-CLI-CLASSE(WRK-IDX-CLI)
                   END-IF
               END-IF
           ELSE
               MOVE ZEROS TO WRK-TB-CLI-PART(WRK-IDX-CLI)
                             WRK-TB-CLI-ACUM(WRK-IDX-CLI)
               IF WRK-ACUMULADO > ZEROS
                   MOVE 100 TO WRK-TB-CLI-ACUM(WRK-IDX-CLI)
               END-IF
           END-IF.

      *    PASSADA UNICA NO CUSTMAST: TODO CLIENTE ATIVO RECEBE A
      *    CLASSE (SEM VENDA NO PERIODO = C) E A DATA DA RODADA; O
      *    EXCLUIDO FICA COMO ESTA. O CPF COM VENDA QUE NAO APARECEU
      *    ATIVO NO CADASTRO VAI PARA O SYSEXCEP
       0400-ATUALIZAR-CADASTRO.
           PERFORM 0410-LER-CLIENTE.
           PERFORM UNTIL FIM-CUSTMAST
               IF CM-ATIVO
                   PERFORM 0420-GRAVAR-CLASSE
               END-IF
               PERFORM 0410-LER-CLIENTE
           END-PERFORM.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                           UNTIL WRK-IDX-CLI > WRK-TB-CLI-QTD
               IF WRK-TB-CLI-CADASTRO(WRK-IDX-CLI) = 'N'
                   ADD 1 TO WRK-QT-SEM-CADASTRO
                   MOVE 'PROGCOB95 ' TO EC-PROGRAMA
                   MOVE WRK-DATASYS  TO EC-DATA
                   MOVE SPACES       TO EC-ENTRADA
                   STRING 'CPF ' WRK-TB-CLI-CPF(WRK-IDX-CLI)
                          ' CLASSE ' WRK-TB-CLI-CLASSE(WRK-IDX-CLI)
                       DELIMITED BY SIZE INTO EC-ENTRADA
                   MOVE 'CPF SEM CADASTRO ATIVO' TO EC-MOTIVO
                   WRITE EC-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE SYSTEM-EXCEPTIONS.

       0410-LER-CLIENTE.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CUSTMAST
           END-READ.

       0420-GRAVAR-CLASSE.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
                              OR WRK-IDX-CLI > ZEROS
               IF WRK-TB-CLI-CPF(WRK-IDX) = CM-CPF
                   MOVE WRK-IDX TO WRK-IDX-CLI
               END-IF
           END-PERFORM.
           IF WRK-IDX-CLI > ZEROS
               MOVE WRK-TB-CLI-CLASSE(WRK-IDX-CLI) TO CM-CLASSE-ABC
               MOVE 'S'     TO WRK-TB-CLI-CADASTRO(WRK-IDX-CLI)
               MOVE CM-NOME TO WRK-TB-CLI-NOME(WRK-IDX-CLI)
           ELSE
               MOVE 'C' TO CM-CLASSE-ABC
               ADD 1 TO WRK-QT-SEM-VENDA
           END-IF.
           MOVE WRK-DATASYS TO CM-DATA-ABC.
           REWRITE CM-REGISTRO
               INVALID KEY
                   MOVE 'CONSOLE' TO CF-RELATORIO
                   MOVE CM-CPF    TO CF-CPF
                   PERFORM 0950-MASCARAR-CPF
                   DISPLAY '*** FALHA NA REGRAVACAO DO CPF '
                           CF-CPF-EDITADO
                           ' - FS ' WRK-FS-CUSTMAST ' ***'
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-ATUALIZADOS
           END-REWRITE.

      *    CLIENTES NA ORDEM DO RANKING E, NO FIM, O RESUMO POR
      *    CLASSE (OS ATIVOS SEM VENDA ENTRAM NA QUANTIDADE DO C)
       0500-EMITIR-PARETO.
           OPEN OUTPUT PARETO-RPT.
           MOVE 'CLASSIFICACAO ABC DE CLIENTES (PARETO)'
             TO RW-TITULO.
           MOVE PR-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-MES-INI TO PR-C-MES-INI.
           MOVE WRK-ANO-INI TO PR-C-ANO-INI.
           MOVE WRK-MES-FIM TO PR-C-MES-FIM.
           MOVE WRK-ANO-FIM TO PR-C-ANO-FIM.
           MOVE WRK-CORTE-A TO PR-C-CORTE-A.
           MOVE WRK-CORTE-B TO PR-C-CORTE-B.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-CORTES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM SPACES.

           INITIALIZE WRK-TB-RESUMO.
           PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                           UNTIL WRK-POSICAO > WRK-TB-CLI-QTD
               MOVE WRK-TB-ORD-IDX(WRK-POSICAO) TO WRK-IDX-CLI
               PERFORM 0510-EMITIR-CLIENTE
           END-PERFORM.
           ADD WRK-QT-SEM-VENDA TO WRK-TB-RES-QTD(3).

           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM SPACES.
           PERFORM VARYING WRK-IDX-CLASSE FROM 1 BY 1
                           UNTIL WRK-IDX-CLASSE > 3
               PERFORM 0520-EMITIR-RESUMO
           END-PERFORM.
           MOVE WRK-QT-SEM-VENDA TO PR-S-QTD.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-SEM-VENDA.
           IF WRK-QT-SEM-CADASTRO > ZEROS
               PERFORM 0590-QUEBRA-PAGINA
               WRITE PR-LINHA FROM PR-NOTA
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE PR-LINHA FROM RW-TRAILER.
           CLOSE PARETO-RPT.

       0510-EMITIR-CLIENTE.
           MOVE WRK-POSICAO                     TO PR-D-POSICAO.
           MOVE 'PARETORPT'                     TO CF-RELATORIO.
           MOVE WRK-TB-CLI-CPF(WRK-IDX-CLI)     TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO                  TO PR-D-CPF.
           MOVE WRK-TB-CLI-NOME(WRK-IDX-CLI)    TO PR-D-NOME.
           MOVE WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) TO PR-D-LIQUIDO.
           MOVE WRK-TB-CLI-PART(WRK-IDX-CLI)    TO PR-D-PART.
           MOVE WRK-TB-CLI-ACUM(WRK-IDX-CLI)    TO PR-D-ACUM.
           MOVE WRK-TB-CLI-CLASSE(WRK-IDX-CLI)  TO PR-D-CLASSE.
           MOVE SPACE TO PR-D-MARCA.
           IF WRK-TB-CLI-CADASTRO(WRK-IDX-CLI) = 'N'
               MOVE '*' TO PR-D-MARCA
           END-IF.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-DETALHE.

           EVALUATE WRK-TB-CLI-CLASSE(WRK-IDX-CLI)
               WHEN 'A'
                   MOVE 1 TO WRK-IDX-CLASSE
               WHEN 'B'
                   MOVE 2 TO WRK-IDX-CLASSE
               WHEN OTHER
                   MOVE 3 TO WRK-IDX-CLASSE
           END-EVALUATE.
           ADD 1 TO WRK-TB-RES-QTD(WRK-IDX-CLASSE).
           IF WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI) > ZEROS
               ADD WRK-TB-CLI-LIQUIDO(WRK-IDX-CLI)
                 TO WRK-TB-RES-RECEITA(WRK-IDX-CLASSE)
           END-IF.

       0520-EMITIR-RESUMO.
           EVALUATE WRK-IDX-CLASSE
               WHEN 1
                   MOVE 'A' TO PR-R-CLASSE
               WHEN 2
                   MOVE 'B' TO PR-R-CLASSE
               WHEN OTHER
                   MOVE 'C' TO PR-R-CLASSE
           END-EVALUATE.
           MOVE WRK-TB-RES-QTD(WRK-IDX-CLASSE)     TO PR-R-QTD.
           MOVE WRK-TB-RES-RECEITA(WRK-IDX-CLASSE) TO PR-R-RECEITA.
           MOVE ZEROS TO PR-R-PART.
           IF WRK-TOTAL-RECEITA > ZEROS
               COMPUTE PR-R-PART ROUNDED =
                   WRK-TB-RES-RECEITA(WRK-IDX-CLASSE) * 100
                   / WRK-TOTAL-RECEITA
           END-IF.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-RESUMO.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PR-LINHA FROM RW-CABECALHO1
               WRITE PR-LINHA FROM RW-CABECALHO2
               WRITE PR-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF WRK-CUSTMAST-ABERTO = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF LKR-CONCEDIDA
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.
           IF NOT ABANDONAR-ABC
               DISPLAY '-------------------------'
               DISPLAY 'MOVIMENTOS LIDOS......... ' WRK-QT-LIDAS
               DISPLAY 'MOVIMENTOS NO PERIODO.... ' WRK-QT-NO-PERIODO
               DISPLAY 'CLIENTES COM VENDA....... ' WRK-TB-CLI-QTD
               DISPLAY 'CADASTROS CLASSIFICADOS.. ' WRK-QT-ATUALIZADOS
               DISPLAY 'ATIVOS SEM VENDA (C)..... ' WRK-QT-SEM-VENDA
               DISPLAY 'CPF SEM CADASTRO ATIVO... ' WRK-QT-SEM-CADASTRO
               MOVE WRK-TOTAL-RECEITA TO WRK-TOTAL-ED
               DISPLAY 'RECEITA LIQUIDA...... R$ ' WRK-TOTAL-ED
               IF WRK-QT-SEM-CADASTRO > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDAS        TO RLP-LIDOS.
           MOVE WRK-QT-ATUALIZADOS  TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-CADASTRO TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
