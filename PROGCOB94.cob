       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PLACAR MENSAL DE VENDEDORES. O SALESBUD SO TEM META
      *     POR REGIAO E A COMISSAO (PROGCOB15) NAO SABIA SE O
      *     VENDEDOR BATEU ALGUMA COTA. ESTA RODADA LE O SALESTRAN DO
      *     MES CORRENTE, LIQUIDO DAS DEVOLUCOES, A COTA DE CADA
      *     ST-VENDEDOR NO MES (SLSQUOTA) E O SALDO DE ESTORNO DE
      *     COMISSAO AINDA PENDENTE (COMMCARY), E EMITE NO SCORERPT,
      *     REGIAO A REGIAO: VENDAS LIQUIDAS, COTA, PERCENTUAL
      *     ATINGIDO, POSICAO NA REGIAO (PELO ATINGIMENTO; SEM COTA
      *     FICA NO FIM, PELAS VENDAS), QUANTIDADE DE DEVOLUCOES E O
      *     ESTORNO PENDENTE. A REGIAO DO VENDEDOR E AQUELA ONDE ELE
      *     MAIS VENDEU NO MES; QUEM TEM COTA E NAO VENDEU SAI NO
      *     GRUPO SEM VENDA. VENDEDOR FORA DO EMPMAST FICA FORA DO
      *     PLACAR, COMO NA COMISSAO
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O FEED DE VENDAS GANHOU OS ITENS
      *            DA VENDA (REGISTRO 'L', COPYBOOK SALELINE) E O
      *            NUMERO E A QUANTIDADE DE ITENS NO FIM DO
      *            CABECALHO; ESTE PROGRAMA SO ACOMPANHOU O LAYOUT
      *            E PULA OS ITENS NA LEITURA
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

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT SALES-QUOTA ASSIGN TO 'SLSQUOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SLSQUOTA.

           SELECT COMMISSION-CARRY ASSIGN TO 'COMMCARY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMCARY.

           SELECT SCORECARD-RPT ASSIGN TO 'SCORERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCORERPT.
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

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  SALES-QUOTA.
           COPY 'SLSQUOTA.COB'.

       FD  COMMISSION-CARRY.
       01  CY-REGISTRO.
           02 CY-MATRICULA   PIC 9(06).
           02 CY-VALOR       PIC 9(08)V99.

       FD  SCORECARD-RPT.
       01  SC-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SLSQUOTA   PIC X(02) VALUE ZEROS.
       77 WRK-FS-COMMCARY   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SCORERPT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-EOF-EMPMAST   PIC X(01) VALUE 'N'.
          88 FIM-EMPMAST    VALUE 'S'.
       77 WRK-EOF-SLSQUOTA  PIC X(01) VALUE 'N'.
          88 FIM-SLSQUOTA   VALUE 'S'.
       77 WRK-EOF-COMMCARY  PIC X(01) VALUE 'N'.
          88 FIM-COMMCARY   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-PLACAR VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-OUTRO     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VEND      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-REG       PIC 9(01) VALUE ZEROS.
       77 WRK-REGIAO        PIC 9(01) VALUE ZEROS.
       77 WRK-POSICAO       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-NA-REGIAO  PIC 9(03) VALUE ZEROS.
       77 WRK-MAIOR-VENDA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NOME-VENDEDOR PIC X(20) VALUE SPACES.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-QT-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DESCONHECIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-COTA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    CADASTRO (SO MATRICULA E NOME) PARA CRITICAR O VENDEDOR
       01  WRK-TB-FUNCIONARIOS.
           02 WRK-TB-FUN-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-FUN-ITEM OCCURS 200 TIMES.
               03 WRK-TB-FUN-MATR PIC 9(06).
               03 WRK-TB-FUN-NOME PIC X(20).
      *    UM ITEM POR VENDEDOR COM VENDA OU COTA NO MES
       01  WRK-TB-VENDEDORES.
           02 WRK-TB-VEN-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-VEN-ITEM OCCURS 200 TIMES.
               03 WRK-TB-VEN-MATR     PIC 9(06).
               03 WRK-TB-VEN-NOME     PIC X(20).
               03 WRK-TB-VEN-REGIAO   PIC 9(01).
               03 WRK-TB-VEN-BRUTO-REG PIC 9(08)V99 OCCURS 5 TIMES.
               03 WRK-TB-VEN-LIQUIDO  PIC S9(08)V99.
               03 WRK-TB-VEN-QT-DEVOL PIC 9(03).
               03 WRK-TB-VEN-COTA     PIC 9(08)V99.
               03 WRK-TB-VEN-ATING    PIC 9(03)V9.
               03 WRK-TB-VEN-POSICAO  PIC 9(03).
               03 WRK-TB-VEN-ESTORNO  PIC 9(08)V99.
       01  SC-COLUNAS.
           02 FILLER          PIC X(04) VALUE 'POS'.
           02 FILLER          PIC X(07) VALUE 'MATR'.
           02 FILLER          PIC X(19) VALUE 'NOME'.
           02 FILLER          PIC X(15) VALUE '    VENDAS LIQ'.
           02 FILLER          PIC X(14) VALUE '         COTA'.
           02 FILLER          PIC X(06) VALUE 'ATING'.
           02 FILLER          PIC X(04) VALUE 'DEV'.
           02 FILLER          PIC X(11) VALUE '   ESTORNO'.
       01  SC-DETALHE.
           02 SC-D-POSICAO    PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-NOME       PIC X(18).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-LIQUIDO    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-COTA       PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-ATING      PIC ZZ9,9 BLANK WHEN ZERO.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-QT-DEVOL   PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-D-ESTORNO    PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
       01  SC-REGIAO.
           02 FILLER          PIC X(07) VALUE 'REGIAO '.
           02 SC-R-REGIAO     PIC 9(01).
           02 FILLER          PIC X(03) VALUE ' - '.
           02 SC-R-QTD        PIC ZZ9.
           02 FILLER          PIC X(11) VALUE ' VENDEDORES'.
       01  SC-SEM-VENDA.
           02 FILLER          PIC X(40) VALUE
              'COM COTA E SEM VENDA NO MES'.
       01  SC-TOTAL.
           02 FILLER          PIC X(30) VALUE
              'TOTAL GERAL'.
           02 SC-T-LIQUIDO    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-T-COTA       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SC-T-ATING      PIC ZZ9,9.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-PLACAR
               PERFORM 0200-PROCESSAR UNTIL FIM-SALESTRAN
                                         OR ABANDONAR-PLACAR
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-PLACAR
               PERFORM 0150-CARREGAR-ESTORNOS
               PERFORM 0300-CLASSIFICAR
               PERFORM 0400-EMITIR-PLACAR
           ELSE
               DISPLAY '*** PLACAR DE VENDEDORES ABANDONADO ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB94 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES.

           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           IF NOT ABANDONAR-PLACAR
               PERFORM 0130-CARREGAR-COTAS
           END-IF.

           IF NOT ABANDONAR-PLACAR
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

      *    SEM O CADASTRO NAO HA COMO CRITICAR VENDEDOR NENHUM
       0110-CARREGAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = '00'
               DISPLAY '*** EMPMAST AUSENTE - FS ' WRK-FS-EMPMAST ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0115-LER-FUNCIONARIO
               PERFORM UNTIL FIM-EMPMAST
                              OR WRK-TB-FUN-QTD = 200
                   ADD 1 TO WRK-TB-FUN-QTD
                   MOVE EM-MATRICULA
                     TO WRK-TB-FUN-MATR(WRK-TB-FUN-QTD)
                   MOVE EM-NOME
                     TO WRK-TB-FUN-NOME(WRK-TB-FUN-QTD)
                   PERFORM 0115-LER-FUNCIONARIO
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       0115-LER-FUNCIONARIO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    A COTA E OPCIONAL: SEM O SLSQUOTA O PLACAR SAI SO COM AS
      *    VENDAS, ORDENADO POR ELAS
       0130-CARREGAR-COTAS.
           OPEN INPUT SALES-QUOTA.
           IF WRK-FS-SLSQUOTA = '00'
               PERFORM 0135-LER-COTA
               PERFORM UNTIL FIM-SLSQUOTA OR ABANDONAR-PLACAR
                   IF SQ-ANO = WRK-ANOMES(1:4)
                      AND SQ-MES = WRK-ANOMES(5:2)
                      AND SQ-COTA > ZEROS
                       MOVE SQ-VENDEDOR TO ST-VENDEDOR
                       PERFORM 0220-LOCALIZAR-VENDEDOR
                       IF WRK-IDX-VEND > ZEROS
                           MOVE SQ-COTA
                             TO WRK-TB-VEN-COTA(WRK-IDX-VEND)
                       END-IF
                   END-IF
                   PERFORM 0135-LER-COTA
               END-PERFORM
               CLOSE SALES-QUOTA
           END-IF.

       0135-LER-COTA.
           READ SALES-QUOTA
               AT END
                   MOVE 'S' TO WRK-EOF-SLSQUOTA
           END-READ.

      *    ESTORNO DE COMISSAO AINDA NAO ABSORVIDO (COMMCARY DA
      *    ULTIMA RODADA DO PROGCOB15), LIDO DEPOIS DAS VENDAS E SO
      *    PARA QUEM ESTA NO PLACAR
       0150-CARREGAR-ESTORNOS.
           OPEN INPUT COMMISSION-CARRY.
           IF WRK-FS-COMMCARY = '00'
               PERFORM 0155-LER-ESTORNO
               PERFORM UNTIL FIM-COMMCARY
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                                   UNTIL WRK-IDX > WRK-TB-VEN-QTD
                       IF WRK-TB-VEN-MATR(WRK-IDX) = CY-MATRICULA
                           MOVE CY-VALOR TO WRK-TB-VEN-ESTORNO(WRK-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM 0155-LER-ESTORNO
               END-PERFORM
               CLOSE COMMISSION-CARRY
           END-IF.

       0155-LER-ESTORNO.
           READ COMMISSION-CARRY
               AT END
                   MOVE 'S' TO WRK-EOF-COMMCARY
           END-READ.

       0200-PROCESSAR.
           IF ST-DATA(1:6) = WRK-ANOMES
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 0220-LOCALIZAR-VENDEDOR
               IF WRK-IDX-VEND = ZEROS
                   IF NOT ABANDONAR-PLACAR
                       ADD 1 TO WRK-QT-DESCONHECIDAS
                   END-IF
               ELSE
                   IF ST-EH-DEVOLUCAO
                       SUBTRACT ST-VENDA
                           FROM WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND)
                       ADD 1 TO WRK-TB-VEN-QT-DEVOL(WRK-IDX-VEND)
                   ELSE
                       ADD ST-VENDA
                         TO WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND)
                       IF ST-REGIAO > 0 AND ST-REGIAO < 6
                           ADD ST-VENDA TO WRK-TB-VEN-BRUTO-REG
                                           (WRK-IDX-VEND, ST-REGIAO)
                       END-IF
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

      *    ACHA (OU ABRE) O ITEM DO ST-VENDEDOR NO PLACAR; VENDEDOR
      *    FORA DO CADASTRO VOLTA COM O INDICE ZERADO
       0220-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-IDX-VEND.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-VEN-QTD
                              OR WRK-IDX-VEND > ZEROS
               IF WRK-TB-VEN-MATR(WRK-IDX) = ST-VENDEDOR
                   MOVE WRK-IDX TO WRK-IDX-VEND
               END-IF
           END-PERFORM.
           IF WRK-IDX-VEND = ZEROS
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-FUN-QTD
                                  OR WRK-ACHOU = 'S'
                   IF WRK-TB-FUN-MATR(WRK-IDX) = ST-VENDEDOR
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-TB-FUN-NOME(WRK-IDX)
                         TO WRK-NOME-VENDEDOR
                   END-IF
               END-PERFORM
               IF WRK-ACHOU = 'S'
                   IF WRK-TB-VEN-QTD = 200
                       DISPLAY '*** PLACAR EXCEDE A TABELA DE'
                               ' 200 VENDEDORES ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-VEN-QTD
                       MOVE WRK-TB-VEN-QTD TO WRK-IDX-VEND
                       INITIALIZE WRK-TB-VEN-ITEM(WRK-IDX-VEND)
                       MOVE ST-VENDEDOR
                         TO WRK-TB-VEN-MATR(WRK-IDX-VEND)
                       MOVE WRK-NOME-VENDEDOR
                         TO WRK-TB-VEN-NOME(WRK-IDX-VEND)
                   END-IF
               END-IF
           END-IF.

      *    REGIAO = ONDE O VENDEDOR MAIS VENDEU (EMPATE FICA COM A
      *    MENOR); ATINGIMENTO = LIQUIDO SOBRE A COTA, ATE 999,9%.
      *    A POSICAO NA REGIAO CONTA QUEM ESTA NA FRENTE: MAIOR
      *    ATINGIMENTO, DEPOIS MAIOR VENDA, DEPOIS ORDEM DE CHEGADA
       0300-CLASSIFICAR.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                           UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
               MOVE ZEROS TO WRK-MAIOR-VENDA
               PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                               UNTIL WRK-IDX-REG > 5
                   IF WRK-TB-VEN-BRUTO-REG(WRK-IDX-VEND, WRK-IDX-REG)
                          > WRK-MAIOR-VENDA
                       MOVE WRK-TB-VEN-BRUTO-REG
                                (WRK-IDX-VEND, WRK-IDX-REG)
                         TO WRK-MAIOR-VENDA
                       MOVE WRK-IDX-REG
                         TO WRK-TB-VEN-REGIAO(WRK-IDX-VEND)
                   END-IF
               END-PERFORM
               IF WRK-TB-VEN-COTA(WRK-IDX-VEND) > ZEROS
                  AND WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND) > ZEROS
                   IF WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND) * 100 >
                          WRK-TB-VEN-COTA(WRK-IDX-VEND) * 999
                       MOVE 999,9 TO WRK-TB-VEN-ATING(WRK-IDX-VEND)
                   ELSE
                       COMPUTE WRK-TB-VEN-ATING(WRK-IDX-VEND) ROUNDED
                           = WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND) * 100
                             / WRK-TB-VEN-COTA(WRK-IDX-VEND)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                           UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
               MOVE 1 TO WRK-TB-VEN-POSICAO(WRK-IDX-VEND)
               PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                               UNTIL WRK-IDX-OUTRO > WRK-TB-VEN-QTD
                   IF WRK-IDX-OUTRO NOT = WRK-IDX-VEND
                      AND WRK-TB-VEN-REGIAO(WRK-IDX-OUTRO) =
                          WRK-TB-VEN-REGIAO(WRK-IDX-VEND)
                       PERFORM 0310-COMPARAR-VENDEDOR
                   END-IF
               END-PERFORM
           END-PERFORM.

       0310-COMPARAR-VENDEDOR.
           IF WRK-TB-VEN-ATING(WRK-IDX-OUTRO) >
              WRK-TB-VEN-ATING(WRK-IDX-VEND)
               ADD 1 TO WRK-TB-VEN-POSICAO(WRK-IDX-VEND)
           ELSE
               IF WRK-TB-VEN-ATING(WRK-IDX-OUTRO) =
                  WRK-TB-VEN-ATING(WRK-IDX-VEND)
                   IF WRK-TB-VEN-LIQUIDO(WRK-IDX-OUTRO) >
                      WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND)
                       ADD 1 TO WRK-TB-VEN-POSICAO(WRK-IDX-VEND)
                   ELSE
                       IF WRK-TB-VEN-LIQUIDO(WRK-IDX-OUTRO) =
                          WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND)
                          AND WRK-IDX-OUTRO < WRK-IDX-VEND
                           ADD 1 TO WRK-TB-VEN-POSICAO(WRK-IDX-VEND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    REGIOES 1 A 5 E, NO FIM, O GRUPO DE COTA SEM VENDA
      *    (REGIAO ZERO); DENTRO DO GRUPO, NA ORDEM DA POSICAO
       0400-EMITIR-PLACAR.
           OPEN OUTPUT SCORECARD-RPT.
           MOVE 'PLACAR MENSAL DE VENDEDORES' TO RW-TITULO.
           MOVE SC-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                           UNTIL WRK-IDX-REG > 5
               MOVE WRK-IDX-REG TO WRK-REGIAO
               PERFORM 0410-EMITIR-REGIAO
           END-PERFORM.
           MOVE ZEROS TO WRK-REGIAO.
           PERFORM 0410-EMITIR-REGIAO.

           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                           UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
               ADD WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND) TO WRK-TOTAL-LIQUIDO
               ADD WRK-TB-VEN-COTA(WRK-IDX-VEND)    TO WRK-TOTAL-COTA
           END-PERFORM.
           MOVE WRK-TOTAL-LIQUIDO TO SC-T-LIQUIDO.
           MOVE WRK-TOTAL-COTA    TO SC-T-COTA.
           MOVE ZEROS TO SC-T-ATING.
           IF WRK-TOTAL-COTA > ZEROS AND WRK-TOTAL-LIQUIDO > ZEROS
              AND WRK-TOTAL-LIQUIDO * 100 NOT > WRK-TOTAL-COTA * 999
               COMPUTE SC-T-ATING ROUNDED =
                   WRK-TOTAL-LIQUIDO * 100 / WRK-TOTAL-COTA
           END-IF.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE SC-LINHA FROM SPACES.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE SC-LINHA FROM SC-TOTAL.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE SC-LINHA FROM RW-TRAILER.
           CLOSE SCORECARD-RPT.

       0410-EMITIR-REGIAO.
           MOVE ZEROS TO WRK-QT-NA-REGIAO.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                           UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
               IF WRK-TB-VEN-REGIAO(WRK-IDX-VEND) = WRK-REGIAO
                   ADD 1 TO WRK-QT-NA-REGIAO
               END-IF
           END-PERFORM.
           IF WRK-QT-NA-REGIAO > ZEROS
               PERFORM 0500-QUEBRA-PAGINA
               WRITE SC-LINHA FROM SPACES
               PERFORM 0500-QUEBRA-PAGINA
               IF WRK-REGIAO = ZEROS
                   WRITE SC-LINHA FROM SC-SEM-VENDA
               ELSE
                   MOVE WRK-REGIAO       TO SC-R-REGIAO
                   MOVE WRK-QT-NA-REGIAO TO SC-R-QTD
                   WRITE SC-LINHA FROM SC-REGIAO
               END-IF
               PERFORM VARYING WRK-POSICAO FROM 1 BY 1
                               UNTIL WRK-POSICAO > WRK-QT-NA-REGIAO
                   PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                                   UNTIL WRK-IDX-VEND > WRK-TB-VEN-QTD
                       IF WRK-TB-VEN-REGIAO(WRK-IDX-VEND) = WRK-REGIAO
                          AND WRK-TB-VEN-POSICAO(WRK-IDX-VEND) =
                              WRK-POSICAO
                           PERFORM 0420-EMITIR-VENDEDOR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0420-EMITIR-VENDEDOR.
           MOVE WRK-TB-VEN-POSICAO(WRK-IDX-VEND)  TO SC-D-POSICAO.
           MOVE WRK-TB-VEN-MATR(WRK-IDX-VEND)     TO SC-D-MATRICULA.
           MOVE WRK-TB-VEN-NOME(WRK-IDX-VEND)     TO SC-D-NOME.
           MOVE WRK-TB-VEN-LIQUIDO(WRK-IDX-VEND)  TO SC-D-LIQUIDO.
           MOVE WRK-TB-VEN-COTA(WRK-IDX-VEND)     TO SC-D-COTA.
           MOVE WRK-TB-VEN-ATING(WRK-IDX-VEND)    TO SC-D-ATING.
           MOVE WRK-TB-VEN-QT-DEVOL(WRK-IDX-VEND) TO SC-D-QT-DEVOL.
           MOVE WRK-TB-VEN-ESTORNO(WRK-IDX-VEND)  TO SC-D-ESTORNO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE SC-LINHA FROM SC-DETALHE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE SC-LINHA FROM RW-CABECALHO1
               WRITE SC-LINHA FROM RW-CABECALHO2
               WRITE SC-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF NOT ABANDONAR-PLACAR
               DISPLAY '-------------------------'
               DISPLAY 'VENDAS DO MES LIDAS...... ' WRK-QT-LIDAS
               DISPLAY 'VENDEDOR DESCONHECIDO.... '
                   WRK-QT-DESCONHECIDAS
               DISPLAY 'VENDEDORES NO PLACAR..... ' WRK-TB-VEN-QTD
               MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED
               DISPLAY 'VENDAS LIQUIDAS....... R$ ' WRK-TOTAL-ED
               IF WRK-QT-DESCONHECIDAS > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDAS         TO RLP-LIDOS.
           MOVE WRK-TB-VEN-QTD       TO RLP-GRAVADOS.
           MOVE WRK-QT-DESCONHECIDAS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
