       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PROPOSTA DE ORCAMENTO DE PESSOAL DO PROXIMO ANO
      *     POR CENTRO DE CUSTO, NO MESMO ESPIRITO DO PROGCOB69 PARA
      *     VENDAS. ATE AGORA O CCBUDGET DO PROGCOB59 ERA DIGITADO
      *     PELO FINANCEIRO EM DEZEMBRO. ESTA RODADA PARTE DO EMPMAST
      *     ATUAL (SALARIO E CENTRO DE CADA FUNCIONARIO) E PROJETA O
      *     ANO MES A MES:
      *     - SALARIOS, COM O DISSIDIO PREVISTO (BUDPARM) A PARTIR
      *       DO MES INFORMADO;
      *     - 13O SALARIO PAGO EM DEZEMBRO (OU NO MES DA SAIDA
      *       PREVISTA), PELOS AVOS DO ANO;
      *     - TERCO DE FERIAS RATEADO EM DOZE, POIS O MES DO GOZO
      *       NAO E CONHECIDO NA HORA DO ORCAMENTO;
      *     - ENCARGOS: INSS PATRONAL E FGTS SOBRE AS TRES VERBAS;
      *     - CONTRATACOES E SAIDAS PLANEJADAS DO BUDMOV.
      *     O RESULTADO SAI NO CCBUDGETP, NO MESMO LAYOUT DO
      *     CCBUDGET, PARA O FINANCEIRO CONFERIR E ADOTAR - O
      *     PROGCOB59 RODA SEM MUDANCA. A ABERTURA POR CENTRO E MES
      *     SAI NO BUDPRPT
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-PARMS ASSIGN TO 'BUDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BUDPARM.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT COST-CENTER-MASTER ASSIGN TO 'CCMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCMAST.

           SELECT BUDGET-MOVES ASSIGN TO 'BUDMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BUDMOV.

           SELECT BUDGET-PROPOSAL ASSIGN TO 'CCBUDGETP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCBUDGETP.

           SELECT BUDGET-RPT ASSIGN TO 'BUDPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BUDPRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PARMS.
       01  BG-REGISTRO.
           02 BG-ANO            PIC 9(04).
           02 BG-PERC-DISSIDIO  PIC 9(03)V99.
           02 BG-MES-DISSIDIO   PIC 9(02).
           02 BG-ALIQ-INSS      PIC 9(02)V99.
           02 BG-ALIQ-FGTS      PIC 9(02)V99.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  COST-CENTER-MASTER.
       01  CC-REGISTRO.
           02 CC-CODIGO       PIC 9(04).
           02 CC-DESCRICAO    PIC X(20).

      *    MOVIMENTO PLANEJADO: 'A' = CONTRATACAO (CENTRO, MES DO
      *    INICIO, QUANTIDADE E SALARIO DE ADMISSAO); 'D' = SAIDA
      *    PREVISTA (MATRICULA E PRIMEIRO MES SEM O CUSTO)
       FD  BUDGET-MOVES.
       01  BM-REGISTRO.
           02 BM-TIPO         PIC X(01).
              88 BM-CONTRATACAO VALUE 'A'.
              88 BM-SAIDA       VALUE 'D'.
           02 BM-CENTRO       PIC 9(04).
           02 BM-MES          PIC 9(02).
           02 BM-QTD          PIC 9(03).
           02 BM-SALARIO      PIC 9(06)V99.
           02 BM-MATRICULA    PIC 9(06).

       FD  BUDGET-PROPOSAL.
       01  CB-REGISTRO.
           02 CB-CENTRO       PIC 9(04).
           02 CB-ANO          PIC 9(04).
           02 CB-MES          PIC 9(02).
           02 CB-VALOR        PIC 9(10)V99.

       FD  BUDGET-RPT.
       01  BP-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-BUDPARM   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-CCMAST    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BUDMOV    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-CCBUDGETP PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BUDPRPT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-CCMAST   PIC X(01)       VALUE 'N'.
           88 FIM-CCMAST    VALUE 'S'.
       77  WRK-EOF-BUDMOV   PIC X(01)       VALUE 'N'.
           88 FIM-BUDMOV    VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-ORCAMENTO VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANO-PROPOSTA PIC 9(04)       VALUE ZEROS.
       77  WRK-PERC-DISSIDIO PIC 9(03)V99   VALUE ZEROS.
       77  WRK-MES-DISSIDIO PIC 9(02)       VALUE 01.
       77  WRK-ALIQ-INSS    PIC 9(02)V99    VALUE 20,00.
       77  WRK-ALIQ-FGTS    PIC 9(02)V99    VALUE 08,00.
       77  WRK-ALIQ-ENCARGOS PIC 9(03)V99   VALUE ZEROS.
       77  WRK-FATOR-DISSIDIO PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-FATOR-MES    PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-IDX          PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-POS      PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-CC       PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-MES      PIC 9(02)       VALUE ZEROS.
       77  WRK-CENTRO       PIC 9(04)       VALUE ZEROS.
       77  WRK-AVOS         PIC 9(02)       VALUE ZEROS.
       77  WRK-SALARIO-MES  PIC 9(08)V99    VALUE ZEROS.
       77  WRK-DECIMO-MES   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TERCO-MES    PIC 9(08)V99    VALUE ZEROS.
       77  WRK-BASE-ENCARGO PIC 9(08)V99    VALUE ZEROS.
       77  WRK-ENCARGOS-MES PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-MES    PIC 9(10)V99    VALUE ZEROS.
       77  WRK-TOTAL-CENTRO PIC 9(11)V99    VALUE ZEROS.
       77  WRK-TOTAL-GERAL  PIC 9(12)V99    VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(25)       VALUE SPACES.
       77  WRK-QT-FUNCIONARIOS PIC 9(06)    VALUE ZEROS.
       77  WRK-QT-CONTRATACOES PIC 9(06)    VALUE ZEROS.
       77  WRK-QT-SAIDAS    PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-REJEITADOS PIC 9(06)      VALUE ZEROS.
       77  WRK-QT-PROPOSTAS PIC 9(06)       VALUE ZEROS.
      *    UMA POSICAO POR FUNCIONARIO DO EMPMAST (QUANTIDADE 1) OU
      *    POR LINHA DE CONTRATACAO DO BUDMOV (MATRICULA ZERO), COM
      *    O PRIMEIRO E O ULTIMO MES DE CUSTO NO ANO DA PROPOSTA
       01  WRK-TB-POSICOES.
           02 WRK-TB-POS-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-POS-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-POS-MATR      PIC 9(06).
               03 WRK-TB-POS-IDX-CC    PIC 9(02).
               03 WRK-TB-POS-SALARIO   PIC 9(06)V99.
               03 WRK-TB-POS-PESSOAS   PIC 9(03).
               03 WRK-TB-POS-MES-INI   PIC 9(02).
               03 WRK-TB-POS-MES-FIM   PIC 9(02).
               03 WRK-TB-POS-REAJUSTE  PIC X(01).
      *    POR CENTRO: DESCRICAO E A PROJECAO DE CADA MES
       01  WRK-TB-CENTROS.
           02 WRK-TB-CC-QTD   PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CC-ITEM OCCURS 50 TIMES.
               03 WRK-TB-CC-CODIGO PIC 9(04).
               03 WRK-TB-CC-DESCR  PIC X(20).
               03 WRK-TB-CC-MES OCCURS 12 TIMES.
                   04 WRK-TB-CC-PESSOAS   PIC 9(05).
                   04 WRK-TB-CC-SALARIOS  PIC 9(10)V99.
                   04 WRK-TB-CC-DECIMO    PIC 9(10)V99.
                   04 WRK-TB-CC-TERCO     PIC 9(10)V99.
                   04 WRK-TB-CC-ENCARGOS  PIC 9(10)V99.
       01  BP-PREMISSAS.
           02 FILLER          PIC X(05) VALUE 'ANO: '.
           02 BP-P-ANO        PIC 9(04).
           02 FILLER          PIC X(12) VALUE '  DISSIDIO: '.
           02 BP-P-PERC       PIC ZZ9,99.
           02 FILLER          PIC X(09) VALUE '% DO MES '.
           02 BP-P-MES        PIC 9(02).
           02 FILLER          PIC X(08) VALUE '  INSS: '.
           02 BP-P-INSS       PIC Z9,99.
           02 FILLER          PIC X(09) VALUE '%  FGTS: '.
           02 BP-P-FGTS       PIC Z9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01  BP-COLUNAS.
           02 FILLER          PIC X(21) VALUE 'MES QTD      SALARIOS'.
           02 FILLER          PIC X(14) VALUE '           13O'.
           02 FILLER          PIC X(11) VALUE '      TERCO'.
           02 FILLER          PIC X(14) VALUE '      ENCARGOS'.
           02 FILLER          PIC X(15) VALUE '          TOTAL'.
       01  BP-CENTRO-LINHA.
           02 FILLER          PIC X(14) VALUE 'CENTRO CUSTO: '.
           02 BP-C-CODIGO     PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-C-DESCR      PIC X(20).
       01  BP-DETALHE.
           02 BP-D-MES        PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-PESSOAS    PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-SALARIOS   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-DECIMO     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-TERCO      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-ENCARGOS   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BP-D-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01  BP-TOTAL-CENTRO.
           02 FILLER          PIC X(28) VALUE
                                'TOTAL DO CENTRO NO ANO...R$ '.
           02 BP-T-CENTRO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  BP-TOTAL-GERAL.
           02 FILLER          PIC X(28) VALUE
                                'TOTAL GERAL DA PROPOSTA..R$ '.
           02 BP-T-GERAL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-ORCAMENTO
               DISPLAY '*** ORCAMENTO ABANDONADO - NADA GRAVADO ***'
           ELSE
               PERFORM 0200-PROJETAR
                   VARYING WRK-IDX-POS FROM 1 BY 1
                   UNTIL WRK-IDX-POS > WRK-TB-POS-QTD
               PERFORM 0300-GRAVAR-PROPOSTA
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           MOVE 'PROGCOB91 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-LER-PARAMETROS.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           IF NOT ABANDONAR-ORCAMENTO
               PERFORM 0120-CARREGAR-CENTROS
           END-IF.
           IF NOT ABANDONAR-ORCAMENTO
               PERFORM 0140-CARREGAR-FUNCIONARIOS
           END-IF.
           IF NOT ABANDONAR-ORCAMENTO
               PERFORM 0160-CARREGAR-MOVIMENTO
           END-IF.

      *    O BUDPARM E OPCIONAL: SEM ELE A PROPOSTA E PARA O ANO
      *    SEGUINTE, SEM DISSIDIO E COM AS ALIQUOTAS PADRAO. O QUE
      *    VIER PREENCHIDO PRECISA FAZER SENTIDO
       0110-LER-PARAMETROS.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO-PROPOSTA.
           ADD 1 TO WRK-ANO-PROPOSTA.
           OPEN INPUT BUDGET-PARMS.
           IF WRK-FS-BUDPARM = '00'
               READ BUDGET-PARMS
                   NOT AT END
                       IF BG-ANO > ZEROS
                           MOVE BG-ANO TO WRK-ANO-PROPOSTA
                       END-IF
                       MOVE BG-PERC-DISSIDIO TO WRK-PERC-DISSIDIO
                       IF BG-MES-DISSIDIO > ZEROS
                           MOVE BG-MES-DISSIDIO TO WRK-MES-DISSIDIO
                       END-IF
                       IF BG-ALIQ-INSS > ZEROS
                           MOVE BG-ALIQ-INSS TO WRK-ALIQ-INSS
                       END-IF
                       IF BG-ALIQ-FGTS > ZEROS
                           MOVE BG-ALIQ-FGTS TO WRK-ALIQ-FGTS
                       END-IF
               END-READ
               CLOSE BUDGET-PARMS
           END-IF.

           IF WRK-ANO-PROPOSTA < WRK-DATASYS(1:4)
              OR WRK-MES-DISSIDIO > 12
              OR WRK-PERC-DISSIDIO > 100
               DISPLAY '*** BUDPARM INVALIDO ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

           COMPUTE WRK-FATOR-DISSIDIO =
               1 + WRK-PERC-DISSIDIO / 100.
           COMPUTE WRK-ALIQ-ENCARGOS = WRK-ALIQ-INSS + WRK-ALIQ-FGTS.

       0120-CARREGAR-CENTROS.
           OPEN INPUT COST-CENTER-MASTER.
           IF WRK-FS-CCMAST = '00'
               PERFORM 0130-LER-CENTRO
               PERFORM UNTIL FIM-CCMAST OR ABANDONAR-ORCAMENTO
                   IF WRK-TB-CC-QTD = 50
                       DISPLAY '*** CCMAST EXCEDE A TABELA DE'
                               ' 50 CENTROS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-CC-QTD
                       INITIALIZE WRK-TB-CC-ITEM(WRK-TB-CC-QTD)
                       MOVE CC-CODIGO
                         TO WRK-TB-CC-CODIGO(WRK-TB-CC-QTD)
                       MOVE CC-DESCRICAO
                         TO WRK-TB-CC-DESCR(WRK-TB-CC-QTD)
                   END-IF
                   PERFORM 0130-LER-CENTRO
               END-PERFORM
               CLOSE COST-CENTER-MASTER
           ELSE
               DISPLAY '*** CCMAST AUSENTE - FS ' WRK-FS-CCMAST ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

       0130-LER-CENTRO.
           READ COST-CENTER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CCMAST
           END-READ.

      *    O QUADRO DE HOJE ENTRA INTEIRO NO ANO DA PROPOSTA; QUEM
      *    ESTA EM CENTRO FORA DO CCMAST VAI PARA O SYSEXCEP
       0140-CARREGAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = '00'
               DISPLAY '*** EMPMAST AUSENTE - FS ' WRK-FS-EMPMAST ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0150-LER-FUNCIONARIO
           END-IF.
           PERFORM UNTIL FIM-EMPMAST OR ABANDONAR-ORCAMENTO
               ADD 1 TO WRK-QT-FUNCIONARIOS
               MOVE EM-CENTRO-CUSTO TO WRK-CENTRO
               PERFORM 0180-LOCALIZAR-CENTRO
               IF WRK-IDX-CC = ZEROS
                   MOVE SPACES TO EC-ENTRADA
                   STRING EM-MATRICULA ' ' EM-NOME
                       DELIMITED BY SIZE INTO EC-ENTRADA
                   MOVE 'CENTRO FORA DO CCMAST' TO WRK-MOTIVO
                   PERFORM 0190-REJEITAR
               ELSE
                   IF WRK-TB-POS-QTD = 2000
                       DISPLAY '*** EMPMAST EXCEDE A TABELA DE'
                               ' 2000 POSICOES ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-POS-QTD
                       MOVE EM-MATRICULA
                         TO WRK-TB-POS-MATR(WRK-TB-POS-QTD)
                       MOVE WRK-IDX-CC
                         TO WRK-TB-POS-IDX-CC(WRK-TB-POS-QTD)
                       MOVE EM-SALARIO
                         TO WRK-TB-POS-SALARIO(WRK-TB-POS-QTD)
                       MOVE 1  TO WRK-TB-POS-PESSOAS(WRK-TB-POS-QTD)
                       MOVE 1  TO WRK-TB-POS-MES-INI(WRK-TB-POS-QTD)
                       MOVE 12 TO WRK-TB-POS-MES-FIM(WRK-TB-POS-QTD)
                       MOVE 'S' TO WRK-TB-POS-REAJUSTE(WRK-TB-POS-QTD)
                   END-IF
               END-IF
               PERFORM 0150-LER-FUNCIONARIO
           END-PERFORM.
           IF WRK-FS-EMPMAST NOT = '35'
               CLOSE EMPLOYEE-MASTER
           END-IF.

       0150-LER-FUNCIONARIO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    O BUDMOV E OPCIONAL: SEM ELE A PROPOSTA E O QUADRO ATUAL
       0160-CARREGAR-MOVIMENTO.
           OPEN INPUT BUDGET-MOVES.
           IF WRK-FS-BUDMOV = '00'
               PERFORM 0170-LER-MOVIMENTO
               PERFORM UNTIL FIM-BUDMOV OR ABANDONAR-ORCAMENTO
                   IF BM-CONTRATACAO
                       PERFORM 0162-INCLUIR-CONTRATACAO
                   ELSE
                       IF BM-SAIDA
                           PERFORM 0164-APLICAR-SAIDA
                       ELSE
                           MOVE 'MOVIMENTO SEM TIPO VALIDO'
                             TO WRK-MOTIVO
                           PERFORM 0195-REJEITAR-MOVIMENTO
                       END-IF
                   END-IF
                   PERFORM 0170-LER-MOVIMENTO
               END-PERFORM
               CLOSE BUDGET-MOVES
           END-IF.

       0162-INCLUIR-CONTRATACAO.
           MOVE BM-CENTRO TO WRK-CENTRO.
           PERFORM 0180-LOCALIZAR-CENTRO.
           IF WRK-IDX-CC = ZEROS
               MOVE 'CENTRO FORA DO CCMAST' TO WRK-MOTIVO
               PERFORM 0195-REJEITAR-MOVIMENTO
           ELSE
               IF BM-MES = ZEROS OR BM-MES > 12
                  OR BM-QTD = ZEROS OR BM-SALARIO = ZEROS
                   MOVE 'CONTRATACAO INCOMPLETA' TO WRK-MOTIVO
                   PERFORM 0195-REJEITAR-MOVIMENTO
               ELSE
                   IF WRK-TB-POS-QTD = 2000
                       DISPLAY '*** BUDMOV EXCEDE A TABELA DE'
                               ' 2000 POSICOES ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-QT-CONTRATACOES
                       ADD 1 TO WRK-TB-POS-QTD
                       MOVE ZEROS
                         TO WRK-TB-POS-MATR(WRK-TB-POS-QTD)
                       MOVE WRK-IDX-CC
                         TO WRK-TB-POS-IDX-CC(WRK-TB-POS-QTD)
                       MOVE BM-SALARIO
                         TO WRK-TB-POS-SALARIO(WRK-TB-POS-QTD)
                       MOVE BM-QTD
                         TO WRK-TB-POS-PESSOAS(WRK-TB-POS-QTD)
                       MOVE BM-MES
                         TO WRK-TB-POS-MES-INI(WRK-TB-POS-QTD)
                       MOVE 12 TO WRK-TB-POS-MES-FIM(WRK-TB-POS-QTD)
                       IF BM-MES < WRK-MES-DISSIDIO
                           MOVE 'S'
                             TO WRK-TB-POS-REAJUSTE(WRK-TB-POS-QTD)
                       ELSE
                           MOVE 'N'
                             TO WRK-TB-POS-REAJUSTE(WRK-TB-POS-QTD)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A SAIDA ENCURTA O ANO DO FUNCIONARIO: O ULTIMO MES COM
      *    CUSTO E O ANTERIOR AO INFORMADO (SAIDA EM JANEIRO = FORA
      *    DA PROPOSTA)
       0164-APLICAR-SAIDA.
           MOVE ZEROS TO WRK-IDX-POS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-POS-QTD
                              OR WRK-IDX-POS > ZEROS
               IF WRK-TB-POS-MATR(WRK-IDX) = BM-MATRICULA
                  AND BM-MATRICULA > ZEROS
                   MOVE WRK-IDX TO WRK-IDX-POS
               END-IF
           END-PERFORM.
           IF WRK-IDX-POS = ZEROS
               MOVE 'MATRICULA FORA DO EMPMAST' TO WRK-MOTIVO
               PERFORM 0195-REJEITAR-MOVIMENTO
           ELSE
               IF BM-MES = ZEROS OR BM-MES > 12
                   MOVE 'MES DA SAIDA INVALIDO' TO WRK-MOTIVO
                   PERFORM 0195-REJEITAR-MOVIMENTO
               ELSE
                   ADD 1 TO WRK-QT-SAIDAS
                   COMPUTE WRK-TB-POS-MES-FIM(WRK-IDX-POS) =
                       BM-MES - 1
               END-IF
           END-IF.

       0170-LER-MOVIMENTO.
           READ BUDGET-MOVES
               AT END
                   MOVE 'S' TO WRK-EOF-BUDMOV
           END-READ.

       0180-LOCALIZAR-CENTRO.
           MOVE ZEROS TO WRK-IDX-CC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CC-QTD
                              OR WRK-IDX-CC > ZEROS
               IF WRK-TB-CC-CODIGO(WRK-IDX) = WRK-CENTRO
                   MOVE WRK-IDX TO WRK-IDX-CC
               END-IF
           END-PERFORM.

       0190-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE 'PROGCOB91 ' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.

       0195-REJEITAR-MOVIMENTO.
           MOVE BM-REGISTRO TO EC-ENTRADA.
           PERFORM 0190-REJEITAR.

      *    CADA MES COM CUSTO: SALARIO (COM O DISSIDIO A PARTIR DO
      *    MES PREVISTO - CONTRATACAO DESSE MES EM DIANTE JA ENTRA
      *    COM O SALARIO NOVO E NAO REAJUSTA), UM DOZE AVOS DO
      *    TERCO DE FERIAS E, NO ULTIMO MES DA POSICAO, O 13O PELOS
      *    AVOS DO ANO. OS
      *    ENCARGOS INCIDEM SOBRE AS TRES VERBAS
       0200-PROJETAR.
           MOVE WRK-TB-POS-IDX-CC(WRK-IDX-POS) TO WRK-IDX-CC.
           PERFORM VARYING WRK-IDX-MES
                   FROM WRK-TB-POS-MES-INI(WRK-IDX-POS) BY 1
                   UNTIL WRK-IDX-MES > WRK-TB-POS-MES-FIM(WRK-IDX-POS)
               IF WRK-IDX-MES < WRK-MES-DISSIDIO
                  OR WRK-TB-POS-REAJUSTE(WRK-IDX-POS) = 'N'
                   MOVE 1 TO WRK-FATOR-MES
               ELSE
                   MOVE WRK-FATOR-DISSIDIO TO WRK-FATOR-MES
               END-IF
               COMPUTE WRK-SALARIO-MES ROUNDED =
                   WRK-TB-POS-SALARIO(WRK-IDX-POS) * WRK-FATOR-MES
                   * WRK-TB-POS-PESSOAS(WRK-IDX-POS)
               COMPUTE WRK-TERCO-MES ROUNDED = WRK-SALARIO-MES / 36
               MOVE ZEROS TO WRK-DECIMO-MES
               IF WRK-IDX-MES = WRK-TB-POS-MES-FIM(WRK-IDX-POS)
                   COMPUTE WRK-AVOS = WRK-IDX-MES
                       - WRK-TB-POS-MES-INI(WRK-IDX-POS) + 1
                   COMPUTE WRK-DECIMO-MES ROUNDED =
                       WRK-SALARIO-MES * WRK-AVOS / 12
               END-IF
               COMPUTE WRK-BASE-ENCARGO = WRK-SALARIO-MES
                   + WRK-TERCO-MES + WRK-DECIMO-MES
               COMPUTE WRK-ENCARGOS-MES ROUNDED =
                   WRK-BASE-ENCARGO * WRK-ALIQ-ENCARGOS / 100
               ADD WRK-TB-POS-PESSOAS(WRK-IDX-POS)
                 TO WRK-TB-CC-PESSOAS(WRK-IDX-CC, WRK-IDX-MES)
               ADD WRK-SALARIO-MES
                 TO WRK-TB-CC-SALARIOS(WRK-IDX-CC, WRK-IDX-MES)
               ADD WRK-DECIMO-MES
                 TO WRK-TB-CC-DECIMO(WRK-IDX-CC, WRK-IDX-MES)
               ADD WRK-TERCO-MES
                 TO WRK-TB-CC-TERCO(WRK-IDX-CC, WRK-IDX-MES)
               ADD WRK-ENCARGOS-MES
                 TO WRK-TB-CC-ENCARGOS(WRK-IDX-CC, WRK-IDX-MES)
           END-PERFORM.

      *    UMA LINHA DE PROPOSTA POR CENTRO/MES COM CUSTO, NO LAYOUT
      *    DO CCBUDGET
       0300-GRAVAR-PROPOSTA.
           OPEN OUTPUT BUDGET-PROPOSAL.
           OPEN OUTPUT BUDGET-RPT.
           MOVE 'PROPOSTA DE ORCAMENTO DE PESSOAL' TO RW-TITULO.
           MOVE BP-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-ANO-PROPOSTA  TO BP-P-ANO.
           MOVE WRK-PERC-DISSIDIO TO BP-P-PERC.
           MOVE WRK-MES-DISSIDIO  TO BP-P-MES.
           MOVE WRK-ALIQ-INSS     TO BP-P-INSS.
           MOVE WRK-ALIQ-FGTS     TO BP-P-FGTS.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE BP-LINHA FROM BP-PREMISSAS.

           PERFORM 0310-GRAVAR-CENTRO
               VARYING WRK-IDX-CC FROM 1 BY 1
               UNTIL WRK-IDX-CC > WRK-TB-CC-QTD.

           MOVE WRK-TOTAL-GERAL TO BP-T-GERAL.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE BP-LINHA FROM BP-TOTAL-GERAL.

           CLOSE BUDGET-PROPOSAL.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE BP-LINHA FROM RW-TRAILER.
           CLOSE BUDGET-RPT.

       0310-GRAVAR-CENTRO.
           MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO BP-C-CODIGO.
           MOVE WRK-TB-CC-DESCR(WRK-IDX-CC)  TO BP-C-DESCR.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE BP-LINHA FROM BP-CENTRO-LINHA.

           MOVE ZEROS TO WRK-TOTAL-CENTRO.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               COMPUTE WRK-TOTAL-MES =
                   WRK-TB-CC-SALARIOS(WRK-IDX-CC, WRK-IDX-MES)
                   + WRK-TB-CC-DECIMO(WRK-IDX-CC, WRK-IDX-MES)
                   + WRK-TB-CC-TERCO(WRK-IDX-CC, WRK-IDX-MES)
                   + WRK-TB-CC-ENCARGOS(WRK-IDX-CC, WRK-IDX-MES)
               IF WRK-TOTAL-MES > ZEROS
                   MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO CB-CENTRO
                   MOVE WRK-ANO-PROPOSTA             TO CB-ANO
                   MOVE WRK-IDX-MES                  TO CB-MES
                   MOVE WRK-TOTAL-MES                TO CB-VALOR
                   WRITE CB-REGISTRO
                   ADD 1 TO WRK-QT-PROPOSTAS
                   ADD WRK-TOTAL-MES TO WRK-TOTAL-CENTRO

                   MOVE WRK-IDX-MES TO BP-D-MES
                   MOVE WRK-TB-CC-PESSOAS(WRK-IDX-CC, WRK-IDX-MES)
                     TO BP-D-PESSOAS
                   MOVE WRK-TB-CC-SALARIOS(WRK-IDX-CC, WRK-IDX-MES)
                     TO BP-D-SALARIOS
                   MOVE WRK-TB-CC-DECIMO(WRK-IDX-CC, WRK-IDX-MES)
                     TO BP-D-DECIMO
                   MOVE WRK-TB-CC-TERCO(WRK-IDX-CC, WRK-IDX-MES)
                     TO BP-D-TERCO
                   MOVE WRK-TB-CC-ENCARGOS(WRK-IDX-CC, WRK-IDX-MES)
                     TO BP-D-ENCARGOS
                   MOVE WRK-TOTAL-MES TO BP-D-TOTAL
                   PERFORM 0500-QUEBRA-PAGINA
                   WRITE BP-LINHA FROM BP-DETALHE
               END-IF
           END-PERFORM.

           MOVE WRK-TOTAL-CENTRO TO BP-T-CENTRO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE BP-LINHA FROM BP-TOTAL-CENTRO.
           ADD WRK-TOTAL-CENTRO TO WRK-TOTAL-GERAL.

       0900-FINALIZAR.
           CLOSE SYSTEM-EXCEPTIONS.
           IF NOT ABANDONAR-ORCAMENTO
               DISPLAY '-------------------------'
               DISPLAY 'ANO DA PROPOSTA............... '
                   WRK-ANO-PROPOSTA
               DISPLAY 'FUNCIONARIOS LIDOS............ '
                   WRK-QT-FUNCIONARIOS
               DISPLAY 'CONTRATACOES PLANEJADAS....... '
                   WRK-QT-CONTRATACOES
               DISPLAY 'SAIDAS PREVISTAS.............. ' WRK-QT-SAIDAS
               DISPLAY 'REJEITADOS (SYSEXCEP)......... '
                   WRK-QT-REJEITADOS
               DISPLAY 'CELULAS PROPOSTAS............. '
                   WRK-QT-PROPOSTAS
               MOVE WRK-TOTAL-GERAL TO BP-T-GERAL
               DISPLAY 'TOTAL DA PROPOSTA R$.......... ' BP-T-GERAL
               IF WRK-QT-REJEITADOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-FUNCIONARIOS TO RLP-LIDOS.
           MOVE WRK-QT-PROPOSTAS    TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADOS   TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE BP-LINHA FROM RW-CABECALHO1
               WRITE BP-LINHA FROM RW-CABECALHO2
               WRITE BP-LINHA FROM RW-COLUNAS
           END-IF.
