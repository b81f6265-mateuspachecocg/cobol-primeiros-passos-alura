       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB88.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: QUADRO DE PESSOAL E ROTATIVIDADE (TURNOVER) POR
      *     CENTRO DE CUSTO. TODO MES A DIRETORIA PERGUNTA QUANTA
      *     GENTE CADA AREA TEM E QUANTOS SAIRAM, E A RESPOSTA ERA
      *     CONTAR O EMPMAST NA MAO. O HEADRPT SAI COM DUAS PARTES:
      *     - MES CORRENTE POR CENTRO DE CUSTO (CCMAST): QUADRO DE
      *       ABERTURA, ADMISSOES, DESLIGAMENTOS, QUADRO DE
      *       FECHAMENTO, ROTATIVIDADE DO MES, TEMPO MEDIO DE CASA
      *       (PELO EM-ANO-POSSE) E SALARIO MEDIO;
      *     - ULTIMOS 12 MESES DA EMPRESA TODA, MES A MES, COM A
      *       ROTATIVIDADE ACUMULADA DO PERIODO, PARA VER TENDENCIA.
      *     O FECHAMENTO E A FOTO ATUAL DO EMPMAST; ADMISSOES E
      *     DESLIGAMENTOS VEM DO HISTORICO DAS TRANSACOES DO EMPTRAN
      *     JA APLICADAS (EMPTHIST, GRAVADO PELO PROGCOB52) PELA
      *     DATA DE EFEITO, E A ABERTURA DE CADA MES E O FECHAMENTO
      *     MENOS ADMISSOES MAIS DESLIGAMENTOS, VOLTANDO MES A MES.
      *     ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O
      *     QUADRO MEDIO ((ABERTURA + FECHAMENTO) / 2), EM %.
      *     CENTRO DE CUSTO FORA DO CCMAST SAI COMO NAO CADASTRADO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT EMP-HISTORY ASSIGN TO 'EMPTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPTHIST.

           SELECT COST-CENTER-MASTER ASSIGN TO 'CCMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCMAST.

           SELECT HEADCOUNT-RPT ASSIGN TO 'HEADRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HEADRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  EMP-HISTORY.
           COPY 'EMPTHIST.COB'.

       FD  COST-CENTER-MASTER.
       01  CC-REGISTRO.
           02 CC-CODIGO       PIC 9(04).
           02 CC-DESCRICAO    PIC X(20).

       FD  HEADCOUNT-RPT.
       01  HR-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPTHIST  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-CCMAST    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-HEADRPT   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-EMPTHIST PIC X(01)       VALUE 'N'.
           88 FIM-EMPTHIST  VALUE 'S'.
       77  WRK-EOF-CCMAST   PIC X(01)       VALUE 'N'.
           88 FIM-CCMAST    VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-QUADRO VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANOMES       PIC 9(06)       VALUE ZEROS.
       77  WRK-ANOSYS       PIC 9(04)       VALUE ZEROS.
       77  WRK-ANO          PIC 9(04)       VALUE ZEROS.
       77  WRK-MES          PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX          PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-CC       PIC 9(02)       VALUE ZEROS.
       77  WRK-CC-ACHADO    PIC 9(02)       VALUE ZEROS.
       77  WRK-CC-PROCURADO PIC 9(04)       VALUE ZEROS.
       77  WRK-TEMPO-CASA   PIC 9(04)       VALUE ZEROS.
       77  WRK-ABERTURA     PIC S9(06)      VALUE ZEROS.
       77  WRK-FECHAMENTO   PIC S9(06)      VALUE ZEROS.
       77  WRK-ADMISSOES    PIC 9(06)       VALUE ZEROS.
       77  WRK-DESLIGAMENTOS PIC 9(06)      VALUE ZEROS.
       77  WRK-QUADRO-SOMA  PIC S9(07)      VALUE ZEROS.
       77  WRK-TURNOVER     PIC 9(03)V99    VALUE ZEROS.
       77  WRK-TEMPO-MEDIO  PIC 9(02)V9     VALUE ZEROS.
       77  WRK-SALARIO-MEDIO PIC 9(06)V99   VALUE ZEROS.
       77  WRK-SOMA-TEMPO   PIC 9(08)       VALUE ZEROS.
       77  WRK-SOMA-SALARIO PIC 9(10)V99    VALUE ZEROS.
       77  WRK-QT-FUNC      PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-MOVIMENTOS PIC 9(06)      VALUE ZEROS.
       77  WRK-SOMA-FECHAMENTOS PIC S9(07)  VALUE ZEROS.
       77  WRK-ADM-JANELA   PIC 9(06)       VALUE ZEROS.
       77  WRK-DESL-JANELA  PIC 9(06)       VALUE ZEROS.
       77  WRK-QUADRO-MEDIO PIC S9(06)V99   VALUE ZEROS.
       01  WRK-TB-CC.
           02 WRK-TB-CC-QTD   PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CC-ITEM OCCURS 60 TIMES.
               03 WRK-TB-CC-CODIGO   PIC 9(04).
               03 WRK-TB-CC-DESCR    PIC X(20).
               03 WRK-TB-CC-ADM      PIC 9(06).
               03 WRK-TB-CC-DESL     PIC 9(06).
               03 WRK-TB-CC-FECH     PIC 9(06).
               03 WRK-TB-CC-TEMPO    PIC 9(08).
               03 WRK-TB-CC-SALARIO  PIC 9(10)V99.
      *    OS 12 MESES DA JANELA, DO MAIS ANTIGO (1) AO CORRENTE (12)
       01  WRK-TB-MESES.
           02 WRK-TB-MES-ITEM OCCURS 12 TIMES.
               03 WRK-TB-MES-ANOMES  PIC 9(06).
               03 WRK-TB-MES-ABERT   PIC S9(06).
               03 WRK-TB-MES-ADM     PIC 9(06).
               03 WRK-TB-MES-DESL    PIC 9(06).
               03 WRK-TB-MES-FECH    PIC S9(06).
       01  HR-COLUNAS-CC.
           02 FILLER PIC X(21) VALUE 'CC   CENTRO DE CUSTO '.
           02 FILLER PIC X(22) VALUE 'ABERT  ADM DESL  FECH '.
           02 FILLER PIC X(22) VALUE 'TURN % ANOS SAL. MEDIO'.
       01  HR-COLUNAS-MES.
           02 FILLER PIC X(36) VALUE
              'MES     ABERT  ADM DESL  FECH TURN %'.
       01  HR-DETALHE-CC.
           02 HR-C-CC         PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-DESCR      PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-ABERT      PIC -ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-ADM        PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-DESL       PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-FECH       PIC -ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-TURNOVER   PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-TEMPO      PIC Z9,9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-C-SALARIO    PIC ZZZ.ZZ9,99.
       01  HR-DETALHE-MES.
           02 HR-M-MES        PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 HR-M-ANO        PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-M-ABERT      PIC -ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-M-ADM        PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-M-DESL       PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-M-FECH       PIC -ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HR-M-TURNOVER   PIC ZZ9,99.
       01  HR-TOTAL-12-MESES.
           02 FILLER          PIC X(33) VALUE
              'ROTATIVIDADE DOS 12 MESES (%)... '.
           02 HR-T-TURNOVER   PIC ZZ9,99.
           02 FILLER          PIC X(16) VALUE ' QUADRO MEDIO.. '.
           02 HR-T-QUADRO     PIC -ZZZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-QUADRO
               DISPLAY '*** QUADRO DE PESSOAL ABANDONADO ***'
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-EMPMAST
               PERFORM 0300-APURAR-MOVIMENTOS
               PERFORM 0400-IMPRIMIR-CENTROS-CUSTO
               PERFORM 0500-IMPRIMIR-12-MESES
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES.
           MOVE WRK-DATASYS(1:4) TO WRK-ANOSYS.
           MOVE 'PROGCOB88 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-MONTAR-JANELA.
           PERFORM 0120-CARREGAR-CC.

           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT HEADCOUNT-RPT.
           MOVE 'QUADRO DE PESSOAL E ROTATIVIDADE' TO RW-TITULO.
           MOVE HR-COLUNAS-CC TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           PERFORM 0180-LER-EMPLOYEE-MASTER.

      *    JANELA DE 12 COMPETENCIAS TERMINANDO NO MES CORRENTE
       0110-MONTAR-JANELA.
           MOVE WRK-DATASYS(1:4) TO WRK-ANO.
           MOVE WRK-DATASYS(5:2) TO WRK-MES.
           PERFORM VARYING WRK-IDX FROM 12 BY -1
                           UNTIL WRK-IDX < 1
               COMPUTE WRK-TB-MES-ANOMES(WRK-IDX) =
                   WRK-ANO * 100 + WRK-MES
               MOVE ZEROS TO WRK-TB-MES-ABERT(WRK-IDX)
                             WRK-TB-MES-ADM(WRK-IDX)
                             WRK-TB-MES-DESL(WRK-IDX)
                             WRK-TB-MES-FECH(WRK-IDX)
               IF WRK-MES = 1
                   MOVE 12 TO WRK-MES
                   SUBTRACT 1 FROM WRK-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF
           END-PERFORM.

       0120-CARREGAR-CC.
           OPEN INPUT COST-CENTER-MASTER.
           IF WRK-FS-CCMAST = '00'
               PERFORM 0125-LER-CC
               PERFORM UNTIL FIM-CCMAST
                              OR WRK-TB-CC-QTD = 50
                   ADD 1 TO WRK-TB-CC-QTD
                   MOVE CC-CODIGO
                     TO WRK-TB-CC-CODIGO(WRK-TB-CC-QTD)
                   MOVE CC-DESCRICAO
                     TO WRK-TB-CC-DESCR(WRK-TB-CC-QTD)
                   MOVE ZEROS TO WRK-TB-CC-ADM(WRK-TB-CC-QTD)
                                 WRK-TB-CC-DESL(WRK-TB-CC-QTD)
                                 WRK-TB-CC-FECH(WRK-TB-CC-QTD)
                                 WRK-TB-CC-TEMPO(WRK-TB-CC-QTD)
                                 WRK-TB-CC-SALARIO(WRK-TB-CC-QTD)
                   PERFORM 0125-LER-CC
               END-PERFORM
               CLOSE COST-CENTER-MASTER
           END-IF.

       0125-LER-CC.
           READ COST-CENTER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CCMAST
           END-READ.

      *    LOCALIZA O CENTRO DE CUSTO NA TABELA; O QUE NAO ESTA NO
      *    CCMAST ENTRA NO FIM COMO NAO CADASTRADO (10 POSICOES DE
      *    FOLGA ALEM DAS 50 DO CADASTRO)
       0150-LOCALIZAR-CC.
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-CC-QTD
                              OR WRK-CC-ACHADO > ZEROS
               IF WRK-TB-CC-CODIGO(WRK-IDX-CC) = WRK-CC-PROCURADO
                   MOVE WRK-IDX-CC TO WRK-CC-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-CC-ACHADO = ZEROS
               IF WRK-TB-CC-QTD = 60
                   DISPLAY '*** MAIS DE 60 CENTROS DE CUSTO - TABELA'
                           ' ESGOTADA ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-CC-QTD
                   MOVE WRK-TB-CC-QTD TO WRK-CC-ACHADO
                   MOVE WRK-CC-PROCURADO
                     TO WRK-TB-CC-CODIGO(WRK-CC-ACHADO)
                   MOVE 'NAO CADASTRADO'
                     TO WRK-TB-CC-DESCR(WRK-CC-ACHADO)
                   MOVE ZEROS TO WRK-TB-CC-ADM(WRK-CC-ACHADO)
                                 WRK-TB-CC-DESL(WRK-CC-ACHADO)
                                 WRK-TB-CC-FECH(WRK-CC-ACHADO)
                                 WRK-TB-CC-TEMPO(WRK-CC-ACHADO)
                                 WRK-TB-CC-SALARIO(WRK-CC-ACHADO)
               END-IF
           END-IF.

       0180-LER-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    O QUADRO DE FECHAMENTO E A FOTO ATUAL DO CADASTRO
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-FUNC.
           MOVE EM-CENTRO-CUSTO TO WRK-CC-PROCURADO.
           PERFORM 0150-LOCALIZAR-CC.
           IF ABANDONAR-QUADRO
               MOVE 'S' TO WRK-EOF-EMPMAST
           ELSE
               ADD 1 TO WRK-TB-CC-FECH(WRK-CC-ACHADO)
               IF EM-ANO-POSSE < WRK-ANOSYS
                   COMPUTE WRK-TEMPO-CASA = WRK-ANOSYS - EM-ANO-POSSE
               ELSE
                   MOVE ZEROS TO WRK-TEMPO-CASA
               END-IF
               ADD WRK-TEMPO-CASA TO WRK-TB-CC-TEMPO(WRK-CC-ACHADO)
               ADD EM-SALARIO TO WRK-TB-CC-SALARIO(WRK-CC-ACHADO)
               PERFORM 0180-LER-EMPLOYEE-MASTER
           END-IF.

      *    ADMISSOES E DESLIGAMENTOS DA JANELA PELA DATA DE EFEITO;
      *    O HISTORICO E OPCIONAL (SEM ELE NAO HOUVE MOVIMENTO).
      *    ALTERACAO DE SALARIO NAO MEXE NO QUADRO
       0300-APURAR-MOVIMENTOS.
           OPEN INPUT EMP-HISTORY.
           IF WRK-FS-EMPTHIST = '00'
               PERFORM 0320-LER-HISTORICO
               PERFORM UNTIL FIM-EMPTHIST OR ABANDONAR-QUADRO
                   IF TH-ADMISSAO OR TH-DESLIGAMENTO
                       PERFORM 0310-CONTAR-MOVIMENTO
                   END-IF
                   PERFORM 0320-LER-HISTORICO
               END-PERFORM
               CLOSE EMP-HISTORY
           END-IF.

           IF NOT ABANDONAR-QUADRO
               PERFORM 0330-RECOMPOR-QUADRO
           END-IF.

       0310-CONTAR-MOVIMENTO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 12
               IF WRK-TB-MES-ANOMES(WRK-IDX) = TH-DATA-EFEITO(1:6)
                   ADD 1 TO WRK-QT-MOVIMENTOS
                   IF TH-ADMISSAO
                       ADD 1 TO WRK-TB-MES-ADM(WRK-IDX)
                   ELSE
                       ADD 1 TO WRK-TB-MES-DESL(WRK-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF TH-DATA-EFEITO(1:6) = WRK-ANOMES
               MOVE TH-CENTRO-CUSTO TO WRK-CC-PROCURADO
               PERFORM 0150-LOCALIZAR-CC
               IF NOT ABANDONAR-QUADRO
                   IF TH-ADMISSAO
                       ADD 1 TO WRK-TB-CC-ADM(WRK-CC-ACHADO)
                   ELSE
                       ADD 1 TO WRK-TB-CC-DESL(WRK-CC-ACHADO)
                   END-IF
               END-IF
           END-IF.

       0320-LER-HISTORICO.
           READ EMP-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-EMPTHIST
           END-READ.

      *    O FECHAMENTO DO MES CORRENTE E O CADASTRO; CADA ABERTURA
      *    E O FECHAMENTO MENOS ADMISSOES MAIS DESLIGAMENTOS, E VIRA
      *    O FECHAMENTO DO MES ANTERIOR
       0330-RECOMPOR-QUADRO.
           MOVE WRK-QT-FUNC TO WRK-TB-MES-FECH(12).
           PERFORM VARYING WRK-IDX FROM 12 BY -1
                           UNTIL WRK-IDX < 1
               COMPUTE WRK-TB-MES-ABERT(WRK-IDX) =
                   WRK-TB-MES-FECH(WRK-IDX)
                   - WRK-TB-MES-ADM(WRK-IDX)
                   + WRK-TB-MES-DESL(WRK-IDX)
               IF WRK-IDX > 1
                   MOVE WRK-TB-MES-ABERT(WRK-IDX)
                     TO WRK-TB-MES-FECH(WRK-IDX - 1)
               END-IF
           END-PERFORM.

      *    ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) X 100 /
      *    (ABERTURA + FECHAMENTO) - A MEDIA DAS DUAS PONTAS NOS DOIS
      *    TERMOS SE CANCELA
       0350-CALCULAR-TURNOVER.
           COMPUTE WRK-QUADRO-SOMA = WRK-ABERTURA + WRK-FECHAMENTO.
           IF WRK-QUADRO-SOMA > ZEROS
               COMPUTE WRK-TURNOVER ROUNDED =
                   (WRK-ADMISSOES + WRK-DESLIGAMENTOS) * 100
                   / WRK-QUADRO-SOMA
           ELSE
               MOVE ZEROS TO WRK-TURNOVER
           END-IF.

       0400-IMPRIMIR-CENTROS-CUSTO.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-CC-QTD
               IF WRK-TB-CC-FECH(WRK-IDX-CC) > ZEROS
                  OR WRK-TB-CC-ADM(WRK-IDX-CC) > ZEROS
                  OR WRK-TB-CC-DESL(WRK-IDX-CC) > ZEROS
                   PERFORM 0410-IMPRIMIR-CC
               END-IF
           END-PERFORM.

           MOVE ZEROS TO HR-C-CC.
           MOVE 'TOTAL EMPRESA' TO HR-C-DESCR.
           MOVE WRK-TB-MES-ABERT(12) TO WRK-ABERTURA.
           MOVE WRK-TB-MES-FECH(12)  TO WRK-FECHAMENTO.
           MOVE WRK-TB-MES-ADM(12)   TO WRK-ADMISSOES.
           MOVE WRK-TB-MES-DESL(12)  TO WRK-DESLIGAMENTOS.
           MOVE ZEROS TO WRK-SOMA-TEMPO WRK-SOMA-SALARIO.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-CC-QTD
               ADD WRK-TB-CC-TEMPO(WRK-IDX-CC) TO WRK-SOMA-TEMPO
               ADD WRK-TB-CC-SALARIO(WRK-IDX-CC) TO WRK-SOMA-SALARIO
           END-PERFORM.
           PERFORM 0420-MONTAR-LINHA-CC.

       0410-IMPRIMIR-CC.
           MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO HR-C-CC.
           MOVE WRK-TB-CC-DESCR(WRK-IDX-CC)  TO HR-C-DESCR.
           MOVE WRK-TB-CC-FECH(WRK-IDX-CC)   TO WRK-FECHAMENTO.
           MOVE WRK-TB-CC-ADM(WRK-IDX-CC)    TO WRK-ADMISSOES.
           MOVE WRK-TB-CC-DESL(WRK-IDX-CC)   TO WRK-DESLIGAMENTOS.
           COMPUTE WRK-ABERTURA = WRK-FECHAMENTO - WRK-ADMISSOES
               + WRK-DESLIGAMENTOS.
           MOVE WRK-TB-CC-TEMPO(WRK-IDX-CC)   TO WRK-SOMA-TEMPO.
           MOVE WRK-TB-CC-SALARIO(WRK-IDX-CC) TO WRK-SOMA-SALARIO.
           PERFORM 0420-MONTAR-LINHA-CC.

      *    CHAMADO COM ABERTURA/FECHAMENTO/MOVIMENTOS E AS SOMAS DE
      *    TEMPO DE CASA E SALARIO JA CARREGADOS
       0420-MONTAR-LINHA-CC.
           PERFORM 0350-CALCULAR-TURNOVER.
           IF WRK-FECHAMENTO > ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-SOMA-TEMPO / WRK-FECHAMENTO
               COMPUTE WRK-SALARIO-MEDIO ROUNDED =
                   WRK-SOMA-SALARIO / WRK-FECHAMENTO
           ELSE
               MOVE ZEROS TO WRK-TEMPO-MEDIO WRK-SALARIO-MEDIO
           END-IF.
           MOVE WRK-ABERTURA      TO HR-C-ABERT.
           MOVE WRK-ADMISSOES     TO HR-C-ADM.
           MOVE WRK-DESLIGAMENTOS TO HR-C-DESL.
           MOVE WRK-FECHAMENTO    TO HR-C-FECH.
           MOVE WRK-TURNOVER      TO HR-C-TURNOVER.
           MOVE WRK-TEMPO-MEDIO   TO HR-C-TEMPO.
           MOVE WRK-SALARIO-MEDIO TO HR-C-SALARIO.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE HR-LINHA FROM HR-DETALHE-CC.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0450-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE HR-LINHA FROM RW-CABECALHO1
               WRITE HR-LINHA FROM RW-CABECALHO2
               WRITE HR-LINHA FROM RW-COLUNAS
           END-IF.

      *    A SEGUNDA PARTE TEM OUTRAS COLUNAS: TROCA O RW-COLUNAS E
      *    ESGOTA O CONTADOR DE LINHAS PARA O GERADOR ABRIR PAGINA
      *    NOVA COM O CABECALHO NOVO NO PROXIMO DETALHE
       0500-IMPRIMIR-12-MESES.
           MOVE HR-COLUNAS-MES TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.

           MOVE ZEROS TO WRK-ADM-JANELA WRK-DESL-JANELA
                         WRK-SOMA-FECHAMENTOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 12
               PERFORM 0510-IMPRIMIR-MES
           END-PERFORM.

      *    ACUMULADO DA JANELA: MOVIMENTOS DOS 12 MESES SOBRE O
      *    QUADRO MEDIO (MEDIA DOS 12 FECHAMENTOS)
           COMPUTE WRK-QUADRO-MEDIO ROUNDED =
               WRK-SOMA-FECHAMENTOS / 12.
           IF WRK-QUADRO-MEDIO > ZEROS
               COMPUTE WRK-TURNOVER ROUNDED =
                   (WRK-ADM-JANELA + WRK-DESL-JANELA) * 50
                   / WRK-QUADRO-MEDIO
           ELSE
               MOVE ZEROS TO WRK-TURNOVER
           END-IF.
           MOVE WRK-TURNOVER     TO HR-T-TURNOVER.
           MOVE WRK-QUADRO-MEDIO TO HR-T-QUADRO.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE HR-LINHA FROM HR-TOTAL-12-MESES.

       0510-IMPRIMIR-MES.
           MOVE WRK-TB-MES-ABERT(WRK-IDX) TO WRK-ABERTURA.
           MOVE WRK-TB-MES-FECH(WRK-IDX)  TO WRK-FECHAMENTO.
           MOVE WRK-TB-MES-ADM(WRK-IDX)   TO WRK-ADMISSOES.
           MOVE WRK-TB-MES-DESL(WRK-IDX)  TO WRK-DESLIGAMENTOS.
           PERFORM 0350-CALCULAR-TURNOVER.
           MOVE WRK-TB-MES-ANOMES(WRK-IDX)(5:2) TO HR-M-MES.
           MOVE WRK-TB-MES-ANOMES(WRK-IDX)(1:4) TO HR-M-ANO.
           MOVE WRK-ABERTURA               TO HR-M-ABERT.
           MOVE WRK-ADMISSOES              TO HR-M-ADM.
           MOVE WRK-DESLIGAMENTOS          TO HR-M-DESL.
           MOVE WRK-FECHAMENTO             TO HR-M-FECH.
           MOVE WRK-TURNOVER               TO HR-M-TURNOVER.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE HR-LINHA FROM HR-DETALHE-MES.
           ADD WRK-ADMISSOES     TO WRK-ADM-JANELA.
           ADD WRK-DESLIGAMENTOS TO WRK-DESL-JANELA.
           ADD WRK-FECHAMENTO TO WRK-SOMA-FECHAMENTOS.

       0900-FINALIZAR.
           IF NOT ABANDONAR-QUADRO
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE HR-LINHA FROM RW-TRAILER
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE HEADCOUNT-RPT.

           DISPLAY '-------------------------'
           DISPLAY 'FUNCIONARIOS NO CADASTRO..... ' WRK-QT-FUNC.
           DISPLAY 'MOVIMENTOS NA JANELA......... ' WRK-QT-MOVIMENTOS.
           DISPLAY 'CENTROS DE CUSTO............. ' WRK-TB-CC-QTD.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-FUNC TO RLP-LIDOS.
           MOVE WRK-TB-CC-QTD TO RLP-GRAVADOS.
           MOVE ZEROS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
