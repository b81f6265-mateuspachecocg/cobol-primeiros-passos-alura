       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB86.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: DISSIDIO COLETIVO RETROATIVO. O ACORDO COM O
      *     SINDICATO COSTUMA SER ASSINADO MESES DEPOIS DA
      *     DATA-BASE, E ATE AGORA O AUMENTO E AS DIFERENCAS DOS
      *     MESES JA FECHADOS ERAM FEITOS NUMA PLANILHA. ESTA
      *     RODADA LE OS PARAMETROS DO ACORDO (DISSPARM: PERCENTUAL,
      *     DATA-BASE, TETO DE APLICACAO INTEGRAL E SALARIO MAXIMO
      *     ABRANGIDO) E, PARA CADA FUNCIONARIO DO EMPMAST:
      *     - GRAVA A ALTERACAO DE SALARIO NO ARQUIVO DE PENDENTES
      *       (EMPPEND), COM EFEITO NA DATA-BASE, PARA A APROVACAO
      *       DO SUPERVISOR NO PROGCOB52 - O CADASTRO NAO E TOCADO
      *       AQUI (SEGREGACAO DE FUNCOES);
      *     - RECALCULA CADA MES JA FECHADO DO PAYHIST DESDE A
      *       DATA-BASE NO SALARIO NOVO (A COMISSAO NAO SOFRE O
      *       REAJUSTE), COM A DIFERENCA DE INSS, IRRF E FGTS DE
      *       CADA COMPETENCIA;
      *     - GRAVA O TOTAL DAS DIFERENCAS NO DISSDIF (COPYBOOK
      *       DISSIDIO) PARA O PROXIMO FECHAMENTO (PROGCOB04) PAGAR
      *       COMO VERBA PROPRIA 'DIFERENCA DE DISSIDIO'.
      *     O DISSRPT SAI COM A ABERTURA MES A MES POR FUNCIONARIO
      *     PARA O SINDICATO E PARA A CONTABILIDADE. ACIMA DO TETO
      *     DE APLICACAO INTEGRAL O AUMENTO E O VALOR FIXO DO
      *     PERCENTUAL SOBRE O TETO; ACIMA DO SALARIO MAXIMO O
      *     FUNCIONARIO FICA FORA DO ACORDO (TETOS ZERADOS = SEM
      *     LIMITE)
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO, EM LINHA
      *            PROPRIA (PROGCOB89); A LINHA DA PLR NAO E MES
      *            FECHADO E FICA FORA DO RECALCULO
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISSIDIO-PARMS ASSIGN TO 'DISSPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSPARM.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT INSS-TABLE ASSIGN TO 'INSSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INSSTAB.

           SELECT IRRF-TABLE ASSIGN TO 'IRRFTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IRRFTAB.

           SELECT PENDING-CHANGES ASSIGN TO 'EMPPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPPEND.

           SELECT DISSIDIO-DIFF ASSIGN TO 'DISSDIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSDIF.

           SELECT DISSIDIO-RPT ASSIGN TO 'DISSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSRPT.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISSIDIO-PARMS.
       01  DS-REGISTRO.
           02 DS-PERCENTUAL     PIC 9(02)V99.
           02 DS-DATA-BASE      PIC 9(08).
           02 DS-TETO-INTEGRAL  PIC 9(06)V99.
           02 DS-SALARIO-MAXIMO PIC 9(06)V99.
           02 DS-USUARIO        PIC X(08).

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  PAYROLL-HISTORY.
       01  PH-REGISTRO.
           02 PH-MATRICULA   PIC 9(06).
           02 PH-NOME        PIC X(20).
           02 PH-ANO         PIC 9(04).
           02 PH-MES         PIC 9(02).
           02 PH-BRUTO       PIC 9(06)V99.
           02 PH-DECIMO      PIC 9(06)V99.
           02 PH-COMISSAO    PIC 9(06)V99.
           02 PH-INSS        PIC 9(06)V99.
           02 PH-IRRF        PIC 9(06)V99.
           02 PH-LIQUIDO     PIC 9(06)V99.
           02 PH-FERIAS      PIC 9(06)V99.
           02 PH-SAL-FAMILIA PIC 9(06)V99.
           02 PH-DED-DEPEND  PIC 9(06)V99.
           02 PH-PLR         PIC 9(06)V99.
           02 PH-IRRF-PLR    PIC 9(06)V99.

       FD  INSS-TABLE.
       01  IN-REGISTRO.
           02 IN-INICIO     PIC 9(06)V99.
           02 IN-FIM        PIC 9(06)V99.
           02 IN-ALIQUOTA   PIC 9(02)V99.

       FD  IRRF-TABLE.
       01  IR-REGISTRO.
           02 IR-INICIO     PIC 9(06)V99.
           02 IR-FIM        PIC 9(06)V99.
           02 IR-ALIQUOTA   PIC 9(02)V99.
           02 IR-DEDUCAO    PIC 9(05)V99.

       FD  PENDING-CHANGES.
       01  PE-REGISTRO.
           02 PE-TIPO         PIC X(01).
           02 PE-MATRICULA    PIC 9(06).
           02 PE-NOME         PIC X(20).
           02 PE-SALARIO      PIC 9(06)V99.
           02 PE-ANO-POSSE    PIC 9(04).
           02 PE-CENTRO-CUSTO PIC 9(04).
           02 PE-DATA-EFEITO  PIC 9(08).
           02 PE-USUARIO      PIC X(08).
           02 PE-STATUS       PIC X(01).

       FD  DISSIDIO-DIFF.
           COPY 'DISSIDIO.COB'.

       FD  DISSIDIO-RPT.
       01  DR-LINHA          PIC X(80).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-DISSPARM  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PAYHIST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-INSSTAB   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-IRRFTAB   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPPEND   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-DISSDIF   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-DISSRPT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-AUDITTRL  PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-PAYHIST  PIC X(01)       VALUE 'N'.
           88 FIM-PAYHIST   VALUE 'S'.
       77  WRK-EOF-INSSTAB  PIC X(01)       VALUE 'N'.
           88 FIM-INSSTAB   VALUE 'S'.
       77  WRK-EOF-IRRFTAB  PIC X(01)       VALUE 'N'.
           88 FIM-IRRFTAB   VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-DISSIDIO VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-HORASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-NOME         PIC X(20)       VALUE SPACES.
       77  WRK-MATRICULA    PIC 9(06)       VALUE ZEROS.
       77  WRK-MES-BASE     PIC 9(06)       VALUE ZEROS.
       77  WRK-MES-HIST     PIC 9(06)       VALUE ZEROS.
       77  WRK-ULTIMO-FECHADO PIC 9(06)     VALUE ZEROS.
       77  WRK-MES-PAGAMENTO PIC 9(06)      VALUE ZEROS.
       77  WRK-AUMENTO      PIC 9(06)V99    VALUE ZEROS.
       77  WRK-SALARIO-NOVO PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FATOR        PIC 9(01)V9(06) VALUE ZEROS.
       77  WRK-REMUNERACAO  PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIF-BRUTO    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-BRUTO-NOVO   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-INSS         PIC 9(06)V99    VALUE ZEROS.
       77  WRK-IRRF         PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIF-INSS     PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIF-IRRF     PIC 9(06)V99    VALUE ZEROS.
       77  WRK-DIF-FGTS     PIC 9(06)V99    VALUE ZEROS.
       77  WRK-BASE-IRRF    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-IRRF-BRUTO   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FATIA        PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FGTS-ALIQ    PIC 9(02)V99    VALUE 08,00.
       77  WRK-IDX          PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-HIS      PIC 9(04)       VALUE ZEROS.
       77  WRK-QT-MESES     PIC 9(02)       VALUE ZEROS.
       77  WRK-FUNC-BRUTO   PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FUNC-INSS    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FUNC-IRRF    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-FUNC-FGTS    PIC 9(06)V99    VALUE ZEROS.
       77  WRK-TOTAL-AUMENTO PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-BRUTO  PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-INSS   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-IRRF   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-FGTS   PIC 9(08)V99    VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-REAJUSTADOS PIC 9(06)     VALUE ZEROS.
       77  WRK-QT-FORA      PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-DIFERENCAS PIC 9(06)      VALUE ZEROS.
       77  WRK-SALARIO-ED   PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-FUNCAO       PIC X(01)       VALUE SPACES.
       77  WRK-DATA-BASE    PIC 9(08)       VALUE ZEROS.
       77  WRK-QT-DIAS      PIC 9(04)       VALUE ZEROS.
       77  WRK-DATA-RESULT  PIC 9(08)       VALUE ZEROS.
       77  WRK-DIAS-DIF     PIC S9(06)      VALUE ZEROS.
       77  WRK-DATA-VALIDA  PIC X(01)       VALUE 'N'.
       01  WRK-TB-INSS.
           02 WRK-TB-INSS-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-INSS-ITEM OCCURS 10 TIMES.
               03 WRK-TB-IN-INICIO  PIC 9(06)V99.
               03 WRK-TB-IN-FIM     PIC 9(06)V99.
               03 WRK-TB-IN-ALIQ    PIC 9(02)V99.
       01  WRK-TB-IRRF.
           02 WRK-TB-IRRF-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-IRRF-ITEM OCCURS 10 TIMES.
               03 WRK-TB-IR-INICIO  PIC 9(06)V99.
               03 WRK-TB-IR-FIM     PIC 9(06)V99.
               03 WRK-TB-IR-ALIQ    PIC 9(02)V99.
               03 WRK-TB-IR-DEDUCAO PIC 9(05)V99.
      *    MESES FECHADOS DESDE A DATA-BASE, DE TODOS OS
      *    FUNCIONARIOS - O PAYHIST NAO VEM ORDENADO POR MATRICULA
       01  WRK-TB-HISTORICO.
           02 WRK-TB-HIS-QTD   PIC 9(04) VALUE ZEROS.
           02 WRK-TB-HIS-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-HIS-MATR     PIC 9(06).
               03 WRK-TB-HIS-MES      PIC 9(06).
               03 WRK-TB-HIS-BRUTO    PIC 9(06)V99.
               03 WRK-TB-HIS-COMISSAO PIC 9(06)V99.
               03 WRK-TB-HIS-INSS     PIC 9(06)V99.
               03 WRK-TB-HIS-IRRF     PIC 9(06)V99.
               03 WRK-TB-HIS-DED-DEP  PIC 9(06)V99.
       01  DR-FUNCIONARIO.
           02 FILLER            PIC X(06) VALUE 'FUNC: '.
           02 DF-D-MATRICULA    PIC 9(06).
           02 FILLER            PIC X(01) VALUE SPACE.
           02 DF-D-NOME         PIC X(20).
           02 FILLER            PIC X(05) VALUE ' DE '.
           02 DF-D-SALARIO      PIC ZZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' PARA '.
           02 DF-D-SALARIO-NOVO PIC ZZZ.ZZ9,99.
       01  DR-MES.
           02 FILLER            PIC X(06) VALUE '  MES '.
           02 DM-D-ANO          PIC 9(04).
           02 FILLER            PIC X(01) VALUE '/'.
           02 DM-D-MES          PIC 9(02).
           02 FILLER            PIC X(06) VALUE ' DIF '.
           02 DM-D-BRUTO        PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' INSS '.
           02 DM-D-INSS         PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' IRRF '.
           02 DM-D-IRRF         PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' FGTS '.
           02 DM-D-FGTS         PIC ZZ.ZZ9,99.
       01  DR-TOTAL-FUNC.
           02 FILLER            PIC X(13) VALUE '  TOTAL     '.
           02 DT-D-BRUTO        PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' INSS '.
           02 DT-D-INSS         PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' IRRF '.
           02 DT-D-IRRF         PIC ZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' FGTS '.
           02 DT-D-FGTS         PIC ZZ.ZZ9,99.
       01  DR-TOTAL-GERAL.
           02 FILLER            PIC X(22)
                                VALUE 'TOTAL DAS DIFERENCAS: '.
           02 DG-D-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' INSS '.
           02 DG-D-INSS         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER            PIC X(06) VALUE ' IRRF '.
           02 DG-D-IRRF         PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-DISSIDIO
               DISPLAY '*** DISSIDIO ABANDONADO - NADA GRAVADO ***'
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-EMPMAST
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE 'PROGCOB86 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-LER-PARAMETROS.
           IF NOT ABANDONAR-DISSIDIO
               PERFORM 0120-CARREGAR-TABELA-INSS
               PERFORM 0140-CARREGAR-TABELA-IRRF
               PERFORM 0160-CARREGAR-HISTORICO
           END-IF.

           IF NOT ABANDONAR-DISSIDIO
               OPEN INPUT EMPLOYEE-MASTER
               OPEN OUTPUT DISSIDIO-DIFF
               OPEN OUTPUT DISSIDIO-RPT

               OPEN EXTEND PENDING-CHANGES
               IF WRK-FS-EMPPEND = '05' OR WRK-FS-EMPPEND = '35'
                   OPEN OUTPUT PENDING-CHANGES
               END-IF

               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF

               MOVE 'DIFERENCAS DE DISSIDIO' TO RW-TITULO
               MOVE 'FUNCIONARIO / MES: DIFERENCA, INSS, IRRF, FGTS'
                 TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE

               PERFORM 0180-LER-EMPLOYEE-MASTER
           END-IF.

      *    SEM PARAMETRO VALIDO NAO HA DISSIDIO: PERCENTUAL ZERADO,
      *    DATA-BASE INVALIDA OU FUTURA, OU SEM O USUARIO QUE
      *    DIGITOU O ACORDO (O MAKER DO EMPPEND) ABANDONAM A RODADA
       0110-LER-PARAMETROS.
           OPEN INPUT DISSIDIO-PARMS.
           IF WRK-FS-DISSPARM = '00'
               READ DISSIDIO-PARMS
                   AT END
                       MOVE 'S' TO WRK-ABANDONAR
               END-READ
               CLOSE DISSIDIO-PARMS
           ELSE
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

           IF NOT ABANDONAR-DISSIDIO
               MOVE 'V' TO WRK-FUNCAO
               MOVE DS-DATA-BASE TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               IF WRK-DATA-VALIDA NOT = 'S'
                  OR DS-DATA-BASE > WRK-DATASYS
                  OR DS-PERCENTUAL = ZEROS
                  OR DS-USUARIO = SPACES
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           END-IF.

           IF ABANDONAR-DISSIDIO
               DISPLAY '*** DISSPARM AUSENTE OU INVALIDO ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE DS-DATA-BASE(1:6) TO WRK-MES-BASE
           END-IF.

       0120-CARREGAR-TABELA-INSS.
           OPEN INPUT INSS-TABLE.
           IF WRK-FS-INSSTAB = '00'
               PERFORM 0130-LER-FAIXA-INSS
               PERFORM UNTIL FIM-INSSTAB
                              OR WRK-TB-INSS-QTD = 10
                   ADD 1 TO WRK-TB-INSS-QTD
                   MOVE IN-INICIO
                     TO WRK-TB-IN-INICIO(WRK-TB-INSS-QTD)
                   MOVE IN-FIM
                     TO WRK-TB-IN-FIM(WRK-TB-INSS-QTD)
                   MOVE IN-ALIQUOTA
                     TO WRK-TB-IN-ALIQ(WRK-TB-INSS-QTD)
                   PERFORM 0130-LER-FAIXA-INSS
               END-PERFORM
               CLOSE INSS-TABLE
           END-IF.

       0130-LER-FAIXA-INSS.
           READ INSS-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-INSSTAB
           END-READ.

       0140-CARREGAR-TABELA-IRRF.
           OPEN INPUT IRRF-TABLE.
           IF WRK-FS-IRRFTAB = '00'
               PERFORM 0150-LER-FAIXA-IRRF
               PERFORM UNTIL FIM-IRRFTAB
                              OR WRK-TB-IRRF-QTD = 10
                   ADD 1 TO WRK-TB-IRRF-QTD
                   MOVE IR-INICIO
                     TO WRK-TB-IR-INICIO(WRK-TB-IRRF-QTD)
                   MOVE IR-FIM
                     TO WRK-TB-IR-FIM(WRK-TB-IRRF-QTD)
                   MOVE IR-ALIQUOTA
                     TO WRK-TB-IR-ALIQ(WRK-TB-IRRF-QTD)
                   MOVE IR-DEDUCAO
                     TO WRK-TB-IR-DEDUCAO(WRK-TB-IRRF-QTD)
                   PERFORM 0150-LER-FAIXA-IRRF
               END-PERFORM
               CLOSE IRRF-TABLE
           END-IF.

       0150-LER-FAIXA-IRRF.
           READ IRRF-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-IRRFTAB
           END-READ.

      *    SO OS MESES A PARTIR DA DATA-BASE VAO PARA A TABELA; O
      *    ULTIMO MES FECHADO DO PAYHIST DIZ EM QUE COMPETENCIA A
      *    DIFERENCA VAI SER PAGA (A SEGUINTE). HISTORICO MAIOR QUE
      *    A TABELA ABANDONA A RODADA - DIFERENCA PELA METADE NAO
      *    SE PAGA. A LINHA DA PLR (PROGCOB89) NAO E MES FECHADO E
      *    FICA DE FORA
       0160-CARREGAR-HISTORICO.
           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0170-LER-HISTORICO
               PERFORM UNTIL FIM-PAYHIST
                              OR ABANDONAR-DISSIDIO
                   COMPUTE WRK-MES-HIST = PH-ANO * 100 + PH-MES
                   IF PH-PLR > ZEROS
                       MOVE ZEROS TO WRK-MES-HIST
                   END-IF
                   IF WRK-MES-HIST > WRK-ULTIMO-FECHADO
                       MOVE WRK-MES-HIST TO WRK-ULTIMO-FECHADO
                   END-IF
                   IF WRK-MES-HIST NOT < WRK-MES-BASE
                       IF WRK-TB-HIS-QTD = 2000
                           DISPLAY 'PAYHIST MAIOR QUE A TABELA DE'
                                   ' 2000 MESES DESDE A DATA-BASE'
                           MOVE 12 TO RETURN-CODE
                           MOVE 'S' TO WRK-ABANDONAR
                       ELSE
                           ADD 1 TO WRK-TB-HIS-QTD
                           MOVE PH-MATRICULA
                             TO WRK-TB-HIS-MATR(WRK-TB-HIS-QTD)
                           MOVE WRK-MES-HIST
                             TO WRK-TB-HIS-MES(WRK-TB-HIS-QTD)
                           MOVE PH-BRUTO
                             TO WRK-TB-HIS-BRUTO(WRK-TB-HIS-QTD)
                           MOVE PH-COMISSAO
                             TO WRK-TB-HIS-COMISSAO(WRK-TB-HIS-QTD)
                           MOVE PH-INSS
                             TO WRK-TB-HIS-INSS(WRK-TB-HIS-QTD)
                           MOVE PH-IRRF
                             TO WRK-TB-HIS-IRRF(WRK-TB-HIS-QTD)
                           MOVE PH-DED-DEPEND
                             TO WRK-TB-HIS-DED-DEP(WRK-TB-HIS-QTD)
                       END-IF
                   END-IF
                   PERFORM 0170-LER-HISTORICO
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

           IF WRK-ULTIMO-FECHADO = ZEROS
               MOVE WRK-DATASYS(1:6) TO WRK-MES-PAGAMENTO
           ELSE
               IF WRK-ULTIMO-FECHADO(5:2) = 12
                   COMPUTE WRK-MES-PAGAMENTO =
                       WRK-ULTIMO-FECHADO + 100 - 11
               ELSE
                   COMPUTE WRK-MES-PAGAMENTO =
                       WRK-ULTIMO-FECHADO + 1
               END-IF
           END-IF.

       0170-LER-HISTORICO.
           READ PAYROLL-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-PAYHIST
           END-READ.

       0180-LER-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    O AUMENTO E O PERCENTUAL DO ACORDO ATE O TETO DE
      *    APLICACAO INTEGRAL; ACIMA DELE, O VALOR FIXO DO
      *    PERCENTUAL SOBRE O TETO. O FATOR (AUMENTO / SALARIO)
      *    E O QUE SE APLICA A REMUNERACAO DE CADA MES FECHADO
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE EM-MATRICULA TO WRK-MATRICULA.
           MOVE EM-NOME      TO WRK-NOME.

           IF EM-SALARIO = ZEROS
              OR (DS-SALARIO-MAXIMO > ZEROS
                  AND EM-SALARIO > DS-SALARIO-MAXIMO)
               ADD 1 TO WRK-QT-FORA
           ELSE
               IF DS-TETO-INTEGRAL > ZEROS
                  AND EM-SALARIO > DS-TETO-INTEGRAL
                   COMPUTE WRK-AUMENTO ROUNDED =
                       DS-TETO-INTEGRAL * DS-PERCENTUAL / 100
               ELSE
                   COMPUTE WRK-AUMENTO ROUNDED =
                       EM-SALARIO * DS-PERCENTUAL / 100
               END-IF
               COMPUTE WRK-SALARIO-NOVO = EM-SALARIO + WRK-AUMENTO
               COMPUTE WRK-FATOR ROUNDED = WRK-AUMENTO / EM-SALARIO

               PERFORM 0210-GRAVAR-PENDENTE
               PERFORM 0220-RECALCULAR-MESES

               ADD 1 TO WRK-QT-REAJUSTADOS
               ADD WRK-AUMENTO TO WRK-TOTAL-AUMENTO
           END-IF.

           PERFORM 0180-LER-EMPLOYEE-MASTER.

      *    O AUMENTO NAO POSTA NO CADASTRO: ENTRA NO EMPPEND COMO
      *    ALTERACAO DE SALARIO, COM EFEITO NA DATA-BASE, PARA O
      *    SUPERVISOR APROVAR NO PROGCOB52 (O MAKER E QUEM DIGITOU
      *    O ACORDO NO DISSPARM)
       0210-GRAVAR-PENDENTE.
           MOVE 'S'              TO PE-TIPO.
           MOVE EM-MATRICULA     TO PE-MATRICULA.
           MOVE EM-NOME          TO PE-NOME.
           MOVE WRK-SALARIO-NOVO TO PE-SALARIO.
           MOVE EM-ANO-POSSE     TO PE-ANO-POSSE.
           MOVE EM-CENTRO-CUSTO  TO PE-CENTRO-CUSTO.
           MOVE DS-DATA-BASE     TO PE-DATA-EFEITO.
           MOVE DS-USUARIO       TO PE-USUARIO.
           MOVE 'P'              TO PE-STATUS.
           WRITE PE-REGISTRO.

           MOVE WRK-SALARIO-NOVO TO WRK-SALARIO-ED.
           PERFORM 0260-REGISTRAR-AUDITORIA.

      *    CADA MES FECHADO DESDE A DATA-BASE E REFEITO NO SALARIO
      *    NOVO: A REMUNERACAO SEM A COMISSAO SOBE PELO FATOR, E O
      *    INSS E O IRRF DA COMPETENCIA SAO RECALCULADOS SOBRE O
      *    BRUTO NOVO (COM A MESMA DEDUCAO DE DEPENDENTES DO MES)
      *    CONTRA O QUE JA FOI RETIDO NO FECHAMENTO
       0220-RECALCULAR-MESES.
           MOVE ZEROS TO WRK-QT-MESES WRK-FUNC-BRUTO WRK-FUNC-INSS
                         WRK-FUNC-IRRF WRK-FUNC-FGTS.

           MOVE WRK-MATRICULA    TO DF-D-MATRICULA.
           MOVE WRK-NOME         TO DF-D-NOME.
           MOVE EM-SALARIO       TO DF-D-SALARIO.
           MOVE WRK-SALARIO-NOVO TO DF-D-SALARIO-NOVO.
           PERFORM 0240-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-FUNCIONARIO.

           PERFORM VARYING WRK-IDX-HIS FROM 1 BY 1
                           UNTIL WRK-IDX-HIS > WRK-TB-HIS-QTD
               IF WRK-TB-HIS-MATR(WRK-IDX-HIS) = WRK-MATRICULA
                   PERFORM 0230-RECALCULAR-MES
               END-IF
           END-PERFORM.

           IF WRK-FUNC-BRUTO > ZEROS
               MOVE WRK-FUNC-BRUTO TO DT-D-BRUTO
               MOVE WRK-FUNC-INSS  TO DT-D-INSS
               MOVE WRK-FUNC-IRRF  TO DT-D-IRRF
               MOVE WRK-FUNC-FGTS  TO DT-D-FGTS
               PERFORM 0240-QUEBRA-PAGINA
               WRITE DR-LINHA FROM DR-TOTAL-FUNC

               MOVE WRK-MATRICULA     TO DD-MATRICULA
               MOVE WRK-NOME          TO DD-NOME
               MOVE WRK-MES-PAGAMENTO TO DD-MES-PAGAMENTO
               MOVE WRK-SALARIO-NOVO  TO DD-SALARIO-NOVO
               MOVE WRK-QT-MESES      TO DD-QT-MESES
               MOVE WRK-FUNC-BRUTO    TO DD-BRUTO
               MOVE WRK-FUNC-INSS     TO DD-INSS
               MOVE WRK-FUNC-IRRF     TO DD-IRRF
               MOVE WRK-FUNC-FGTS     TO DD-FGTS
               WRITE DD-REGISTRO
               ADD 1 TO WRK-QT-DIFERENCAS

               ADD WRK-FUNC-BRUTO TO WRK-TOTAL-BRUTO
               ADD WRK-FUNC-INSS  TO WRK-TOTAL-INSS
               ADD WRK-FUNC-IRRF  TO WRK-TOTAL-IRRF
               ADD WRK-FUNC-FGTS  TO WRK-TOTAL-FGTS
           END-IF.

       0230-RECALCULAR-MES.
           COMPUTE WRK-REMUNERACAO =
               WRK-TB-HIS-BRUTO(WRK-IDX-HIS)
                   - WRK-TB-HIS-COMISSAO(WRK-IDX-HIS).
           COMPUTE WRK-DIF-BRUTO ROUNDED =
               WRK-REMUNERACAO * WRK-FATOR.
           COMPUTE WRK-BRUTO-NOVO =
               WRK-TB-HIS-BRUTO(WRK-IDX-HIS) + WRK-DIF-BRUTO.

           PERFORM 0250-CALCULAR-INSS.
           IF WRK-INSS > WRK-TB-HIS-INSS(WRK-IDX-HIS)
               COMPUTE WRK-DIF-INSS = WRK-INSS
                   - WRK-TB-HIS-INSS(WRK-IDX-HIS)
           ELSE
               MOVE ZEROS TO WRK-DIF-INSS
           END-IF.

           PERFORM 0255-CALCULAR-IRRF.
           IF WRK-IRRF > WRK-TB-HIS-IRRF(WRK-IDX-HIS)
               COMPUTE WRK-DIF-IRRF = WRK-IRRF
                   - WRK-TB-HIS-IRRF(WRK-IDX-HIS)
           ELSE
               MOVE ZEROS TO WRK-DIF-IRRF
           END-IF.

           COMPUTE WRK-DIF-FGTS ROUNDED =
               WRK-DIF-BRUTO * WRK-FGTS-ALIQ / 100.

           MOVE WRK-TB-HIS-MES(WRK-IDX-HIS)(1:4) TO DM-D-ANO.
           MOVE WRK-TB-HIS-MES(WRK-IDX-HIS)(5:2) TO DM-D-MES.
           MOVE WRK-DIF-BRUTO TO DM-D-BRUTO.
           MOVE WRK-DIF-INSS  TO DM-D-INSS.
           MOVE WRK-DIF-IRRF  TO DM-D-IRRF.
           MOVE WRK-DIF-FGTS  TO DM-D-FGTS.
           PERFORM 0240-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-MES.

           ADD 1 TO WRK-QT-MESES.
           ADD WRK-DIF-BRUTO TO WRK-FUNC-BRUTO.
           ADD WRK-DIF-INSS  TO WRK-FUNC-INSS.
           ADD WRK-DIF-IRRF  TO WRK-FUNC-IRRF.
           ADD WRK-DIF-FGTS  TO WRK-FUNC-FGTS.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0240-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE DR-LINHA FROM RW-CABECALHO1
               WRITE DR-LINHA FROM RW-CABECALHO2
               WRITE DR-LINHA FROM RW-COLUNAS
           END-IF.

      *    MESMO INSS PROGRESSIVO POR FATIA DO FECHAMENTO (PROGCOB04)
       0250-CALCULAR-INSS.
           MOVE ZEROS TO WRK-INSS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-INSS-QTD
               IF WRK-BRUTO-NOVO >= WRK-TB-IN-INICIO(WRK-IDX)
                   IF WRK-BRUTO-NOVO > WRK-TB-IN-FIM(WRK-IDX)
                       COMPUTE WRK-FATIA = WRK-TB-IN-FIM(WRK-IDX)
                                   - WRK-TB-IN-INICIO(WRK-IDX)
                   ELSE
                       COMPUTE WRK-FATIA = WRK-BRUTO-NOVO
                                   - WRK-TB-IN-INICIO(WRK-IDX)
                   END-IF
                   COMPUTE WRK-INSS ROUNDED = WRK-INSS +
                       (WRK-FATIA * WRK-TB-IN-ALIQ(WRK-IDX) / 100)
               END-IF
           END-PERFORM.

      *    MESMO IRRF DO FECHAMENTO: BASE = BRUTO - INSS - DEDUCAO
      *    DE DEPENDENTES DA COMPETENCIA, PELA FAIXA ONDE A BASE CAI
       0255-CALCULAR-IRRF.
           MOVE ZEROS TO WRK-IRRF.
           COMPUTE WRK-BASE-IRRF = WRK-BRUTO-NOVO - WRK-INSS.
           IF WRK-TB-HIS-DED-DEP(WRK-IDX-HIS) > WRK-BASE-IRRF
               MOVE ZEROS TO WRK-BASE-IRRF
           ELSE
               SUBTRACT WRK-TB-HIS-DED-DEP(WRK-IDX-HIS)
                   FROM WRK-BASE-IRRF
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-IRRF-QTD
               IF WRK-BASE-IRRF >= WRK-TB-IR-INICIO(WRK-IDX) AND
                  WRK-BASE-IRRF <= WRK-TB-IR-FIM(WRK-IDX)
                   COMPUTE WRK-IRRF-BRUTO ROUNDED =
                       WRK-BASE-IRRF
                           * WRK-TB-IR-ALIQ(WRK-IDX) / 100
                   IF WRK-IRRF-BRUTO <
                              WRK-TB-IR-DEDUCAO(WRK-IDX)
                       MOVE ZEROS TO WRK-IRRF
                   ELSE
                       COMPUTE WRK-IRRF = WRK-IRRF-BRUTO
                           - WRK-TB-IR-DEDUCAO(WRK-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       0260-REGISTRAR-AUDITORIA.
           MOVE WRK-DATASYS  TO AT-DATA.
           MOVE WRK-HORASYS  TO AT-HORA.
           MOVE DS-USUARIO   TO AT-USUARIO.
           MOVE 'PROGCOB86'  TO AT-PROGRAMA.
           MOVE 'DISSIDIO PENDENTE' TO AT-OPERACAO.
           MOVE SPACES       TO AT-ENTRADA.
           STRING WRK-MATRICULA ' ' WRK-NOME
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES       TO AT-RESULTADO.
           STRING 'SALARIO NOVO ' WRK-SALARIO-ED
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0300-FINALIZAR.
           IF NOT ABANDONAR-DISSIDIO
               MOVE WRK-TOTAL-BRUTO TO DG-D-BRUTO
               MOVE WRK-TOTAL-INSS  TO DG-D-INSS
               MOVE WRK-TOTAL-IRRF  TO DG-D-IRRF
               PERFORM 0240-QUEBRA-PAGINA
               WRITE DR-LINHA FROM DR-TOTAL-GERAL
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE DR-LINHA FROM RW-TRAILER

               CLOSE EMPLOYEE-MASTER
               CLOSE DISSIDIO-DIFF
               CLOSE DISSIDIO-RPT
               CLOSE PENDING-CHANGES
               CLOSE AUDIT-TRAIL

               DISPLAY '-------------------------'
               DISPLAY 'FUNCIONARIOS LIDOS............ ' WRK-QT-LIDOS
               DISPLAY 'REAJUSTES PENDENTES (EMPPEND). '
                   WRK-QT-REAJUSTADOS
               DISPLAY 'FORA DO ACORDO................ ' WRK-QT-FORA
               DISPLAY 'DIFERENCAS GRAVADAS (DISSDIF). '
                   WRK-QT-DIFERENCAS
               DISPLAY 'COMPETENCIA DO PAGAMENTO...... '
                   WRK-MES-PAGAMENTO
               MOVE WRK-TOTAL-AUMENTO TO WRK-TOTAL-ED
               DISPLAY 'AUMENTO MENSAL TOTAL R$....... ' WRK-TOTAL-ED
               MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED
               DISPLAY 'DIFERENCAS A PAGAR R$......... ' WRK-TOTAL-ED
               MOVE WRK-TOTAL-FGTS TO WRK-TOTAL-ED
               DISPLAY 'FGTS DAS DIFERENCAS R$........ ' WRK-TOTAL-ED
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS TO RLP-LIDOS.
           MOVE WRK-QT-REAJUSTADOS TO RLP-GRAVADOS.
           MOVE WRK-QT-FORA TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
