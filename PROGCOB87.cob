       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB87.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PROVISAO MENSAL DE FERIAS (COM O TERCO) E DE 13O
      *     SALARIO. ATE AGORA A DESPESA INTEIRA CAIA NO RAZAO SO NO
      *     MES DO PAGAMENTO; A CONTABILIDADE QUER O PASSIVO
      *     RECONHECIDO MES A MES. RODA DEPOIS DO FECHAMENTO DA
      *     FOLHA (PROGCOB04) E, PARA CADA FUNCIONARIO DO EMPMAST:
      *     - FERIAS: SALDO DE DIAS DO VACSALDO (APURADO PELO
      *       PROGCOB25 A PARTIR DO VACMOV) MAIS OS AVOS DO PERIODO
      *       EM CURSO, TUDO COM O TERCO CONSTITUCIONAL;
      *     - 13O: AVOS DO ANO X SALARIO / 12 (EM DEZEMBRO O 13O JA
      *       FOI QUITADO NO FECHAMENTO E A PROVISAO ZERA);
      *     - ENCARGOS: INSS PATRONAL (PROVPARM) E FGTS SOBRE AS
      *       DUAS PROVISOES.
      *     OS AVOS SAO OS MESES JA PAGOS NO PAYHIST NO ANO, O MESMO
      *     CRITERIO DA RESCISAO (PROGCOB57). O ACUMULADO POR CENTRO
      *     DE CUSTO (CCMAST) VAI PARA O GL-EXTRACT (EM EXTEND) EM
      *     PARES BALANCEADOS COM AS CONTAS VIGENTES DO COAMAP:
      *     PRIMEIRO O ESTORNO DA PROVISAO DO MES ANTERIOR (GUARDADA
      *     NO PROVSALD), DEPOIS A PROVISAO NOVA - O RAZAO SO MOSTRA
      *     O PASSIVO ATUAL. O BATCTRL IMPEDE LANCAR DUAS VEZES NO
      *     MESMO MES. A ABERTURA POR FUNCIONARIO SAI NO PROVRPT
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO, EM LINHA
      *            PROPRIA (PROGCOB89); A LINHA DA PLR NAO CONTA COMO
      *            MES PAGO NOS AVOS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISION-PARMS ASSIGN TO 'PROVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVPARM.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT VACATION-BALANCE ASSIGN TO 'VACSALDO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACSALDO.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT COST-CENTER-MASTER ASSIGN TO 'CCMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCMAST.

           SELECT COA-MAP ASSIGN TO 'COAMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COAMAP.

           SELECT PROVISION-BALANCE ASSIGN TO 'PROVSALD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVSALD.

           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLEXTRACT.

           SELECT PROVISION-RPT ASSIGN TO 'PROVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROVRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVISION-PARMS.
       01  PP-REGISTRO.
           02 PP-ALIQ-INSS      PIC 9(02)V99.
           02 PP-ALIQ-FGTS      PIC 9(02)V99.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  VACATION-BALANCE.
           COPY 'VACSALDO.COB'.

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

       FD  COST-CENTER-MASTER.
       01  CC-REGISTRO.
           02 CC-CODIGO       PIC 9(04).
           02 CC-DESCRICAO    PIC X(20).

       FD  COA-MAP.
       01  CA-REGISTRO.
           02 CA-EVENTO       PIC X(10).
           02 CA-CONTA        PIC 9(08).
           02 CA-VALIDADE-INI PIC 9(08).
           02 CA-VALIDADE-FIM PIC 9(08).

      *    PROVISAO POSTADA NO ULTIMO MES, POR CENTRO DE CUSTO E
      *    NA ORDEM FERIAS / 13O / INSS / FGTS - E O QUE A RODADA
      *    SEGUINTE ESTORNA
       FD  PROVISION-BALANCE.
       01  PA-REGISTRO.
           02 PA-COMPETENCIA    PIC 9(06).
           02 PA-CENTRO-CUSTO   PIC 9(04).
           02 PA-VALOR          PIC 9(10)V99 OCCURS 4 TIMES.

       FD  GL-EXTRACT.
       01  GL-LINHA           PIC X(70).

       FD  PROVISION-RPT.
       01  PR-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-PROVPARM  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-VACSALDO  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PAYHIST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-CCMAST    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-COAMAP    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PROVSALD  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-GLEXTRACT PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PROVRPT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BATCTRL   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-VACSALDO PIC X(01)       VALUE 'N'.
           88 FIM-VACSALDO  VALUE 'S'.
       77  WRK-EOF-PAYHIST  PIC X(01)       VALUE 'N'.
           88 FIM-PAYHIST   VALUE 'S'.
       77  WRK-EOF-CCMAST   PIC X(01)       VALUE 'N'.
           88 FIM-CCMAST    VALUE 'S'.
       77  WRK-EOF-COAMAP   PIC X(01)       VALUE 'N'.
           88 FIM-COAMAP    VALUE 'S'.
       77  WRK-EOF-PROVSALD PIC X(01)       VALUE 'N'.
           88 FIM-PROVSALD  VALUE 'S'.
       77  WRK-EOF-BATCTRL  PIC X(01)       VALUE 'N'.
           88 FIM-BATCTRL   VALUE 'S'.
       77  WRK-JA-RODOU     PIC X(01)       VALUE 'N'.
           88 JA-RODOU-NO-MES VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-PROVISAO VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANOMES       PIC 9(06)       VALUE ZEROS.
       77  WRK-ANOSYS       PIC 9(04)       VALUE ZEROS.
       77  WRK-MESSYS       PIC 9(02)       VALUE ZEROS.
       77  WRK-ALIQ-INSS    PIC 9(02)V99    VALUE 20,00.
       77  WRK-ALIQ-FGTS    PIC 9(02)V99    VALUE 08,00.
       77  WRK-IDX          PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-CC       PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-COA      PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-EVT      PIC 9(01)       VALUE ZEROS.
       77  WRK-CC-ACHADO    PIC 9(02)       VALUE ZEROS.
       77  WRK-EVENTO       PIC X(10)       VALUE SPACES.
       77  WRK-CONTA-CTB    PIC 9(08)       VALUE ZEROS.
       77  WRK-CONTA-ACHADA PIC X(01)       VALUE 'N'.
       77  WRK-SALDO-ACHADO PIC X(01)       VALUE 'N'.
       77  WRK-AVOS         PIC 9(02)       VALUE ZEROS.
       77  WRK-SALDO-DIAS   PIC 9(04)       VALUE ZEROS.
       77  WRK-DIAS-PROVISAO PIC 9(05)      VALUE ZEROS.
       77  WRK-BASE-ENCARGO PIC 9(08)V99    VALUE ZEROS.
       77  WRK-ENCARGOS     PIC 9(08)V99    VALUE ZEROS.
       77  WRK-VALOR        PIC 9(10)V99    VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-PROVISIONADOS PIC 9(06)   VALUE ZEROS.
       77  WRK-QT-REJEITADOS PIC 9(06)      VALUE ZEROS.
       77  WRK-QT-SEM-SALDO PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-GL-LINHAS PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOTAL-ESTORNO PIC 9(10)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    OS QUATRO COMPONENTES DA PROVISAO, CADA UM COM O EVENTO
      *    DE DESPESA (DEBITO) E O DE PASSIVO (CREDITO) NO COAMAP
       01  WRK-EVENTOS-VALORES.
           02 FILLER PIC X(26) VALUE 'FERIASDESPFERIASPROVFERIAS'.
           02 FILLER PIC X(26) VALUE '13O   DESPDECIMOPROVDECIMO'.
           02 FILLER PIC X(26) VALUE 'INSS  DESPINSSPVPROVINSSPV'.
           02 FILLER PIC X(26) VALUE 'FGTS  DESPFGTSPVPROVFGTSPV'.
       01  WRK-TB-EVENTOS REDEFINES WRK-EVENTOS-VALORES.
           02 WRK-TB-EVT-ITEM OCCURS 4 TIMES.
               03 WRK-TB-EVT-DESCR    PIC X(06).
               03 WRK-TB-EVT-DESPESA  PIC X(10).
               03 WRK-TB-EVT-PASSIVO  PIC X(10).
       01  WRK-TB-CONTAS.
           02 WRK-TB-CTA-ITEM OCCURS 4 TIMES.
               03 WRK-TB-CTA-DESPESA  PIC 9(08).
               03 WRK-TB-CTA-PASSIVO  PIC 9(08).
      *    PROVISAO DO FUNCIONARIO CORRENTE, NA ORDEM DOS EVENTOS
       01  WRK-PROVISAO-FUNC.
           02 WRK-PROV-VALOR  PIC 9(08)V99 OCCURS 4 TIMES.
       01  WRK-TB-SALDOS.
           02 WRK-TB-SAL-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-SAL-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-SAL-MATR  PIC 9(06).
               03 WRK-TB-SAL-DIAS  PIC S9(04).
       01  WRK-TB-MESES-PAGOS.
           02 WRK-TB-PAG-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-PAG-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-PAG-MATR  PIC 9(06).
       01  WRK-TB-CC.
           02 WRK-TB-CC-QTD   PIC 9(02) VALUE ZEROS.
           02 WRK-TB-CC-ITEM OCCURS 50 TIMES.
               03 WRK-TB-CC-CODIGO  PIC 9(04).
               03 WRK-TB-CC-DESCR   PIC X(20).
               03 WRK-TB-CC-VALOR   PIC 9(10)V99 OCCURS 4 TIMES.
       01  WRK-TB-ANTERIOR.
           02 WRK-TB-ANT-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ANT-ITEM OCCURS 50 TIMES.
               03 WRK-TB-ANT-CC     PIC 9(04).
               03 WRK-TB-ANT-VALOR  PIC 9(10)V99 OCCURS 4 TIMES.
       01  WRK-TB-COA.
           02 WRK-TB-COA-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-COA-ITEM OCCURS 50 TIMES.
               03 WRK-TB-COA-EVENTO PIC X(10).
               03 WRK-TB-COA-CONTA  PIC 9(08).
               03 WRK-TB-COA-INI    PIC 9(08).
               03 WRK-TB-COA-FIM    PIC 9(08).
      *    AS LINHAS DA PROVISAO SAEM NO MESMO DESENHO DA LINHA DE
      *    TOTAL DA FOLHA, COM ROTULOS PROPRIOS PARA O CONFERIDOR
      *    (PROGCOB24) SOMA-LOS FORA DA CONFERENCIA DA FOLHA
       01  GL-DEBITO-PROVISAO.
           02 FILLER        PIC X(15) VALUE 'RAZAO - PROVD: '.
           02 GP-D-CONTA    PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GP-D-DESCR    PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GP-D-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01  GL-CREDITO-PROVISAO.
           02 FILLER        PIC X(15) VALUE 'RAZAO - PROVC: '.
           02 GP-C-CONTA    PIC 9(08).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GP-C-DESCR    PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GP-C-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01  PR-DETALHE.
           02 PR-D-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-CC         PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-AVOS       PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-SALDO      PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-FERIAS     PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-DECIMO     PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-ENCARGOS   PIC ZZZ.ZZ9,99.
       01  PR-CENTRO-CUSTO.
           02 FILLER          PIC X(04) VALUE 'CC  '.
           02 PR-C-CC         PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-C-DESCR      PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-C-FERIAS     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-C-DECIMO     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-C-ENCARGOS   PIC ZZ.ZZZ.ZZ9,99.
       01  PR-TOTAL.
           02 FILLER          PIC X(30) VALUE
              'PASSIVO TOTAL PROVISIONADO R$ '.
           02 PR-T-PROVISAO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(12) VALUE ' ESTORNO R$ '.
           02 PR-T-ESTORNO    PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0060-CONFERIR-REEXECUCAO.
           IF JA-RODOU-NO-MES
               DISPLAY 'PROVISAO DE FERIAS E 13O JA LANCADA NESTE'
                       ' MES (BATCTRL) - REEXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-PROVISAO
                   DISPLAY '*** PROVISAO ABANDONADA - NADA LANCADO'
                           ' ***'
               ELSE
                   PERFORM 0200-PROCESSAR UNTIL FIM-EMPMAST
               END-IF
               PERFORM 0300-FINALIZAR
           END-IF.

           GOBACK.

       0060-CONFERIR-REEXECUCAO.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES.
           MOVE WRK-DATASYS(1:4) TO WRK-ANOSYS.
           MOVE WRK-DATASYS(5:2) TO WRK-MESSYS.
           OPEN INPUT BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '00'
               PERFORM 0070-LER-CONTROLE
               PERFORM UNTIL FIM-BATCTRL
                   IF BC-PROGRAMA = 'PROGCOB87 '
                      AND BC-DATA(1:6) = WRK-ANOMES
                       MOVE 'S' TO WRK-JA-RODOU
                   END-IF
                   PERFORM 0070-LER-CONTROLE
               END-PERFORM
               CLOSE BATCH-CONTROL
           END-IF.

       0070-LER-CONTROLE.
           READ BATCH-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-BATCTRL
           END-READ.

       0100-INICIALIZAR.
           MOVE 'PROGCOB87 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-COAMAP.
           PERFORM 0125-RESOLVER-CONTAS.
           IF NOT ABANDONAR-PROVISAO
               PERFORM 0130-CARREGAR-CC
               PERFORM 0140-CARREGAR-SALDOS-FERIAS
           END-IF.
           IF NOT ABANDONAR-PROVISAO
               PERFORM 0150-CARREGAR-MESES-PAGOS
           END-IF.
           IF NOT ABANDONAR-PROVISAO
               PERFORM 0160-CARREGAR-PROVISAO-ANTERIOR
           END-IF.

           IF NOT ABANDONAR-PROVISAO
               OPEN INPUT EMPLOYEE-MASTER
               OPEN OUTPUT PROVISION-RPT

               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF

               MOVE 'PROVISAO DE FERIAS E 13O SALARIO' TO RW-TITULO
               MOVE 'MATR / NOME / CC / AVOS / SALDO / FERIAS / 13O'
                 TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE

               PERFORM 0180-LER-EMPLOYEE-MASTER
           END-IF.

      *    O PROVPARM E OPCIONAL: SEM ELE VALEM AS ALIQUOTAS PADRAO
      *    DE INSS PATRONAL (20%) E FGTS (8%)
       0110-LER-PARAMETROS.
           OPEN INPUT PROVISION-PARMS.
           IF WRK-FS-PROVPARM = '00'
               READ PROVISION-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-ALIQ-INSS > ZEROS
                           MOVE PP-ALIQ-INSS TO WRK-ALIQ-INSS
                       END-IF
                       IF PP-ALIQ-FGTS > ZEROS
                           MOVE PP-ALIQ-FGTS TO WRK-ALIQ-FGTS
                       END-IF
               END-READ
               CLOSE PROVISION-PARMS
           END-IF.

       0120-CARREGAR-COAMAP.
           OPEN INPUT COA-MAP.
           IF WRK-FS-COAMAP = '00'
               PERFORM 0128-LER-COAMAP
               PERFORM UNTIL FIM-COAMAP
                              OR WRK-TB-COA-QTD = 50
                   ADD 1 TO WRK-TB-COA-QTD
                   MOVE CA-EVENTO
                     TO WRK-TB-COA-EVENTO(WRK-TB-COA-QTD)
                   MOVE CA-CONTA
                     TO WRK-TB-COA-CONTA(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-INI
                     TO WRK-TB-COA-INI(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-FIM
                     TO WRK-TB-COA-FIM(WRK-TB-COA-QTD)
                   PERFORM 0128-LER-COAMAP
               END-PERFORM
               CLOSE COA-MAP
           END-IF.

      *    OS OITO EVENTOS PRECISAM DE CONTA VIGENTE ANTES DE
      *    QUALQUER LANCAMENTO: PROVISAO PELA METADE DEIXARIA O
      *    PROVSALD DIFERENTE DO QUE FOI POSTADO E O ESTORNO DO MES
      *    SEGUINTE SAIRIA ERRADO
       0125-RESOLVER-CONTAS.
           PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                           UNTIL WRK-IDX-EVT > 4
               MOVE WRK-TB-EVT-DESPESA(WRK-IDX-EVT) TO WRK-EVENTO
               PERFORM 0190-BUSCAR-CONTA
               MOVE WRK-CONTA-CTB
                 TO WRK-TB-CTA-DESPESA(WRK-IDX-EVT)
               IF WRK-CONTA-ACHADA = 'N'
                   DISPLAY '*** EVENTO ' WRK-EVENTO ' SEM CONTA'
                           ' CONTABIL VIGENTE ***'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               MOVE WRK-TB-EVT-PASSIVO(WRK-IDX-EVT) TO WRK-EVENTO
               PERFORM 0190-BUSCAR-CONTA
               MOVE WRK-CONTA-CTB
                 TO WRK-TB-CTA-PASSIVO(WRK-IDX-EVT)
               IF WRK-CONTA-ACHADA = 'N'
                   DISPLAY '*** EVENTO ' WRK-EVENTO ' SEM CONTA'
                           ' CONTABIL VIGENTE ***'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           END-PERFORM.
           IF ABANDONAR-PROVISAO
               MOVE 16 TO RETURN-CODE
           END-IF.

       0128-LER-COAMAP.
           READ COA-MAP
               AT END
                   MOVE 'S' TO WRK-EOF-COAMAP
           END-READ.

       0130-CARREGAR-CC.
           OPEN INPUT COST-CENTER-MASTER.
           IF WRK-FS-CCMAST = '00'
               PERFORM 0135-LER-CC
               PERFORM UNTIL FIM-CCMAST
                              OR WRK-TB-CC-QTD = 50
                   ADD 1 TO WRK-TB-CC-QTD
                   MOVE CC-CODIGO
                     TO WRK-TB-CC-CODIGO(WRK-TB-CC-QTD)
                   MOVE CC-DESCRICAO
                     TO WRK-TB-CC-DESCR(WRK-TB-CC-QTD)
                   PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                                   UNTIL WRK-IDX-EVT > 4
                       MOVE ZEROS TO
                           WRK-TB-CC-VALOR(WRK-TB-CC-QTD, WRK-IDX-EVT)
                   END-PERFORM
                   PERFORM 0135-LER-CC
               END-PERFORM
               CLOSE COST-CENTER-MASTER
           END-IF.

       0135-LER-CC.
           READ COST-CENTER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CCMAST
           END-READ.

      *    SEM O VACSALDO DO MES (PROGCOB25 NAO RODOU OU RODOU EM
      *    OUTRO MES) A PROVISAO DE FERIAS SAIRIA ERRADA: ABANDONA
       0140-CARREGAR-SALDOS-FERIAS.
           OPEN INPUT VACATION-BALANCE.
           IF WRK-FS-VACSALDO = '00'
               PERFORM 0145-LER-SALDO-FERIAS
               PERFORM UNTIL FIM-VACSALDO OR ABANDONAR-PROVISAO
                   IF VS-DATA(1:6) NOT = WRK-ANOMES
                       DISPLAY '*** VACSALDO DESATUALIZADO - APURADO'
                               ' EM ' VS-DATA ' ***'
                       MOVE 'S' TO WRK-ABANDONAR
                   ELSE
                       IF WRK-TB-SAL-QTD = 2000
                           DISPLAY '*** VACSALDO EXCEDE A TABELA DE'
                                   ' 2000 FUNCIONARIOS ***'
                           MOVE 'S' TO WRK-ABANDONAR
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-TB-SAL-QTD
                           MOVE VS-MATRICULA
                             TO WRK-TB-SAL-MATR(WRK-TB-SAL-QTD)
                           MOVE VS-SALDO
                             TO WRK-TB-SAL-DIAS(WRK-TB-SAL-QTD)
                       END-IF
                   END-IF
                   PERFORM 0145-LER-SALDO-FERIAS
               END-PERFORM
               CLOSE VACATION-BALANCE
           ELSE
               DISPLAY '*** VACSALDO AUSENTE - RODAR O PROGCOB25'
                       ' ANTES DA PROVISAO ***'
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.
           IF ABANDONAR-PROVISAO AND RETURN-CODE = ZEROS
               MOVE 16 TO RETURN-CODE
           END-IF.

       0145-LER-SALDO-FERIAS.
           READ VACATION-BALANCE
               AT END
                   MOVE 'S' TO WRK-EOF-VACSALDO
           END-READ.

      *    UM AVO POR MES JA PAGO NO PAYHIST NO ANO CORRENTE, COMO
      *    NA RESCISAO (PROGCOB57); SO AS LINHAS DO ANO ENTRAM, E A
      *    LINHA DA PLR (PROGCOB89) NAO E MES DE FOLHA
       0150-CARREGAR-MESES-PAGOS.
           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0155-LER-HISTORICO
               PERFORM UNTIL FIM-PAYHIST OR ABANDONAR-PROVISAO
                   IF PH-ANO = WRK-ANOSYS
                      AND PH-PLR = ZEROS
                       IF WRK-TB-PAG-QTD = 2000
                           DISPLAY '*** PAYHIST DO ANO EXCEDE A'
                                   ' TABELA DE 2000 MESES ***'
                           MOVE 'S' TO WRK-ABANDONAR
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-TB-PAG-QTD
                           MOVE PH-MATRICULA
                             TO WRK-TB-PAG-MATR(WRK-TB-PAG-QTD)
                       END-IF
                   END-IF
                   PERFORM 0155-LER-HISTORICO
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       0155-LER-HISTORICO.
           READ PAYROLL-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-PAYHIST
           END-READ.

      *    O PROVSALD E OPCIONAL: NA PRIMEIRA RODADA NAO HA O QUE
      *    ESTORNAR
       0160-CARREGAR-PROVISAO-ANTERIOR.
           OPEN INPUT PROVISION-BALANCE.
           IF WRK-FS-PROVSALD = '00'
               PERFORM 0165-LER-PROVISAO-ANTERIOR
               PERFORM UNTIL FIM-PROVSALD OR ABANDONAR-PROVISAO
                   IF WRK-TB-ANT-QTD = 50
                       DISPLAY '*** PROVSALD EXCEDE A TABELA DE'
                               ' 50 CENTROS DE CUSTO ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-ANT-QTD
                       MOVE PA-CENTRO-CUSTO
                         TO WRK-TB-ANT-CC(WRK-TB-ANT-QTD)
                       PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                                       UNTIL WRK-IDX-EVT > 4
                           MOVE PA-VALOR(WRK-IDX-EVT) TO
                             WRK-TB-ANT-VALOR(WRK-TB-ANT-QTD,
                                              WRK-IDX-EVT)
                       END-PERFORM
                   END-IF
                   PERFORM 0165-LER-PROVISAO-ANTERIOR
               END-PERFORM
               CLOSE PROVISION-BALANCE
           END-IF.

       0165-LER-PROVISAO-ANTERIOR.
           READ PROVISION-BALANCE
               AT END
                   MOVE 'S' TO WRK-EOF-PROVSALD
           END-READ.

       0180-LER-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    BUSCA A CONTA DO EVENTO VIGENTE NA DATA DA RODADA
       0190-BUSCAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           MOVE ZEROS TO WRK-CONTA-CTB.
           PERFORM VARYING WRK-IDX-COA FROM 1 BY 1
                           UNTIL WRK-IDX-COA > WRK-TB-COA-QTD
               IF WRK-TB-COA-EVENTO(WRK-IDX-COA) = WRK-EVENTO
                  AND WRK-DATASYS NOT <
                          WRK-TB-COA-INI(WRK-IDX-COA)
                  AND WRK-DATASYS NOT >
                          WRK-TB-COA-FIM(WRK-IDX-COA)
                   MOVE WRK-TB-COA-CONTA(WRK-IDX-COA)
                     TO WRK-CONTA-CTB
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.

           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-CC-QTD
                              OR WRK-CC-ACHADO > ZEROS
               IF WRK-TB-CC-CODIGO(WRK-IDX-CC) = EM-CENTRO-CUSTO
                   MOVE WRK-IDX-CC TO WRK-CC-ACHADO
               END-IF
           END-PERFORM.

           IF WRK-CC-ACHADO = ZEROS
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE 'PROGCOB87 ' TO EC-PROGRAMA
               MOVE WRK-DATASYS  TO EC-DATA
               MOVE SPACES       TO EC-ENTRADA
               STRING EM-MATRICULA ' ' EM-NOME
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'CENTRO CUSTO INVALIDO' TO EC-MOTIVO
               WRITE EC-REGISTRO
           ELSE
               PERFORM 0210-CALCULAR-PROVISAO
               PERFORM 0220-IMPRIMIR-FUNCIONARIO
               PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                               UNTIL WRK-IDX-EVT > 4
                   ADD WRK-PROV-VALOR(WRK-IDX-EVT) TO
                       WRK-TB-CC-VALOR(WRK-CC-ACHADO, WRK-IDX-EVT)
                   ADD WRK-PROV-VALOR(WRK-IDX-EVT)
                     TO WRK-TOTAL-PROVISAO
               END-PERFORM
               ADD 1 TO WRK-QT-PROVISIONADOS
           END-IF.

           PERFORM 0180-LER-EMPLOYEE-MASTER.

      *    FERIAS = SALARIO X (SALDO EM DIAS / 30 + AVOS / 12),
      *    MAIS O TERCO; O SALDO NEGATIVO (FERIAS ANTECIPADAS) NAO
      *    ABATE A PROVISAO DO PERIODO EM CURSO. 13O = SALARIO X
      *    AVOS / 12. OS ENCARGOS INCIDEM SOBRE AS DUAS PROVISOES
       0210-CALCULAR-PROVISAO.
           MOVE ZEROS TO WRK-AVOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-PAG-QTD
               IF WRK-TB-PAG-MATR(WRK-IDX) = EM-MATRICULA
                   ADD 1 TO WRK-AVOS
               END-IF
           END-PERFORM.
           IF WRK-AVOS > 12
               MOVE 12 TO WRK-AVOS
           END-IF.

           MOVE ZEROS TO WRK-SALDO-DIAS.
           MOVE 'N' TO WRK-SALDO-ACHADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-SAL-QTD
                              OR WRK-SALDO-ACHADO = 'S'
               IF WRK-TB-SAL-MATR(WRK-IDX) = EM-MATRICULA
                   MOVE 'S' TO WRK-SALDO-ACHADO
                   IF WRK-TB-SAL-DIAS(WRK-IDX) > ZEROS
                       MOVE WRK-TB-SAL-DIAS(WRK-IDX)
                         TO WRK-SALDO-DIAS
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-SALDO-ACHADO = 'N'
               ADD 1 TO WRK-QT-SEM-SALDO
           END-IF.

      *    DIAS DE DIREITO EM DOZE AVOS: SALDO X 12 + AVOS X 30
           COMPUTE WRK-DIAS-PROVISAO = WRK-SALDO-DIAS * 12
               + WRK-AVOS * 30.
           COMPUTE WRK-PROV-VALOR(1) ROUNDED = EM-SALARIO
               * WRK-DIAS-PROVISAO * 4 / 1080.

      *    EM DEZEMBRO O FECHAMENTO JA QUITOU O 13O DO ANO
           IF WRK-MESSYS = 12
               MOVE ZEROS TO WRK-PROV-VALOR(2)
           ELSE
               COMPUTE WRK-PROV-VALOR(2) ROUNDED =
                   EM-SALARIO / 12 * WRK-AVOS
           END-IF.

           COMPUTE WRK-BASE-ENCARGO = WRK-PROV-VALOR(1)
               + WRK-PROV-VALOR(2).
           COMPUTE WRK-PROV-VALOR(3) ROUNDED =
               WRK-BASE-ENCARGO * WRK-ALIQ-INSS / 100.
           COMPUTE WRK-PROV-VALOR(4) ROUNDED =
               WRK-BASE-ENCARGO * WRK-ALIQ-FGTS / 100.

       0220-IMPRIMIR-FUNCIONARIO.
           MOVE EM-MATRICULA      TO PR-D-MATRICULA.
           MOVE EM-NOME           TO PR-D-NOME.
           MOVE EM-CENTRO-CUSTO   TO PR-D-CC.
           MOVE WRK-AVOS          TO PR-D-AVOS.
           MOVE WRK-SALDO-DIAS    TO PR-D-SALDO.
           MOVE WRK-PROV-VALOR(1) TO PR-D-FERIAS.
           MOVE WRK-PROV-VALOR(2) TO PR-D-DECIMO.
           COMPUTE WRK-ENCARGOS = WRK-PROV-VALOR(3)
               + WRK-PROV-VALOR(4).
           MOVE WRK-ENCARGOS      TO PR-D-ENCARGOS.
           PERFORM 0240-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-DETALHE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0240-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PR-LINHA FROM RW-CABECALHO1
               WRITE PR-LINHA FROM RW-CABECALHO2
               WRITE PR-LINHA FROM RW-COLUNAS
           END-IF.

      *    PAR BALANCEADO: CHAMADO COM GP-D-/GP-C- JA CARREGADOS
       0250-POSTAR-PAR.
           WRITE GL-LINHA FROM GL-DEBITO-PROVISAO.
           WRITE GL-LINHA FROM GL-CREDITO-PROVISAO.
           ADD 2 TO WRK-QT-GL-LINHAS.

      *    ESTORNO DO MES ANTERIOR: DEBITA O PASSIVO E CREDITA A
      *    DESPESA PELO VALOR QUE FOI PROVISIONADO
       0310-POSTAR-ESTORNOS.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-ANT-QTD
               PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                               UNTIL WRK-IDX-EVT > 4
                   MOVE WRK-TB-ANT-VALOR(WRK-IDX-CC, WRK-IDX-EVT)
                     TO WRK-VALOR
                   IF WRK-VALOR > ZEROS
                       MOVE WRK-TB-CTA-PASSIVO(WRK-IDX-EVT)
                         TO GP-D-CONTA
                       MOVE WRK-TB-CTA-DESPESA(WRK-IDX-EVT)
                         TO GP-C-CONTA
                       MOVE SPACES TO GP-D-DESCR
                       STRING 'ESTORNO  ' WRK-TB-EVT-DESCR(WRK-IDX-EVT)
                              ' ' WRK-TB-ANT-CC(WRK-IDX-CC)
                           DELIMITED BY SIZE INTO GP-D-DESCR
                       MOVE GP-D-DESCR TO GP-C-DESCR
                       MOVE WRK-VALOR TO GP-D-VALOR GP-C-VALOR
                       PERFORM 0250-POSTAR-PAR
                       ADD WRK-VALOR TO WRK-TOTAL-ESTORNO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    PROVISAO NOVA: DEBITA A DESPESA E CREDITA O PASSIVO,
      *    E O ACUMULADO DE CADA CENTRO DE CUSTO VAI PARA O
      *    PROVSALD PARA SER ESTORNADO NO MES SEGUINTE
       0320-POSTAR-PROVISOES.
           OPEN OUTPUT PROVISION-BALANCE.
           PERFORM VARYING WRK-IDX-CC FROM 1 BY 1
                           UNTIL WRK-IDX-CC > WRK-TB-CC-QTD
               MOVE WRK-ANOMES TO PA-COMPETENCIA
               MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO PA-CENTRO-CUSTO
               PERFORM VARYING WRK-IDX-EVT FROM 1 BY 1
                               UNTIL WRK-IDX-EVT > 4
                   MOVE WRK-TB-CC-VALOR(WRK-IDX-CC, WRK-IDX-EVT)
                     TO WRK-VALOR PA-VALOR(WRK-IDX-EVT)
                   IF WRK-VALOR > ZEROS
                       MOVE WRK-TB-CTA-DESPESA(WRK-IDX-EVT)
                         TO GP-D-CONTA
                       MOVE WRK-TB-CTA-PASSIVO(WRK-IDX-EVT)
                         TO GP-C-CONTA
                       MOVE SPACES TO GP-D-DESCR
                       STRING 'PROVISAO ' WRK-TB-EVT-DESCR(WRK-IDX-EVT)
                              ' ' WRK-TB-CC-CODIGO(WRK-IDX-CC)
                           DELIMITED BY SIZE INTO GP-D-DESCR
                       MOVE GP-D-DESCR TO GP-C-DESCR
                       MOVE WRK-VALOR TO GP-D-VALOR GP-C-VALOR
                       PERFORM 0250-POSTAR-PAR
                   END-IF
               END-PERFORM
               IF PA-VALOR(1) > ZEROS OR PA-VALOR(2) > ZEROS
                   WRITE PA-REGISTRO
                   PERFORM 0330-IMPRIMIR-CENTRO-CUSTO
               END-IF
           END-PERFORM.
           CLOSE PROVISION-BALANCE.

       0330-IMPRIMIR-CENTRO-CUSTO.
           MOVE WRK-TB-CC-CODIGO(WRK-IDX-CC) TO PR-C-CC.
           MOVE WRK-TB-CC-DESCR(WRK-IDX-CC)  TO PR-C-DESCR.
           MOVE PA-VALOR(1) TO PR-C-FERIAS.
           MOVE PA-VALOR(2) TO PR-C-DECIMO.
           COMPUTE WRK-VALOR = PA-VALOR(3) + PA-VALOR(4).
           MOVE WRK-VALOR   TO PR-C-ENCARGOS.
           PERFORM 0240-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-CENTRO-CUSTO.

       0300-FINALIZAR.
           IF NOT ABANDONAR-PROVISAO
               CLOSE EMPLOYEE-MASTER
               CLOSE SYSTEM-EXCEPTIONS

               OPEN EXTEND GL-EXTRACT
               IF WRK-FS-GLEXTRACT = '05' OR WRK-FS-GLEXTRACT = '35'
                   OPEN OUTPUT GL-EXTRACT
               END-IF
               PERFORM 0310-POSTAR-ESTORNOS
               PERFORM 0320-POSTAR-PROVISOES
               CLOSE GL-EXTRACT

               MOVE WRK-TOTAL-PROVISAO TO PR-T-PROVISAO
               MOVE WRK-TOTAL-ESTORNO  TO PR-T-ESTORNO
               PERFORM 0240-QUEBRA-PAGINA
               WRITE PR-LINHA FROM PR-TOTAL
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE PR-LINHA FROM RW-TRAILER
               CLOSE PROVISION-RPT

               OPEN EXTEND BATCH-CONTROL
               IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
                   OPEN OUTPUT BATCH-CONTROL
               END-IF
               MOVE 'PROGCOB87 ' TO BC-PROGRAMA
               MOVE WRK-DATASYS  TO BC-DATA
               MOVE WRK-QT-LIDOS TO BC-REG-IN
               MOVE WRK-QT-GL-LINHAS TO BC-REG-OUT
               MOVE WRK-TOTAL-PROVISAO TO BC-VALOR-TOTAL
               WRITE BC-REGISTRO
               CLOSE BATCH-CONTROL

               IF WRK-QT-REJEITADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY '-------------------------'
               DISPLAY 'FUNCIONARIOS LIDOS............ ' WRK-QT-LIDOS
               DISPLAY 'FUNCIONARIOS PROVISIONADOS.... '
                   WRK-QT-PROVISIONADOS
               DISPLAY 'REJEITADOS (SYSEXCEP)......... '
                   WRK-QT-REJEITADOS
               DISPLAY 'SEM SALDO NO VACSALDO......... '
                   WRK-QT-SEM-SALDO
               DISPLAY 'LINHAS POSTADAS NO GLEXTRACT.. '
                   WRK-QT-GL-LINHAS
               MOVE WRK-TOTAL-ESTORNO TO WRK-TOTAL-ED
               DISPLAY 'ESTORNO DO MES ANTERIOR R$.... ' WRK-TOTAL-ED
               MOVE WRK-TOTAL-PROVISAO TO WRK-TOTAL-ED
               DISPLAY 'PROVISAO DO MES R$............ ' WRK-TOTAL-ED
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS TO RLP-LIDOS.
           MOVE WRK-QT-PROVISIONADOS TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADOS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
