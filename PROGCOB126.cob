       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PORTEIRO DOS STEPS DO FECHAMENTO DO MES (JOB
      *     MESFECH). A ORDEM DO FECHAMENTO (FOLHA PROGCOB04,
      *     DIARIO DE VENDAS PROGCOB70, CONFERENCIA DO RAZAO
      *     PROGCOB24, ORCAMENTO POR CENTRO PROGCOB59, FATURAMENTO
      *     PROGCOB54, MENSALIDADES PROGCOB72, AGING E COBRANCA
      *     PROGCOB56 E A TRAVA DO PERIODO) SAI DA CABECA DE UMA
      *     PESSOA E VAI PARA O SCHEDDEF, COM O PORTEIRO DE STEPS
      *     PROGCOB77 LIBERANDO, PULANDO OU BLOQUEANDO CADA STEP.
      *     O CARTAO DO SYSIN TRAZ A ACAO E O STEP:
      *       C - CALENDARIO: RC 0 SO NO ULTIMO DIA UTIL DO MES
      *           (SABADO, DOMINGO E HOLIDAY-FILE PELO PROGCOB16),
      *           RC 8 NOS DEMAIS DIAS;
      *       A - ABERTURA DO STEP NO PROGCOB77: RC 0 LIBERADO,
      *           RC 4 JA CONCLUIDO (PULADO NA RETOMADA), RC 8
      *           ANTECESSOR PENDENTE;
      *       F - CONCLUSAO DO STEP NO SCHEDCTL;
      *       T - TRAVA: SO FECHA O PERIODO NO PERIODCTL (MESMO
      *           REGISTRO E MESMA LINHA DE AUDIT-TRAIL DO
      *           PROGCOB79, USUARIO 'BATCH') QUANDO TODOS OS
      *           PROGRAMAS DO FECHAMENTO TEM REGISTRO NO BATCTRL
      *           DESDE A DATA DE REFERENCIA.
      *     A DATA DE REFERENCIA (A DATA DO SCHEDCTL DE TODOS OS
      *     STEPS) E O ULTIMO DIA UTIL DO MES. A RETOMADA DEPOIS
      *     DESSE DIA (VIRADA DA MEIA-NOITE, FIM DE SEMANA) CONTINUA
      *     NA MESMA REFERENCIA ENQUANTO O PERIODO NAO ESTIVER
      *     FECHADO E O FECHAMENTO TIVER COMECADO (ALGUM STEP 'MES'
      *     CONCLUIDO NO SCHEDCTL NAQUELA DATA)
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CONTROL ASSIGN TO 'SCHEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCHEDCTL.

           SELECT PERIOD-CONTROL ASSIGN TO 'PERIODCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODCTL.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL.
       01  SC-REGISTRO.
           02 SC-DATA         PIC 9(08).
           02 SC-STEP         PIC X(08).
           02 SC-STATUS       PIC X(01).
              88 SC-CONCLUIDO VALUE 'C'.

       FD  PERIOD-CONTROL.
       01  PD-REGISTRO.
           02 PD-ANOMES       PIC 9(06).
           02 PD-STATUS       PIC X(01).
           02 PD-USUARIO      PIC X(08).

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SCHEDCTL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERIODCTL  PIC X(02) VALUE ZEROS.
       77 WRK-FS-BATCTRL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SCHEDCTL  PIC X(01) VALUE 'N'.
          88 FIM-SCHEDCTL   VALUE 'S'.
       77 WRK-EOF-PERIODCTL PIC X(01) VALUE 'N'.
          88 FIM-PERIODCTL  VALUE 'S'.
       77 WRK-EOF-BATCTRL   PIC X(01) VALUE 'N'.
          88 FIM-BATCTRL    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77 WRK-CANDIDATA     PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-UTIL   PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-COMECOU       PIC X(01) VALUE 'N'.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PER       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-FALTANTES  PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    CARTAO DO SYSIN: ACAO (C/A/F/T) E NOME DO STEP
       01  WRK-CARTAO.
           02 WRK-C-ACAO      PIC X(01).
              88 ACAO-CALENDARIO VALUE 'C'.
              88 ACAO-ABRIR      VALUE 'A'.
              88 ACAO-FECHAR     VALUE 'F'.
              88 ACAO-TRAVAR     VALUE 'T'.
           02 FILLER          PIC X(01).
           02 WRK-C-STEP      PIC X(08).
           02 FILLER          PIC X(70).
      *    PROGRAMAS QUE PRECISAM TER REPORTADO SUCESSO NO BATCTRL
      *    ANTES DA TRAVA DO PERIODO
       01  WRK-PROGRAMAS-MES.
           02 FILLER          PIC X(10) VALUE 'PROGCOB04 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB70 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB24 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB59 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB54 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB72 '.
           02 FILLER          PIC X(10) VALUE 'PROGCOB56 '.
       01  WRK-TB-PROGRAMAS REDEFINES WRK-PROGRAMAS-MES.
           02 WRK-TB-PROGRAMA PIC X(10) OCCURS 7 TIMES.
       01  WRK-TB-REPORTOU.
           02 WRK-TB-OK       PIC X(01) OCCURS 7 TIMES.
       01  WRK-TB-PERIODOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 120 TIMES.
               03 WRK-TB-ANOMES  PIC 9(06).
               03 WRK-TB-STATUS  PIC X(01).
               03 WRK-TB-USUARIO PIC X(08).
           COPY 'SCHEDP.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE SPACES TO WRK-CARTAO.
           ACCEPT WRK-CARTAO FROM CONSOLE.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0100-APURAR-REFERENCIA.

           EVALUATE TRUE
               WHEN WRK-REFERENCIA = ZEROS
                   DISPLAY 'FORA DO ULTIMO DIA UTIL DO MES E SEM'
                           ' FECHAMENTO PENDENTE - ' WRK-C-STEP
                           ' NAO RODA'
                   MOVE 8 TO RETURN-CODE
               WHEN ACAO-CALENDARIO
                   DISPLAY 'FECHAMENTO DO MES LIBERADO - REFERENCIA '
                           WRK-REFERENCIA
               WHEN ACAO-ABRIR
                   PERFORM 0300-ABRIR-STEP
               WHEN ACAO-FECHAR
                   PERFORM 0400-CONCLUIR-STEP
               WHEN ACAO-TRAVAR
                   PERFORM 0500-TRAVAR-PERIODO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA NO CARTAO: ' WRK-C-ACAO
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      *    HOJE E O ULTIMO DIA UTIL DO MES: A REFERENCIA E HOJE.
      *    DEPOIS DELE (OU NO MES SEGUINTE, ANTES DO ULTIMO DIA UTIL
      *    DESTE), SO HA REFERENCIA SE O FECHAMENTO DAQUELA DATA
      *    COMECOU E O PERIODO AINDA NAO FOI TRAVADO - A RETOMADA
       0100-APURAR-REFERENCIA.
           MOVE ZEROS TO WRK-REFERENCIA.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           PERFORM 0110-ULTIMO-DIA-UTIL.

           EVALUATE TRUE
               WHEN WRK-DATASYS = WRK-ULTIMO-UTIL
                   MOVE WRK-DATASYS TO WRK-REFERENCIA
               WHEN WRK-DATASYS > WRK-ULTIMO-UTIL
                   MOVE WRK-ULTIMO-UTIL TO WRK-CANDIDATA
                   PERFORM 0150-CONFERIR-RETOMADA
               WHEN OTHER
                   MOVE WRK-DATASYS TO WRK-DATA-BASE
                   MOVE 01 TO WRK-DATA-BASE(7:2)
                   MOVE 'R' TO WRK-FUNCAO
                   MOVE 1 TO WRK-QT-DIAS
                   CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                           WRK-QT-DIAS WRK-DATA-RESULT
                                           WRK-DIAS-DIF WRK-DATA-VALIDA
                   MOVE WRK-DATA-RESULT TO WRK-DATA-BASE
                   PERFORM 0110-ULTIMO-DIA-UTIL
                   MOVE WRK-ULTIMO-UTIL TO WRK-CANDIDATA
                   PERFORM 0150-CONFERIR-RETOMADA
           END-EVALUATE.

      *    ULTIMO DIA UTIL DO MES DE WRK-DATA-BASE: PARTE DO ULTIMO
      *    DIA CORRIDO (FUNCAO 'M') E RECUA ATE A FUNCAO 'T' ACEITAR
       0110-ULTIMO-DIA-UTIL.
           MOVE 'M' TO WRK-FUNCAO.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-BASE TO WRK-ULTIMO-UTIL.
           MOVE WRK-QT-DIAS(3:2) TO WRK-ULTIMO-UTIL(7:2).

           MOVE 'T' TO WRK-FUNCAO.
           MOVE WRK-ULTIMO-UTIL TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           PERFORM UNTIL WRK-DATA-VALIDA = 'S'
               MOVE 'R' TO WRK-FUNCAO
               MOVE 1 TO WRK-QT-DIAS
               MOVE WRK-ULTIMO-UTIL TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               MOVE WRK-DATA-RESULT TO WRK-ULTIMO-UTIL
               MOVE 'T' TO WRK-FUNCAO
               MOVE WRK-ULTIMO-UTIL TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
           END-PERFORM.

       0150-CONFERIR-RETOMADA.
           MOVE WRK-CANDIDATA(1:6) TO WRK-ANOMES.
           PERFORM 0520-CARREGAR-PERIODOS.
           PERFORM 0160-LOCALIZAR-PERIODO.

           MOVE 'N' TO WRK-COMECOU.
           MOVE 'N' TO WRK-EOF-SCHEDCTL.
           OPEN INPUT SCHEDULE-CONTROL.
           IF WRK-FS-SCHEDCTL = '00'
               PERFORM 0170-LER-CONTROLE
               PERFORM UNTIL FIM-SCHEDCTL
                   IF SC-DATA = WRK-CANDIDATA AND SC-CONCLUIDO
                      AND SC-STEP(1:3) = 'MES'
                       MOVE 'S' TO WRK-COMECOU
                   END-IF
                   PERFORM 0170-LER-CONTROLE
               END-PERFORM
               CLOSE SCHEDULE-CONTROL
           END-IF.

           IF WRK-COMECOU = 'S'
               IF WRK-IDX-PER = ZEROS
                   MOVE WRK-CANDIDATA TO WRK-REFERENCIA
               ELSE
                   IF WRK-TB-STATUS(WRK-IDX-PER) NOT = 'F'
                       MOVE WRK-CANDIDATA TO WRK-REFERENCIA
                   END-IF
               END-IF
           END-IF.

       0160-LOCALIZAR-PERIODO.
           MOVE ZEROS TO WRK-IDX-PER.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-PER > ZEROS
               IF WRK-TB-ANOMES(WRK-IDX) = WRK-ANOMES
                   MOVE WRK-IDX TO WRK-IDX-PER
               END-IF
           END-PERFORM.

       0170-LER-CONTROLE.
           READ SCHEDULE-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-SCHEDCTL
           END-READ.

      *    O PROGCOB77 DECIDE PELO SCHEDDEF E PELO SCHEDCTL NA DATA
      *    DE REFERENCIA; O RC DIZ AO JCL SE O PROGRAMA RODA
       0300-ABRIR-STEP.
           MOVE WRK-C-STEP     TO SCP-STEP.
           MOVE WRK-REFERENCIA TO SCP-DATA.
           MOVE 'A' TO SCP-ACAO.
           CALL 'PROGCOB77' USING SCP-PARAMETROS.
           EVALUATE TRUE
               WHEN SCP-PULAR
                   DISPLAY WRK-C-STEP ' JA CONCLUIDO NO FECHAMENTO DE '
                           WRK-REFERENCIA ' - PULADO PELA RETOMADA'
                   MOVE 4 TO RETURN-CODE
               WHEN SCP-BLOQUEADO
                   DISPLAY WRK-C-STEP ' BLOQUEADO - ANTECESSOR AINDA'
                           ' NAO CONCLUIU'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY WRK-C-STEP ' LIBERADO'
           END-EVALUATE.

       0400-CONCLUIR-STEP.
           MOVE WRK-C-STEP     TO SCP-STEP.
           MOVE WRK-REFERENCIA TO SCP-DATA.
           MOVE 'F' TO SCP-ACAO.
           CALL 'PROGCOB77' USING SCP-PARAMETROS.
           DISPLAY WRK-C-STEP ' CONCLUIDO NO FECHAMENTO DE '
                   WRK-REFERENCIA.

      *    A TRAVA E UM STEP DO SCHEDDEF COMO OS OUTROS; ALEM DOS
      *    ANTECESSORES, CONFERE O BATCTRL DE TODOS OS PROGRAMAS
       0500-TRAVAR-PERIODO.
           PERFORM 0300-ABRIR-STEP.
           IF RETURN-CODE = ZEROS
               PERFORM 0510-CONFERIR-BATCTRL
               IF WRK-QT-FALTANTES > ZEROS
                   DISPLAY 'PERIODO ' WRK-REFERENCIA(1:6)
                           ' NAO FECHADO - ' WRK-QT-FALTANTES
                           ' PROGRAMA(S) SEM SUCESSO NO BATCTRL'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0550-FECHAR-PERIODO
               END-IF
           END-IF.

       0510-CONFERIR-BATCTRL.
           MOVE ALL 'N' TO WRK-TB-REPORTOU.
           MOVE 'N' TO WRK-EOF-BATCTRL.
           OPEN INPUT BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '00'
               PERFORM 0515-LER-BATCTRL
               PERFORM UNTIL FIM-BATCTRL
                   IF BC-DATA NOT < WRK-REFERENCIA
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                                       UNTIL WRK-IDX > 7
                           IF BC-PROGRAMA = WRK-TB-PROGRAMA(WRK-IDX)
                               MOVE 'S' TO WRK-TB-OK(WRK-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM 0515-LER-BATCTRL
               END-PERFORM
               CLOSE BATCH-CONTROL
           END-IF.

           MOVE ZEROS TO WRK-QT-FALTANTES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7
               IF WRK-TB-OK(WRK-IDX) NOT = 'S'
                   ADD 1 TO WRK-QT-FALTANTES
                   DISPLAY '*** ' WRK-TB-PROGRAMA(WRK-IDX)
                           ' SEM REGISTRO NO BATCTRL DESDE '
                           WRK-REFERENCIA ' ***'
               END-IF
           END-PERFORM.

       0515-LER-BATCTRL.
           READ BATCH-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-BATCTRL
           END-READ.

       0520-CARREGAR-PERIODOS.
           MOVE ZEROS TO WRK-TB-QTD.
           MOVE 'N' TO WRK-EOF-PERIODCTL WRK-ABANDONAR.
           OPEN INPUT PERIOD-CONTROL.
           IF WRK-FS-PERIODCTL = '00'
               PERFORM 0525-LER-PERIODO
               PERFORM UNTIL FIM-PERIODCTL
                              OR WRK-TB-QTD = 120
                   ADD 1 TO WRK-TB-QTD
                   MOVE PD-ANOMES  TO WRK-TB-ANOMES(WRK-TB-QTD)
                   MOVE PD-STATUS  TO WRK-TB-STATUS(WRK-TB-QTD)
                   MOVE PD-USUARIO TO WRK-TB-USUARIO(WRK-TB-QTD)
                   PERFORM 0525-LER-PERIODO
               END-PERFORM
               IF NOT FIM-PERIODCTL
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PERIOD-CONTROL
           END-IF.

       0525-LER-PERIODO.
           READ PERIOD-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-PERIODCTL
           END-READ.

      *    MESMA REGRAVACAO DO PERIODCTL E MESMA LINHA DE AUDITORIA
      *    DO FECHAR PERIODO DO PROGCOB79; SO DEPOIS DELA A TRAVA
      *    E MARCADA CONCLUIDA NO SCHEDCTL
       0550-FECHAR-PERIODO.
           MOVE WRK-REFERENCIA(1:6) TO WRK-ANOMES.
           PERFORM 0520-CARREGAR-PERIODOS.
           IF ABANDONAR-LOTE
               DISPLAY 'PERIODCTL MAIOR QUE A TABELA DE 120'
                       ' PERIODOS - TRAVA ABANDONADA, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0160-LOCALIZAR-PERIODO
               IF WRK-IDX-PER = ZEROS AND WRK-TB-QTD = 120
                   DISPLAY 'TABELA DE PERIODOS CHEIA - PERIODO '
                           WRK-ANOMES ' NAO FECHADO'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WRK-IDX-PER = ZEROS
                       ADD 1 TO WRK-TB-QTD
                       MOVE WRK-TB-QTD TO WRK-IDX-PER
                       MOVE WRK-ANOMES
                         TO WRK-TB-ANOMES(WRK-IDX-PER)
                   END-IF
                   MOVE 'F' TO WRK-TB-STATUS(WRK-IDX-PER)
                   MOVE 'BATCH' TO WRK-TB-USUARIO(WRK-IDX-PER)
                   PERFORM 0560-REGRAVAR-PERIODOS
                   PERFORM 0570-REGISTRAR-AUDITORIA
                   PERFORM 0400-CONCLUIR-STEP
                   DISPLAY 'PERIODO ' WRK-ANOMES ' FECHADO'
               END-IF
           END-IF.

       0560-REGRAVAR-PERIODOS.
           OPEN OUTPUT PERIOD-CONTROL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-ANOMES(WRK-IDX)  TO PD-ANOMES
               MOVE WRK-TB-STATUS(WRK-IDX)  TO PD-STATUS
               MOVE WRK-TB-USUARIO(WRK-IDX) TO PD-USUARIO
               WRITE PD-REGISTRO
           END-PERFORM.
           CLOSE PERIOD-CONTROL.

       0570-REGISTRAR-AUDITORIA.
           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           MOVE WRK-DATASYS  TO AT-DATA.
           MOVE WRK-HORASYS  TO AT-HORA.
           MOVE 'BATCH'      TO AT-USUARIO.
           MOVE 'PROGCOB126' TO AT-PROGRAMA.
           MOVE 'PERIODO FECHADO' TO AT-OPERACAO.
           MOVE SPACES TO AT-ENTRADA.
           STRING 'PERIODO ' WRK-ANOMES
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE 'FECHAMENTO DO MES CONCLUIDO' TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.
           CLOSE AUDIT-TRAIL.
