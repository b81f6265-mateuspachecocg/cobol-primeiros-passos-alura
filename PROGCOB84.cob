       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB84.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: EXTRATO DE EVENTOS DO ESOCIAL: MONTA OS EVENTOS
      *     QUE ATE AGORA ERAM DIGITADOS A MAO NO PORTAL DO GOVERNO
      *     - ADMISSAO (S-2200), ALTERACAO SALARIAL (S-2206) E
      *     DESLIGAMENTO (S-2299) A PARTIR DAS TRANSACOES DO
      *     EMPPEND JA APROVADAS PELO PROGCOB52 (O DESLIGAMENTO
      *     LEVA AS VERBAS DA RESCISAO DO RESCHIST, GRAVADO PELO
      *     PROGCOB57), E A REMUNERACAO MENSAL (S-1200) POR
      *     MATRICULA E CENTRO DE CUSTO A PARTIR DO PAYHIST DO
      *     FECHAMENTO DA FOLHA (PROGCOB04). CADA EVENTO SAI NO
      *     ARQUIVO DE REMESSA ESOCOUT COM NUMERO SEQUENCIAL DO
      *     CONTROLE ESOCCTL E FICA REGISTRADO NO ARQUIVO DE
      *     RECIBOS ESOCRCPT (INDEXADO PELA CHAVE DO EVENTO). O
      *     RETORNO DO PORTAL (ESOCRET) MARCA CADA EVENTO COMO
      *     ACEITO (COM O RECIBO) OU REJEITADO (COM O MOTIVO), E SO
      *     O REJEITADO VOLTA A SAIR NA REMESSA SEGUINTE - O EVENTO
      *     ENVIADO OU ACEITO NUNCA E MANDADO DE NOVO. O ESOCRPT
      *     LISTA O RETORNO PROCESSADO E TUDO QUE AINDA NAO FOI
      *     ACEITO PELO PORTAL
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO, EM LINHA
      *            PROPRIA (PROGCOB89); A LINHA DA PLR NAO GERA
      *            S-1200 - A REMUNERACAO MENSAL SAI SO DA FOLHA
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
           SELECT PENDING-CHANGES ASSIGN TO 'EMPPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPPEND.

           SELECT SETTLEMENT-HISTORY ASSIGN TO 'RESCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCHIST.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT ESOCIAL-RECEIPTS ASSIGN TO 'ESOCRCPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-CHAVE
               FILE STATUS IS WRK-FS-ESOCRCPT.

           SELECT ESOCIAL-RETURN ASSIGN TO 'ESOCRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESOCRET.

           SELECT ESOCIAL-OUTBOUND ASSIGN TO 'ESOCOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESOCOUT.

           SELECT ESOCIAL-CONTROL ASSIGN TO 'ESOCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESOCCTL.

           SELECT ESOCIAL-RPT ASSIGN TO 'ESOCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESOCRPT.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGES.
       01  PE-REGISTRO.
           02 PE-TIPO         PIC X(01).
              88 PE-ADMISSAO     VALUE 'A'.
              88 PE-DESLIGAMENTO VALUE 'D'.
              88 PE-ALT-SALARIO  VALUE 'S'.
           02 PE-MATRICULA    PIC 9(06).
           02 PE-NOME         PIC X(20).
           02 PE-SALARIO      PIC 9(06)V99.
           02 PE-ANO-POSSE    PIC 9(04).
           02 PE-CENTRO-CUSTO PIC 9(04).
           02 PE-DATA-EFEITO  PIC 9(08).
           02 PE-USUARIO      PIC X(08).
           02 PE-STATUS       PIC X(01).
              88 PE-PENDENTE  VALUE 'P'.
              88 PE-APROVADO  VALUE 'A'.
              88 PE-REJEITADO VALUE 'R'.

       FD  SETTLEMENT-HISTORY.
           COPY 'RESCHIST.COB'.

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

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

      *    UM REGISTRO POR EVENTO JA MANDADO AO PORTAL; A CHAVE E O
      *    EVENTO + MATRICULA + REFERENCIA (DATA DE EFEITO, OU
      *    AAAAMM00 NA REMUNERACAO MENSAL)
       FD  ESOCIAL-RECEIPTS.
       01  ER-REGISTRO.
           02 ER-CHAVE.
              03 ER-EVENTO       PIC X(06).
              03 ER-MATRICULA    PIC 9(06).
              03 ER-REFERENCIA   PIC 9(08).
           02 ER-SEQUENCIA       PIC 9(08).
           02 ER-DATA-ENVIO      PIC 9(08).
           02 ER-TENTATIVAS      PIC 9(02).
           02 ER-STATUS          PIC X(01).
              88 ER-ENVIADO      VALUE 'E'.
              88 ER-ACEITO       VALUE 'A'.
              88 ER-REJEITADO    VALUE 'R'.
           02 ER-RECIBO          PIC X(20).
           02 ER-MOTIVO          PIC X(40).

      *    RETORNO DO PORTAL: ECOA A SEQUENCIA E A CHAVE DO EVENTO
      *    MANDADO, COM O RECIBO (ACEITO) OU O MOTIVO (REJEITADO)
       FD  ESOCIAL-RETURN.
       01  RT-REGISTRO.
           02 RT-SEQUENCIA       PIC 9(08).
           02 RT-EVENTO          PIC X(06).
           02 RT-MATRICULA       PIC 9(06).
           02 RT-REFERENCIA      PIC 9(08).
           02 RT-STATUS          PIC X(01).
              88 RT-ACEITO       VALUE 'A'.
              88 RT-REJEITADO    VALUE 'R'.
           02 RT-RECIBO          PIC X(20).
           02 RT-MOTIVO          PIC X(40).

       FD  ESOCIAL-OUTBOUND.
       01  EO-LINHA             PIC X(120).

       FD  ESOCIAL-CONTROL.
       01  EQ-REGISTRO.
           02 EQ-ULTIMA-SEQUENCIA PIC 9(08).

       FD  ESOCIAL-RPT.
       01  RE-LINHA             PIC X(80).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPPEND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RESCHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAYHIST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESOCRCPT   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESOCRET    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESOCOUT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESOCCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESOCRPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EMPPEND   PIC X(01) VALUE 'N'.
          88 FIM-EMPPEND    VALUE 'S'.
       77 WRK-EOF-RESCHIST  PIC X(01) VALUE 'N'.
          88 FIM-RESCHIST   VALUE 'S'.
       77 WRK-EOF-PAYHIST   PIC X(01) VALUE 'N'.
          88 FIM-PAYHIST    VALUE 'S'.
       77 WRK-EOF-ESOCRET   PIC X(01) VALUE 'N'.
          88 FIM-ESOCRET    VALUE 'S'.
       77 WRK-EOF-ESOCRCPT  PIC X(01) VALUE 'N'.
          88 FIM-ESOCRCPT   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-SEQUENCIA     PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RESC      PIC 9(03) VALUE ZEROS.
       77 WRK-EXISTE        PIC X(01) VALUE 'N'.
          88 EVENTO-EXISTE  VALUE 'S'.
       77 WRK-REENVIO       PIC X(01) VALUE 'N'.
          88 EH-REENVIO     VALUE 'S'.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
      *    CONTADORES DA RODADA
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-NOVOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-REENVIOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-JA-ENVIADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RETIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RET-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RET-REJEIT PIC 9(06) VALUE ZEROS.
       77 WRK-QT-RET-IGNOR  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-GRAVADOS   PIC 9(06) VALUE ZEROS.
      *    RESCISOES CALCULADAS PELO PROGCOB57, PARA O DESLIGAMENTO
       01  WRK-TB-RESCISOES.
           02 WRK-TB-RES-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-RES-ITEM OCCURS 200 TIMES.
               03 WRK-TB-RES-MATR    PIC 9(06).
               03 WRK-TB-RES-EFEITO  PIC 9(08).
               03 WRK-TB-RES-SALDO   PIC 9(06)V99.
               03 WRK-TB-RES-DECIMO  PIC 9(06)V99.
               03 WRK-TB-RES-FERIAS  PIC 9(06)V99.
               03 WRK-TB-RES-TERCO   PIC 9(06)V99.
               03 WRK-TB-RES-TOTAL   PIC 9(07)V99.
      *    EVENTO CORRENTE, MONTADO ANTES DE IR PARA A REMESSA
       01  WRK-EVENTO.
           02 WRK-EV-CHAVE.
              03 WRK-EV-CODIGO    PIC X(06).
              03 WRK-EV-MATRICULA PIC 9(06).
              03 WRK-EV-REFERENCIA PIC 9(08).
           02 WRK-EV-NOME         PIC X(20).
           02 WRK-EV-CENTRO       PIC 9(04).
           02 WRK-EV-VALOR OCCURS 7 TIMES PIC 9(07)V99.
      *    REMESSA: HEADER, UM DETALHE POR EVENTO E TRAILER. NO
      *    DETALHE OS SETE VALORES MUDAM DE SENTIDO POR EVENTO:
      *    S-2200/S-2206 - 1 SALARIO, 2 ANO DE POSSE
      *    S-2299 - 1 SALDO DE SALARIO, 2 DECIMO, 3 FERIAS,
      *             4 TERCO DE FERIAS, 5 TOTAL DA RESCISAO
      *    S-1200 - 1 BRUTO, 2 DECIMO, 3 COMISSAO, 4 FERIAS,
      *             5 INSS, 6 IRRF, 7 LIQUIDO
       01  EO-HEADER.
           02 FILLER           PIC X(01) VALUE 'H'.
           02 EO-H-DATA        PIC 9(08).
           02 FILLER           PIC X(14) VALUE 'ESOCIAL       '.
           02 EO-H-PRIMEIRA    PIC 9(08).
       01  EO-DETALHE.
           02 FILLER           PIC X(01) VALUE 'D'.
           02 EO-D-SEQUENCIA   PIC 9(08).
           02 EO-D-EVENTO      PIC X(06).
           02 EO-D-MATRICULA   PIC 9(06).
           02 EO-D-REFERENCIA  PIC 9(08).
           02 EO-D-NOME        PIC X(20).
           02 EO-D-CENTRO      PIC 9(04).
           02 EO-D-TENTATIVA   PIC 9(02).
           02 EO-D-VALOR OCCURS 7 TIMES PIC 9(07)V99.
       01  EO-TRAILER.
           02 FILLER           PIC X(01) VALUE 'T'.
           02 EO-T-QTD         PIC 9(06).
           02 EO-T-ULTIMA      PIC 9(08).
       01  RE-LINHA-RETORNO.
           02 RE-R-EVENTO      PIC X(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-R-MATRICULA   PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-R-REFERENCIA  PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-R-SITUACAO    PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 RE-R-TEXTO       PIC X(40).
       01  RE-LINHA-SECAO.
           02 FILLER           PIC X(04) VALUE '*** '.
           02 RE-S-TEXTO       PIC X(50).
       01  RE-LINHA-TOTAL.
           02 RE-T-ROTULO      PIC X(30).
           02 RE-T-QTD         PIC ZZZ.ZZ9.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-PROCESSAR-RETORNO.
           PERFORM 0200-PROCESSAR-TRANSACOES UNTIL FIM-EMPPEND.
           PERFORM 0250-PROCESSAR-REMUNERACAO UNTIL FIM-PAYHIST.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           MOVE 'PROGCOB84 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0120-RECUPERAR-SEQUENCIA.
           PERFORM 0130-CARREGAR-RESCISOES.

      *    O ARQUIVO DE RECIBOS NASCE VAZIO NA PRIMEIRA RODADA
           OPEN I-O ESOCIAL-RECEIPTS.
           IF WRK-FS-ESOCRCPT = '35'
               OPEN OUTPUT ESOCIAL-RECEIPTS
               CLOSE ESOCIAL-RECEIPTS
               OPEN I-O ESOCIAL-RECEIPTS
           END-IF.

           OPEN INPUT PENDING-CHANGES.
           IF WRK-FS-EMPPEND NOT = '00'
               MOVE 'S' TO WRK-EOF-EMPPEND
           END-IF.
           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST NOT = '00'
               MOVE 'S' TO WRK-EOF-PAYHIST
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN OUTPUT ESOCIAL-OUTBOUND.
           MOVE WRK-DATASYS TO EO-H-DATA.
           COMPUTE EO-H-PRIMEIRA = WRK-SEQUENCIA + 1.
           WRITE EO-LINHA FROM EO-HEADER.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           OPEN OUTPUT ESOCIAL-RPT.
           MOVE 'EVENTOS DO ESOCIAL - REMESSA E RETORNO' TO RW-TITULO.
           MOVE 'EVENTO MATRIC. REFERENC SITUACAO   RECIBO / MOTIVO'
             TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM 0110-LER-TRANSACAO.
           PERFORM 0115-LER-HISTORICO.

       0110-LER-TRANSACAO.
           IF NOT FIM-EMPPEND
               READ PENDING-CHANGES
                   AT END
                       MOVE 'S' TO WRK-EOF-EMPPEND
               END-READ
           END-IF.

       0115-LER-HISTORICO.
           IF NOT FIM-PAYHIST
               READ PAYROLL-HISTORY
                   AT END
                       MOVE 'S' TO WRK-EOF-PAYHIST
               END-READ
           END-IF.

      *    A NUMERACAO DA REMESSA CONTINUA DE ONDE A ULTIMA PAROU;
      *    SEM O ESOCCTL, COMECA DO UM
       0120-RECUPERAR-SEQUENCIA.
           OPEN INPUT ESOCIAL-CONTROL.
           IF WRK-FS-ESOCCTL = '00'
               READ ESOCIAL-CONTROL
                   AT END
                       MOVE ZEROS TO EQ-ULTIMA-SEQUENCIA
               END-READ
               MOVE EQ-ULTIMA-SEQUENCIA TO WRK-SEQUENCIA
               CLOSE ESOCIAL-CONTROL
           END-IF.

      *    O RESCHIST E OPCIONAL: SEM ELE, NENHUM DESLIGAMENTO TEM
      *    VERBAS E TODOS FICAM RETIDOS ATE O PROGCOB57 RODAR
       0130-CARREGAR-RESCISOES.
           OPEN INPUT SETTLEMENT-HISTORY.
           IF WRK-FS-RESCHIST = '00'
               PERFORM 0140-LER-RESCISAO
               PERFORM UNTIL FIM-RESCHIST
                              OR WRK-TB-RES-QTD = 200
                   ADD 1 TO WRK-TB-RES-QTD
                   MOVE RR-MATRICULA
                     TO WRK-TB-RES-MATR(WRK-TB-RES-QTD)
                   MOVE RR-DATA-EFEITO
                     TO WRK-TB-RES-EFEITO(WRK-TB-RES-QTD)
                   MOVE RR-SALDO-SALARIO
                     TO WRK-TB-RES-SALDO(WRK-TB-RES-QTD)
                   MOVE RR-DECIMO-PROP
                     TO WRK-TB-RES-DECIMO(WRK-TB-RES-QTD)
                   MOVE RR-FERIAS-PROP
                     TO WRK-TB-RES-FERIAS(WRK-TB-RES-QTD)
                   MOVE RR-TERCO-FERIAS
                     TO WRK-TB-RES-TERCO(WRK-TB-RES-QTD)
                   MOVE RR-TOTAL
                     TO WRK-TB-RES-TOTAL(WRK-TB-RES-QTD)
                   PERFORM 0140-LER-RESCISAO
               END-PERFORM
               IF NOT FIM-RESCHIST
                   DISPLAY 'RESCHIST MAIOR QUE A TABELA DE 200 -'
                           ' DESLIGAMENTOS EXCEDENTES FICAM RETIDOS'
               END-IF
               CLOSE SETTLEMENT-HISTORY
           END-IF.

       0140-LER-RESCISAO.
           READ SETTLEMENT-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-RESCHIST
           END-READ.

      *    O RETORNO DO PORTAL E PROCESSADO ANTES DA REMESSA NOVA,
      *    PARA O REJEITADO DE ONTEM JA SAIR CORRIGIDO HOJE. RETORNO
      *    DE UMA TENTATIVA ANTIGA (SEQUENCIA QUE NAO E A ULTIMA
      *    ENVIADA) OU DE EVENTO DESCONHECIDO E IGNORADO
       0150-PROCESSAR-RETORNO.
           MOVE 'RETORNO DO PORTAL PROCESSADO NESTA RODADA'
             TO RE-S-TEXTO.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-SECAO.

           OPEN INPUT ESOCIAL-RETURN.
           IF WRK-FS-ESOCRET = '00'
               PERFORM 0160-LER-RETORNO
               PERFORM UNTIL FIM-ESOCRET
                   PERFORM 0170-APLICAR-RETORNO
                   PERFORM 0160-LER-RETORNO
               END-PERFORM
               CLOSE ESOCIAL-RETURN
           END-IF.

       0160-LER-RETORNO.
           READ ESOCIAL-RETURN
               AT END
                   MOVE 'S' TO WRK-EOF-ESOCRET
           END-READ.

       0170-APLICAR-RETORNO.
           MOVE RT-EVENTO     TO ER-EVENTO.
           MOVE RT-MATRICULA  TO ER-MATRICULA.
           MOVE RT-REFERENCIA TO ER-REFERENCIA.
           MOVE 'N' TO WRK-EXISTE.
           READ ESOCIAL-RECEIPTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.

           IF NOT EVENTO-EXISTE
              OR ER-SEQUENCIA NOT = RT-SEQUENCIA
              OR NOT ER-ENVIADO
              OR (NOT RT-ACEITO AND NOT RT-REJEITADO)
               ADD 1 TO WRK-QT-RET-IGNOR
           ELSE
               MOVE RT-EVENTO     TO RE-R-EVENTO
               MOVE RT-MATRICULA  TO RE-R-MATRICULA
               MOVE RT-REFERENCIA TO RE-R-REFERENCIA
               IF RT-ACEITO
                   MOVE 'A' TO ER-STATUS
                   MOVE RT-RECIBO TO ER-RECIBO
                   MOVE SPACES    TO ER-MOTIVO
                   ADD 1 TO WRK-QT-RET-ACEITOS
                   MOVE 'ACEITO    ' TO RE-R-SITUACAO
                   MOVE RT-RECIBO     TO RE-R-TEXTO
               ELSE
                   MOVE 'R' TO ER-STATUS
                   MOVE SPACES    TO ER-RECIBO
                   MOVE RT-MOTIVO TO ER-MOTIVO
                   ADD 1 TO WRK-QT-RET-REJEIT
                   MOVE 'REJEITADO ' TO RE-R-SITUACAO
                   MOVE RT-MOTIVO     TO RE-R-TEXTO
               END-IF
               REWRITE ER-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 0400-QUEBRA-PAGINA
               WRITE RE-LINHA FROM RE-LINHA-RETORNO
           END-IF.

      *    SO A TRANSACAO APROVADA PELO SUPERVISOR (PROGCOB52) VIRA
      *    EVENTO; A PENDENTE AINDA PODE SER RECUSADA
       0200-PROCESSAR-TRANSACOES.
           IF PE-APROVADO
               ADD 1 TO WRK-QT-LIDOS
               INITIALIZE WRK-EVENTO
               MOVE PE-MATRICULA    TO WRK-EV-MATRICULA
               MOVE PE-DATA-EFEITO  TO WRK-EV-REFERENCIA
               MOVE PE-NOME         TO WRK-EV-NOME
               MOVE PE-CENTRO-CUSTO TO WRK-EV-CENTRO
               EVALUATE TRUE
                   WHEN PE-ADMISSAO
                       MOVE 'S-2200' TO WRK-EV-CODIGO
                       MOVE PE-SALARIO   TO WRK-EV-VALOR(1)
                       MOVE PE-ANO-POSSE TO WRK-EV-VALOR(2)
                       PERFORM 0260-EMITIR-EVENTO
                   WHEN PE-ALT-SALARIO
                       MOVE 'S-2206' TO WRK-EV-CODIGO
                       MOVE PE-SALARIO   TO WRK-EV-VALOR(1)
                       MOVE PE-ANO-POSSE TO WRK-EV-VALOR(2)
                       PERFORM 0260-EMITIR-EVENTO
                   WHEN PE-DESLIGAMENTO
                       MOVE 'S-2299' TO WRK-EV-CODIGO
                       PERFORM 0210-BUSCAR-RESCISAO
                       IF WRK-IDX-RESC = ZEROS
                           MOVE 'RESCISAO NAO CALCULADA' TO WRK-MOTIVO
                           PERFORM 0290-RETER
                       ELSE
                           PERFORM 0260-EMITIR-EVENTO
                       END-IF
                   WHEN OTHER
                       MOVE 'TIPO DE TRANSACAO INVALIDO' TO WRK-MOTIVO
                       PERFORM 0290-RETER
               END-EVALUATE
           END-IF.

           PERFORM 0110-LER-TRANSACAO.

      *    O DESLIGAMENTO SO SAI COM AS VERBAS DA RESCISAO DA MESMA
      *    MATRICULA E DATA DE EFEITO; SEM ELAS O EVENTO FICA RETIDO
      *    E SAI SOZINHO NA PRIMEIRA RODADA DEPOIS DO PROGCOB57
       0210-BUSCAR-RESCISAO.
           MOVE ZEROS TO WRK-IDX-RESC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-RES-QTD
               IF WRK-TB-RES-MATR(WRK-IDX) = PE-MATRICULA
                  AND WRK-TB-RES-EFEITO(WRK-IDX) = PE-DATA-EFEITO
                   MOVE WRK-IDX TO WRK-IDX-RESC
               END-IF
           END-PERFORM.
           IF WRK-IDX-RESC > ZEROS
               MOVE WRK-TB-RES-SALDO(WRK-IDX-RESC)
                 TO WRK-EV-VALOR(1)
               MOVE WRK-TB-RES-DECIMO(WRK-IDX-RESC)
                 TO WRK-EV-VALOR(2)
               MOVE WRK-TB-RES-FERIAS(WRK-IDX-RESC)
                 TO WRK-EV-VALOR(3)
               MOVE WRK-TB-RES-TERCO(WRK-IDX-RESC)
                 TO WRK-EV-VALOR(4)
               MOVE WRK-TB-RES-TOTAL(WRK-IDX-RESC)
                 TO WRK-EV-VALOR(5)
           END-IF.

      *    REMUNERACAO MENSAL: UM S-1200 POR MATRICULA E COMPETENCIA
      *    DO PAYHIST, COM O CENTRO DE CUSTO DO CADASTRO (FUNCIONARIO
      *    JA DESLIGADO SAI COM CENTRO ZERADO). A LINHA DA PLR
      *    (PROGCOB89) NAO E COMPETENCIA DE FOLHA E E PULADA
       0250-PROCESSAR-REMUNERACAO.
           IF PH-PLR = ZEROS
               PERFORM 0255-EMITIR-REMUNERACAO
           END-IF.

           PERFORM 0115-LER-HISTORICO.

       0255-EMITIR-REMUNERACAO.
           ADD 1 TO WRK-QT-LIDOS.
           INITIALIZE WRK-EVENTO.
           MOVE 'S-1200'     TO WRK-EV-CODIGO.
           MOVE PH-MATRICULA TO WRK-EV-MATRICULA.
           COMPUTE WRK-EV-REFERENCIA = PH-ANO * 10000 + PH-MES * 100.
           MOVE PH-NOME      TO WRK-EV-NOME.
           MOVE PH-MATRICULA TO EM-MATRICULA.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE ZEROS TO WRK-EV-CENTRO
               NOT INVALID KEY
                   MOVE EM-CENTRO-CUSTO TO WRK-EV-CENTRO
           END-READ.
           MOVE PH-BRUTO     TO WRK-EV-VALOR(1).
           MOVE PH-DECIMO    TO WRK-EV-VALOR(2).
           MOVE PH-COMISSAO  TO WRK-EV-VALOR(3).
           MOVE PH-FERIAS    TO WRK-EV-VALOR(4).
           MOVE PH-INSS      TO WRK-EV-VALOR(5).
           MOVE PH-IRRF      TO WRK-EV-VALOR(6).
           MOVE PH-LIQUIDO   TO WRK-EV-VALOR(7).
           PERFORM 0260-EMITIR-EVENTO.

      *    EVENTO NOVO GANHA REGISTRO NO ESOCRCPT; EVENTO REJEITADO
      *    E REENVIADO COM SEQUENCIA NOVA; EVENTO JA ENVIADO (SEM
      *    RETORNO AINDA) OU ACEITO NAO SAI DE NOVO
       0260-EMITIR-EVENTO.
           MOVE WRK-EV-CHAVE TO ER-CHAVE.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-REENVIO.
           READ ESOCIAL-RECEIPTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EXISTE
           END-READ.

           IF EVENTO-EXISTE AND NOT ER-REJEITADO
               ADD 1 TO WRK-QT-JA-ENVIADOS
           ELSE
               ADD 1 TO WRK-SEQUENCIA
               IF EVENTO-EXISTE
                   MOVE 'S' TO WRK-REENVIO
                   ADD 1 TO ER-TENTATIVAS
                   ADD 1 TO WRK-QT-REENVIOS
               ELSE
                   MOVE WRK-EV-CHAVE TO ER-CHAVE
                   MOVE 1 TO ER-TENTATIVAS
                   ADD 1 TO WRK-QT-NOVOS
               END-IF
               MOVE WRK-SEQUENCIA TO ER-SEQUENCIA
               MOVE WRK-DATASYS   TO ER-DATA-ENVIO
               MOVE 'E'           TO ER-STATUS
               MOVE SPACES        TO ER-RECIBO ER-MOTIVO
               IF EH-REENVIO
                   REWRITE ER-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE ER-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               PERFORM 0270-GRAVAR-REMESSA
           END-IF.

       0270-GRAVAR-REMESSA.
           MOVE WRK-SEQUENCIA     TO EO-D-SEQUENCIA.
           MOVE WRK-EV-CODIGO     TO EO-D-EVENTO.
           MOVE WRK-EV-MATRICULA  TO EO-D-MATRICULA.
           MOVE WRK-EV-REFERENCIA TO EO-D-REFERENCIA.
           MOVE WRK-EV-NOME       TO EO-D-NOME.
           MOVE WRK-EV-CENTRO     TO EO-D-CENTRO.
           MOVE ER-TENTATIVAS     TO EO-D-TENTATIVA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7
               MOVE WRK-EV-VALOR(WRK-IDX) TO EO-D-VALOR(WRK-IDX)
           END-PERFORM.
           WRITE EO-LINHA FROM EO-DETALHE.
           ADD 1 TO WRK-QT-GRAVADOS.

      *    EVENTO QUE NAO PODE SAIR AINDA VAI PARA O SYSEXCEP; COMO
      *    NAO GANHA REGISTRO NO ESOCRCPT, SAI NA RODADA SEGUINTE
      *    EM QUE O IMPEDIMENTO TIVER SIDO RESOLVIDO
       0290-RETER.
           ADD 1 TO WRK-QT-RETIDOS.
           DISPLAY 'EVENTO RETIDO - MATRICULA ' PE-MATRICULA
                   ' - ' WRK-MOTIVO.
           MOVE 'PROGCOB84 ' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING PE-TIPO ' ' PE-MATRICULA ' ' PE-DATA-EFEITO
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.

       0300-FINALIZAR.
           MOVE WRK-QT-GRAVADOS TO EO-T-QTD.
           MOVE WRK-SEQUENCIA   TO EO-T-ULTIMA.
           WRITE EO-LINHA FROM EO-TRAILER.
           CLOSE ESOCIAL-OUTBOUND.

           OPEN OUTPUT ESOCIAL-CONTROL.
           MOVE WRK-SEQUENCIA TO EQ-ULTIMA-SEQUENCIA.
           WRITE EQ-REGISTRO.
           CLOSE ESOCIAL-CONTROL.

           PERFORM 0310-LISTAR-PENDENTES.
           PERFORM 0330-IMPRIMIR-TOTAIS.

           MOVE WRK-DATASYS  TO AT-DATA.
           MOVE WRK-HORASYS  TO AT-HORA.
           MOVE 'BATCH   '   TO AT-USUARIO.
           MOVE 'PROGCOB84'  TO AT-PROGRAMA.
           MOVE 'REMESSA ESOCIAL' TO AT-OPERACAO.
           MOVE SPACES       TO AT-ENTRADA.
           STRING 'SEQ ' EO-H-PRIMEIRA ' A ' WRK-SEQUENCIA
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES       TO AT-RESULTADO.
           STRING 'NOVOS ' WRK-QT-NOVOS ' REENV ' WRK-QT-REENVIOS
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

           DISPLAY '-------------------------'
           DISPLAY 'REGISTROS LIDOS.......... ' WRK-QT-LIDOS.
           DISPLAY 'EVENTOS NOVOS............ ' WRK-QT-NOVOS.
           DISPLAY 'EVENTOS REENVIADOS....... ' WRK-QT-REENVIOS.
           DISPLAY 'JA ENVIADOS/ACEITOS...... ' WRK-QT-JA-ENVIADOS.
           DISPLAY 'EVENTOS RETIDOS.......... ' WRK-QT-RETIDOS.
           DISPLAY 'RETORNO - ACEITOS........ ' WRK-QT-RET-ACEITOS.
           DISPLAY 'RETORNO - REJEITADOS..... ' WRK-QT-RET-REJEIT.
           DISPLAY 'AGUARDANDO O PORTAL...... ' WRK-QT-PENDENTES.
           IF WRK-QT-RETIDOS > ZEROS OR WRK-QT-RET-REJEIT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE PENDING-CHANGES.
           CLOSE PAYROLL-HISTORY.
           CLOSE EMPLOYEE-MASTER.
           CLOSE AUDIT-TRAIL.
           CLOSE SYSTEM-EXCEPTIONS.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE RE-LINHA FROM RW-TRAILER.
           CLOSE ESOCIAL-RPT.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS    TO RLP-LIDOS.
           MOVE WRK-QT-GRAVADOS TO RLP-GRAVADOS.
           MOVE WRK-QT-RETIDOS  TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    TODO EVENTO AINDA NAO ACEITO PELO PORTAL - ENVIADO SEM
      *    RETORNO OU REJEITADO SEM ORIGEM PARA O REENVIO - SAI NO
      *    RELATORIO, PARA NADA FICAR ESQUECIDO NO MEIO DO CAMINHO
       0310-LISTAR-PENDENTES.
           MOVE 'EVENTOS AINDA NAO ACEITOS PELO PORTAL'
             TO RE-S-TEXTO.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-SECAO.

           CLOSE ESOCIAL-RECEIPTS.
           OPEN INPUT ESOCIAL-RECEIPTS.
           IF WRK-FS-ESOCRCPT = '00'
               PERFORM 0320-LER-RECIBO
               PERFORM UNTIL FIM-ESOCRCPT
                   IF NOT ER-ACEITO
                       ADD 1 TO WRK-QT-PENDENTES
                       MOVE ER-EVENTO     TO RE-R-EVENTO
                       MOVE ER-MATRICULA  TO RE-R-MATRICULA
                       MOVE ER-REFERENCIA TO RE-R-REFERENCIA
                       IF ER-REJEITADO
                           MOVE 'REJEITADO ' TO RE-R-SITUACAO
                           MOVE ER-MOTIVO    TO RE-R-TEXTO
                       ELSE
                           MOVE 'ENVIADO   ' TO RE-R-SITUACAO
                           MOVE SPACES       TO RE-R-TEXTO
                           STRING 'SEQUENCIA ' ER-SEQUENCIA
                                  ' EM ' ER-DATA-ENVIO
                               DELIMITED BY SIZE INTO RE-R-TEXTO
                       END-IF
                       PERFORM 0400-QUEBRA-PAGINA
                       WRITE RE-LINHA FROM RE-LINHA-RETORNO
                   END-IF
                   PERFORM 0320-LER-RECIBO
               END-PERFORM
           END-IF.
           CLOSE ESOCIAL-RECEIPTS.

       0320-LER-RECIBO.
           READ ESOCIAL-RECEIPTS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-ESOCRCPT
           END-READ.

       0330-IMPRIMIR-TOTAIS.
           MOVE 'TOTAIS DA RODADA' TO RE-S-TEXTO.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-SECAO.
           MOVE 'EVENTOS NOVOS NA REMESSA' TO RE-T-ROTULO.
           MOVE WRK-QT-NOVOS TO RE-T-QTD.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-TOTAL.
           MOVE 'REJEITADOS REENVIADOS' TO RE-T-ROTULO.
           MOVE WRK-QT-REENVIOS TO RE-T-QTD.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-TOTAL.
           MOVE 'RETIDOS (VER SYSEXCEP)' TO RE-T-ROTULO.
           MOVE WRK-QT-RETIDOS TO RE-T-QTD.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-TOTAL.
           MOVE 'RETORNOS IGNORADOS' TO RE-T-ROTULO.
           MOVE WRK-QT-RET-IGNOR TO RE-T-QTD.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-TOTAL.
           MOVE 'AGUARDANDO O PORTAL' TO RE-T-ROTULO.
           MOVE WRK-QT-PENDENTES TO RE-T-QTD.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE RE-LINHA FROM RE-LINHA-TOTAL.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0400-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE RE-LINHA FROM RW-CABECALHO1
               WRITE RE-LINHA FROM RW-CABECALHO2
               WRITE RE-LINHA FROM RW-COLUNAS
           END-IF.
