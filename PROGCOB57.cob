      *     PARA O SYSEXCEP, E CADA RESCISAO CONCLUIDA GRAVA UMA
      *     LINHA NO AUDIT-TRAIL COMPARTILHADO
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - CADA RESCISAO CONCLUIDA PASSA A
      *            GRAVAR TAMBEM O HISTORICO RESCHIST (COPYBOOK
      *            RESCHIST, EM EXTEND) COM AS VERBAS DO TERMO, PARA
      *            O EXTRATO DO ESOCIAL (PROGCOB84) MANDAR O
      *            DESLIGAMENTO COM OS VALORES SEM REDIGITACAO
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU O SALARIO-FAMILIA
      *            E A DEDUCAO DE DEPENDENTES NO FIM DO REGISTRO;
      *            ESTE PROGRAMA SO ACOMPANHOU O LAYOUT
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR NO FIM DO REGISTRO, EM LINHA
      *            PROPRIA (PROGCOB89); A LINHA DA PLR NAO CONTA COMO
      *            MES PAGO NOS AVOS
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O BANKREM PASSOU AO PADRAO FEBRABAN
      *            CNAB 240 (SUBROTINA PROGCOB154, PARAMETROS NO
      *            CNABPARM): CADA RODADA GRAVA UM ARQUIVO COMPLETO,
      *            COM O SEU NSA, EM VEZ DO OPEN EXTEND. RESCISAO DE
      *            QUEM NAO TEM CONTA NO EMPBANCO E CALCULADA E
      *            POSTADA, MAS O LIQUIDO FICA FORA DA REMESSA E VAI
      *            PARA O SYSEXCEP (RC 4, PAGAMENTO PELA TESOURARIA).
      *            SEM O CNABPARM O LOTE NAO E PROCESSADO (RC 16)
      * ALTERADO = 15/10/2026 - O TRAILER DO SETLRPT E GRAVADO ANTES
      *            DA LINHA 'FIM' DO RUNLOG, PARA O RC 4/8 DO LOTE NAO
      *            SER ZERADO PELA CHAMADA DO PROGCOB46
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCRPT.

           SELECT SETTLEMENT-HISTORY ASSIGN TO 'RESCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCHIST.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
           02 PH-IRRF        PIC 9(06)V99.
           02 PH-LIQUIDO     PIC 9(06)V99.
           02 PH-FERIAS      PIC 9(06)V99.
           02 PH-SAL-FAMILIA PIC 9(06)V99.
           02 PH-DED-DEPEND  PIC 9(06)V99.
           02 PH-PLR         PIC 9(06)V99.
           02 PH-IRRF-PLR    PIC 9(06)V99.

       FD  COA-MAP.
       01  CA-REGISTRO.
           02 CA-VALIDADE-FIM PIC 9(08).

       FD  BANK-REMITTANCE.
       01  BR-LINHA         PIC X(240).

       FD  GL-EXTRACT.
       01  GL-LINHA         PIC X(70).
       FD  SETTLEMENT-RPT.
       01  RS-LINHA         PIC X(80).

       FD  SETTLEMENT-HISTORY.
           COPY 'RESCHIST.COB'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       77  WRK-FS-BANKREM   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-GLEXTRACT PIC X(02)  VALUE ZEROS.
       77  WRK-FS-RESCRPT   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-RESCHIST  PIC X(02)  VALUE ZEROS.
       77  WRK-FS-AUDITTRL  PIC X(02)  VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)  VALUE ZEROS.
       77  WRK-EOF-EMPTRAN  PIC X(01)  VALUE 'N'.
       77  WRK-QT-LIDAS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QT-RESCISOES PIC 9(04)  VALUE ZEROS.
       77  WRK-QT-REJEITADAS PIC 9(04) VALUE ZEROS.
       77  WRK-QT-REMESSA   PIC 9(04)  VALUE ZEROS.
       77  WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QT-SEM-CONTA PIC 9(04)  VALUE ZEROS.
       77  WRK-ABANDONAR    PIC X(01)  VALUE 'N'.
           88 ABANDONAR-RESCISAO VALUE 'S'.
       77  WRK-IDX          PIC 9(03)  VALUE ZEROS.
       77  WRK-IDX-COA      PIC 9(02)  VALUE ZEROS.
       77  WRK-CONTA-CTB    PIC 9(08)  VALUE ZEROS.
               03 WRK-TB-PAG-MATR PIC 9(06).
               03 WRK-TB-PAG-ANO  PIC 9(04).
               03 WRK-TB-PAG-MES  PIC 9(02).
       01  GL-DETALHE.
           02 FILLER        PIC X(15) VALUE 'RAZAO - RESCIS.'.
           02 GL-D-CONTA    PIC 9(08).
           02 FILLER        PIC X(30) VALUE ALL '_'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-RESCISAO
               PERFORM 0290-ENCERRAR-ABANDONO
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-EMPTRAN
               PERFORM 0300-FINALIZAR
           END-IF.

           GOBACK.

                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

      *    SEM O SERVICO DE PAGAMENTOS NO CNABPARM NAO HA REMESSA:
      *    O LOTE FICA INTEIRO PARA A RODADA SEGUINTE
           INITIALIZE CNP-PARAMETROS.
           MOVE 'P' TO CNP-SERVICO.
           MOVE 'S' TO CNP-ATUALIZA-NSA.
           MOVE 'A' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           IF CNP-SEM-PARAMETRO
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0105-ABRIR-ARQUIVOS
           END-IF.

       0105-ABRIR-ARQUIVOS.
           PERFORM 0120-CARREGAR-COAMAP.
           PERFORM 0140-CARREGAR-MESES-PAGOS.

           OPEN INPUT EMP-TRANSACTION.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN OUTPUT BANK-REMITTANCE.
           MOVE 'H' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE BR-LINHA FROM CNP-LINHA.
           MOVE 'L' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE BR-LINHA FROM CNP-LINHA.

           OPEN EXTEND GL-EXTRACT.
           IF WRK-FS-GLEXTRACT = '05' OR WRK-FS-GLEXTRACT = '35'
               OPEN OUTPUT GL-EXTRACT
           END-IF.

           OPEN EXTEND SETTLEMENT-HISTORY.
           IF WRK-FS-RESCHIST = '05' OR WRK-FS-RESCHIST = '35'
               OPEN OUTPUT SETTLEMENT-HISTORY
           END-IF.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-READ.

      *    O PAYHIST E OPCIONAL: SEM ELE, NENHUM MES CONTA COMO
      *    PAGO E OS AVOS FICAM SO COM O MES DO EFEITO. A LINHA DA
      *    PLR (PROGCOB89) NAO E MES DE FOLHA E NAO ENTRA
       0140-CARREGAR-MESES-PAGOS.
           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0150-LER-HISTORICO
               PERFORM UNTIL FIM-PAYHIST
                              OR WRK-TB-PAG-QTD = 500
                   IF PH-PLR = ZEROS
                       ADD 1 TO WRK-TB-PAG-QTD
                       MOVE PH-MATRICULA
                         TO WRK-TB-PAG-MATR(WRK-TB-PAG-QTD)
                       MOVE PH-ANO
                         TO WRK-TB-PAG-ANO(WRK-TB-PAG-QTD)
                       MOVE PH-MES
                         TO WRK-TB-PAG-MES(WRK-TB-PAG-QTD)
                   END-IF
                   PERFORM 0150-LER-HISTORICO
               END-PERFORM
               CLOSE PAYROLL-HISTORY
                       PERFORM 0220-CALCULAR-RESCISAO
                       PERFORM 0230-IMPRIMIR-TERMO
                       PERFORM 0240-POSTAR
                       PERFORM 0245-GRAVAR-HISTORICO
                       PERFORM 0260-REGISTRAR-AUDITORIA
                       ADD 1 TO WRK-QT-RESCISOES
               END-EVALUATE
           MOVE SPACES TO RS-LINHA.
           WRITE RS-LINHA.

      *    O LIQUIDO SEGUE PARA O BANCO NO CNAB 240 DA FOLHA, E
      *    CADA VERBA VIRA LINHA DO RAZAO NA CONTA VIGENTE DO COAMAP
       0240-POSTAR.
           ADD WRK-TOTAL-RESC TO WRK-TOTAL-GERAL.
           IF WRK-TOTAL-RESC > ZEROS
               PERFORM 0242-GRAVAR-CREDITO-CNAB
           END-IF.

           MOVE WRK-CONTA-CTB  TO GL-D-CONTA.
           MOVE ET-MATRICULA   TO GL-D-MATRICULA.
           MOVE WRK-TERCO-FERIAS TO GL-D-VALOR.
           WRITE GL-LINHA FROM GL-DETALHE.

      *    SEM CONTA NO EMPBANCO A RESCISAO CONTINUA VALENDO (TERMO,
      *    RAZAO E RESCHIST); SO O CREDITO FICA PARA A TESOURARIA
       0242-GRAVAR-CREDITO-CNAB.
           MOVE 'D' TO CNP-ACAO.
           COMPUTE CNP-ORDEM = WRK-QT-REMESSA + 1.
           MOVE ET-MATRICULA   TO CNP-MATRICULA.
           MOVE EM-NOME        TO CNP-NOME.
           MOVE WRK-DATASYS    TO CNP-DATA.
           MOVE WRK-TOTAL-RESC TO CNP-VALOR.
           MOVE SPACES         TO CNP-SEU-NUMERO.
           STRING 'RESCISAO ' ET-MATRICULA
               DELIMITED BY SIZE INTO CNP-SEU-NUMERO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           IF CNP-OK
               WRITE BR-LINHA FROM CNP-LINHA
               WRITE BR-LINHA FROM CNP-LINHA-2
               ADD 1              TO WRK-QT-REMESSA
               ADD WRK-TOTAL-RESC TO WRK-TOTAL-REMESSA
           ELSE
               ADD 1 TO WRK-QT-SEM-CONTA
               DISPLAY 'RESCISAO SEM CREDITO - MATRICULA '
                       ET-MATRICULA ' - SEM CONTA NO EMPBANCO'
               MOVE 'PROGCOB57 ' TO EC-PROGRAMA
               MOVE WRK-DATASYS  TO EC-DATA
               MOVE SPACES       TO EC-ENTRADA
               STRING ET-MATRICULA ' ' EM-NOME
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'SEM CONTA NO EMPBANCO' TO EC-MOTIVO
               WRITE EC-REGISTRO
           END-IF.

      *    AS VERBAS DO TERMO FICAM GUARDADAS NO RESCHIST PARA O
      *    EVENTO DE DESLIGAMENTO DO ESOCIAL (PROGCOB84)
       0245-GRAVAR-HISTORICO.
           MOVE ET-MATRICULA      TO RR-MATRICULA.
           MOVE EM-NOME           TO RR-NOME.
           MOVE ET-DATA-EFEITO    TO RR-DATA-EFEITO.
           MOVE WRK-DATASYS       TO RR-DATA-CALCULO.
           MOVE WRK-AVOS          TO RR-AVOS.
           MOVE WRK-SALDO-SALARIO TO RR-SALDO-SALARIO.
           MOVE WRK-DECIMO-PROP   TO RR-DECIMO-PROP.
           MOVE WRK-FERIAS-PROP   TO RR-FERIAS-PROP.
           MOVE WRK-TERCO-FERIAS  TO RR-TERCO-FERIAS.
           MOVE WRK-TOTAL-RESC    TO RR-TOTAL.
           MOVE EM-CENTRO-CUSTO   TO RR-CENTRO-CUSTO.
           WRITE RR-REGISTRO.

       0250-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADAS.
           DISPLAY 'RESCISAO REJEITADA - MATRICULA ' ET-MATRICULA
           MOVE SPACES       TO AT-RESULTADO.
           STRING 'EFEITO ' ET-DATA-EFEITO ' R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

      *    NADA FOI ABERTO ALEM DO RUNLOG: O EMPTRAN FICA INTEIRO
       0290-ENCERRAR-ABANDONO.
           DISPLAY '*** CNABPARM SEM O SERVICO DE PAGAMENTOS -'
                   ' RESCISOES NAO PROCESSADAS ***'.
           MOVE 16 TO RETURN-CODE.
           MOVE 'FIM' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

       0300-FINALIZAR.
           MOVE 'T' TO CNP-ACAO.
           MOVE WRK-QT-REMESSA    TO CNP-QT-DETALHES.
           MOVE WRK-TOTAL-REMESSA TO CNP-VALOR-TOTAL.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE BR-LINHA FROM CNP-LINHA.
           MOVE 'F' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           WRITE BR-LINHA FROM CNP-LINHA.

           DISPLAY '-------------------------'
           DISPLAY 'DESLIGAMENTOS LIDOS...... ' WRK-QT-LIDAS.
           DISPLAY 'RESCISOES CALCULADAS..... ' WRK-QT-RESCISOES.
           DISPLAY 'RESCISOES REJEITADAS..... ' WRK-QT-REJEITADAS.
           DISPLAY 'CREDITOS NO BANKREM...... ' WRK-QT-REMESSA.
           DISPLAY 'SEM CONTA NO EMPBANCO.... ' WRK-QT-SEM-CONTA.
           IF WRK-QT-SEM-CONTA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QT-REJEITADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE EMP-TRANSACTION.
           CLOSE EMPLOYEE-MASTER.
           CLOSE BANK-REMITTANCE.
           CLOSE GL-EXTRACT.
           CLOSE SETTLEMENT-HISTORY.
           CLOSE AUDIT-TRAIL.
           CLOSE SYSTEM-EXCEPTIONS.
           MOVE 'F' TO RW-ACAO.
           WRITE RS-LINHA FROM RW-TRAILER.
           CLOSE SETTLEMENT-RPT.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDAS      TO RLP-LIDOS.
           MOVE WRK-QT-RESCISOES  TO RLP-GRAVADOS.
           MOVE WRK-QT-REJEITADAS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0400-QUEBRA-PAGINA.
