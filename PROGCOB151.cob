       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB151.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PACOTE MENSAL DE INDICADORES GERENCIAIS NUMA
      *     PAGINA SO, RODADO DEPOIS DA CADEIA DO FECHAMENTO DO MES.
      *     OS NUMEROS SAEM DO QUE OS PROGRAMAS DO MES JA DEIXARAM:
      *     CUSTO DE PESSOAL E ORCAMENTO DAS LINHAS DO MES NO
      *     CCBUDRPT (PROGCOB59), EFETIVO NO PAYHIST, VENDAS
      *     LIQUIDAS CONTRA META E ANO ANTERIOR NO SALESHIST E NO
      *     SALESBUD (PROGCOBD05), SALDO A RECEBER, PRAZO MEDIO DE
      *     RECEBIMENTO E VENCIDO ACIMA DE 90 DIAS NO ARAGING
      *     (PROGCOB56), MARGEM DE FRETE NA SECAO POR UF DO
      *     FRETMARG (PROGCOB22), ENTREGAS NO PRAZO NO CARRSCOR
      *     (PROGCOB83), POSICAO DE CAIXA E PREVISAO DE 30 DIAS NO
      *     CASHFCST (PROGCOB65) E AS EXCECOES AINDA NO SYSEXCEP.
      *     O KPIRPT MOSTRA O MES, O MES ANTERIOR, O ACUMULADO DO
      *     ANO E A SETA DE TENDENCIA CONTRA O MES ANTERIOR; OS
      *     NUMEROS DE CADA MES FICAM NO KPIHIST (COPYBOOK
      *     KPIHIST), QUE O EXPURGO DOS LOGS NAO ALCANCA. O MES DE
      *     REFERENCIA (AAAAMM) VEM DO CONSOLE - ZERADO, O MES
      *     CORRENTE. FONTE AUSENTE DEIXA O INDICADOR 'N/D' E O
      *     RETURN-CODE EM 4; KPIHIST MAIOR QUE A TABELA, RC 12 E
      *     NADA GRAVADO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-RPT ASSIGN TO 'CCBUDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCBUDRPT.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT SALES-HISTORY ASSIGN TO 'SALESHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESHIST.

           SELECT SALES-BUDGET ASSIGN TO 'SALESBUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESBUD.

           SELECT AGING-RPT ASSIGN TO 'ARAGING'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARAGING.

           SELECT MARGIN-RPT ASSIGN TO 'FRETMARG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETMARG.

           SELECT SCORECARD-RPT ASSIGN TO 'CARRSCOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRSCOR.

           SELECT FORECAST-RPT ASSIGN TO 'CASHFCST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CASHFCST.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT KPI-HISTORY ASSIGN TO 'KPIHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-KPIHIST.

           SELECT KPI-RPT ASSIGN TO 'KPIRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-KPIRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-RPT.
       01  BD-LINHA           PIC X(100).

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

       FD  SALES-HISTORY.
       01  SH-REGISTRO.
           02 SH-ANO           PIC 9(04).
           02 SH-REGIAO        PIC 9(01).
           02 SH-MES           PIC 9(02).
           02 SH-VALOR         PIC S9(06)V99.

       FD  SALES-BUDGET.
       01  SB-REGISTRO.
           02 SB-ANO           PIC 9(04).
           02 SB-REGIAO        PIC 9(01).
           02 SB-MES           PIC 9(02).
           02 SB-META          PIC 9(08)V99.

       FD  AGING-RPT.
       01  AG-LINHA           PIC X(100).

       FD  MARGIN-RPT.
       01  MG-LINHA           PIC X(90).

       FD  SCORECARD-RPT.
       01  SC-LINHA           PIC X(100).

       FD  FORECAST-RPT.
       01  FC-LINHA           PIC X(90).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  KPI-HISTORY.
           COPY 'KPIHIST.COB'.

       FD  KPI-RPT.
       01  KP-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CCBUDRPT   PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAYHIST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALESHIST  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALESBUD   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARAGING    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETMARG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRSCOR   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CASHFCST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-KPIHIST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-KPIRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CCBUDRPT  PIC X(01) VALUE 'N'.
          88 FIM-CCBUDRPT   VALUE 'S'.
       77 WRK-EOF-PAYHIST   PIC X(01) VALUE 'N'.
          88 FIM-PAYHIST    VALUE 'S'.
       77 WRK-EOF-SALESHIST PIC X(01) VALUE 'N'.
          88 FIM-SALESHIST  VALUE 'S'.
       77 WRK-EOF-SALESBUD  PIC X(01) VALUE 'N'.
          88 FIM-SALESBUD   VALUE 'S'.
       77 WRK-EOF-ARAGING   PIC X(01) VALUE 'N'.
          88 FIM-ARAGING    VALUE 'S'.
       77 WRK-EOF-FRETMARG  PIC X(01) VALUE 'N'.
          88 FIM-FRETMARG   VALUE 'S'.
       77 WRK-EOF-CARRSCOR  PIC X(01) VALUE 'N'.
          88 FIM-CARRSCOR   VALUE 'S'.
       77 WRK-EOF-CASHFCST  PIC X(01) VALUE 'N'.
          88 FIM-CASHFCST   VALUE 'S'.
       77 WRK-EOF-SYSEXCEP  PIC X(01) VALUE 'N'.
          88 FIM-SYSEXCEP   VALUE 'S'.
       77 WRK-EOF-KPIHIST   PIC X(01) VALUE 'N'.
          88 FIM-KPIHIST    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-PACOTE VALUE 'S'.
       77 WRK-SECAO-UF      PIC X(01) VALUE 'N'.
          88 NA-SECAO-UF    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-PARM   PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-PASSADO   PIC 9(04) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-KPI       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-CAR       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MES-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-FONTE  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-APURADOS   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DIAS-CAIXA PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-FONTE    PIC X(10) VALUE SPACES.
       77 WRK-FONTES-AUSENTES PIC X(63) VALUE SPACES.
       77 WRK-PTR-FONTES    PIC 9(03) VALUE 1.
      *    BASES DOS INDICADORES APURADAS NAS FONTES DO MES
       77 WRK-CUSTO-FOLHA   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ORCADO-FOLHA  PIC S9(11)V99 VALUE ZEROS.
       77 WRK-EFETIVO       PIC 9(05) VALUE ZEROS.
       77 WRK-VENDAS        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VENDAS-ANT    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-META-VENDAS   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-RECEBER PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VENCIDO-90    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RECEITA-FRETE PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CUSTO-FRETE   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-ENTREGUES     PIC S9(07) VALUE ZEROS.
       77 WRK-NO-PRAZO      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ENTREGUES-TRP PIC S9(07) VALUE ZEROS.
       77 WRK-EXCECOES      PIC 9(07) VALUE ZEROS.
       77 WRK-ENTRADA-DIA   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SAIDA-DIA     PIC S9(11)V99 VALUE ZEROS.
      *    AREA DE DESEDICAO DOS VALORES IMPRESSOS NOS RELATORIOS:
      *    OS DIGITOS SAO JUNTADOS, A VIRGULA MARCA AS DECIMAIS E O
      *    SINAL '-' DEIXA O VALOR NEGATIVO (MESMA IDEIA DO
      *    PROGCOB114, PARA QUALQUER LARGURA DE CAMPO EDITADO)
       77 WRK-CAMPO         PIC X(15) VALUE SPACES.
       77 WRK-DIGITO        PIC 9(01) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(15) VALUE ZEROS.
       77 WRK-QT-DECIMAIS   PIC 9(02) VALUE ZEROS.
       77 WRK-VIU-VIRGULA   PIC X(01) VALUE 'N'.
       77 WRK-NEGATIVO      PIC X(01) VALUE 'N'.
       77 WRK-VALOR-LIDO    PIC S9(11)V99 VALUE ZEROS.
      *    EDICAO DE UMA CASA DO RELATORIO (VALOR OU QUANTIDADE)
       77 WRK-EDITAR-APURADO PIC X(01) VALUE SPACE.
       77 WRK-EDITAR-VALOR  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-INTEIRA   PIC S9(13) VALUE ZEROS.
       77 WRK-CAMPO-EDITADO PIC X(15) VALUE SPACES.
       77 WRK-VALOR-ED      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       01 WRK-REFERENCIA.
          02 WRK-ANO-REF    PIC 9(04) VALUE ZEROS.
          02 WRK-MES-REF    PIC 9(02) VALUE ZEROS.
       01 WRK-MES-ANTERIOR.
          02 WRK-ANO-ANT    PIC 9(04) VALUE ZEROS.
          02 WRK-MES-ANT    PIC 9(02) VALUE ZEROS.
      *    INDICADORES DO PACOTE, NA ORDEM DAS POSICOES DO KPIHIST:
      *    ROTULO, ACUMULO NO ANO (S = SOMA DOS MESES, M = MEDIA DOS
      *    MESES APURADOS) E FORMATO (V = VALOR COM DUAS DECIMAIS,
      *    Q = QUANTIDADE INTEIRA)
       01 WRK-TB-DEFINICOES.
           02 FILLER PIC X(28) VALUE 'CUSTO DE PESSOAL R$       SV'.
           02 FILLER PIC X(28) VALUE 'ORCAMENTO DE PESSOAL R$   SV'.
           02 FILLER PIC X(28) VALUE 'PESSOAL / ORCAMENTO %     MV'.
           02 FILLER PIC X(28) VALUE 'EFETIVO NA FOLHA          MQ'.
           02 FILLER PIC X(28) VALUE 'VENDAS LIQUIDAS R$        SV'.
           02 FILLER PIC X(28) VALUE 'VENDAS / META %           MV'.
           02 FILLER PIC X(28) VALUE 'VENDAS / ANO ANTERIOR %   MV'.
           02 FILLER PIC X(28) VALUE 'PRAZO MEDIO RECEB. (DIAS) MQ'.
           02 FILLER PIC X(28) VALUE 'VENCIDO ACIMA 90 DIAS %   MV'.
           02 FILLER PIC X(28) VALUE 'MARGEM DE FRETE %         MV'.
           02 FILLER PIC X(28) VALUE 'ENTREGAS NO PRAZO %       MV'.
           02 FILLER PIC X(28) VALUE 'POSICAO DE CAIXA R$       MV'.
           02 FILLER PIC X(28) VALUE 'CAIXA PREVISTO 30 DIAS R$ MV'.
           02 FILLER PIC X(28) VALUE 'EXCECOES EM ABERTO        MQ'.
       01 WRK-TB-DEF REDEFINES WRK-TB-DEFINICOES.
           02 WRK-TB-DEF-ITEM OCCURS 14 TIMES.
               03 WRK-TB-DEF-ROTULO  PIC X(26).
               03 WRK-TB-DEF-ACUMULO PIC X(01).
               03 WRK-TB-DEF-FORMATO PIC X(01).
      *    MES DE REFERENCIA E MES ANTERIOR, NO DESENHO DO KPIHIST
       01 WRK-TB-ATUAL.
           02 WRK-TB-AT-ITEM OCCURS 14 TIMES.
               03 WRK-TB-AT-APURADO PIC X(01).
               03 WRK-TB-AT-VALOR   PIC S9(11)V99.
       01 WRK-TB-ANTERIOR.
           02 WRK-TB-ANT-ITEM OCCURS 14 TIMES.
               03 WRK-TB-ANT-APURADO PIC X(01).
               03 WRK-TB-ANT-VALOR   PIC S9(11)V99.
      *    ACUMULADO DO ANO ATE O MES DE REFERENCIA
       01 WRK-TB-ANO.
           02 WRK-TB-ANO-ITEM OCCURS 14 TIMES.
               03 WRK-TB-ANO-SOMA   PIC S9(13)V99.
               03 WRK-TB-ANO-MESES  PIC 9(02).
      *    KPIHIST INTEIRO EM MEMORIA (DEZ ANOS DE MESES)
       01 WRK-TB-HISTORICO.
           02 WRK-TB-HIST-QTD PIC 9(03) VALUE ZEROS.
           02 WRK-TB-HIST-REG PIC X(210) OCCURS 120 TIMES.
       01 KP-COLUNAS.
           02 FILLER          PIC X(40) VALUE
              ' INDICADOR                        MES AT'.
           02 FILLER          PIC X(40) VALUE
              'UAL    MES ANTERIOR       ACUM. ANO TEND'.
       01 KP-REFERENCIA.
           02 FILLER          PIC X(20) VALUE ' MES DE REFERENCIA: '.
           02 KP-R-MES        PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 KP-R-ANO        PIC 9(04).
           02 FILLER          PIC X(17) VALUE '   MES ANTERIOR: '.
           02 KP-R-MES-ANT    PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 KP-R-ANO-ANT    PIC 9(04).
       01 KP-DETALHE.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 KP-D-ROTULO     PIC X(26).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 KP-D-ATUAL      PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 KP-D-ANTERIOR   PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 KP-D-ANO        PIC X(15).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 KP-D-SETA       PIC X(01).
       01 KP-NOTA.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 KP-N-TEXTO      PIC X(79).
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-PACOTE
               PERFORM 0200-APURAR-PESSOAL
               PERFORM 0220-APURAR-EFETIVO
               PERFORM 0240-APURAR-VENDAS
               PERFORM 0260-APURAR-RECEBER
               PERFORM 0280-APURAR-FRETE
               PERFORM 0300-APURAR-ENTREGAS
               PERFORM 0320-APURAR-CAIXA
               PERFORM 0340-APURAR-EXCECOES
               PERFORM 0400-GUARDAR-MES
               PERFORM 0450-APURAR-COMPARATIVOS
               PERFORM 0500-IMPRIMIR
               PERFORM 0600-GRAVAR-HISTORICO
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB151' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'MES DE REFERENCIA (AAAAMM, ZERO = CORRENTE).. '
           ACCEPT WRK-ANOMES-PARM FROM CONSOLE.
           IF WRK-ANOMES-PARM = ZEROS
               MOVE WRK-DATASYS(1:6) TO WRK-REFERENCIA
           ELSE
               MOVE WRK-ANOMES-PARM TO WRK-REFERENCIA
           END-IF.

           IF WRK-MES-REF < 1 OR WRK-MES-REF > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO - PACOTE NAO'
                       ' EMITIDO'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RLP-RC
           ELSE
               IF WRK-MES-REF = 1
                   COMPUTE WRK-ANO-ANT = WRK-ANO-REF - 1
                   MOVE 12 TO WRK-MES-ANT
               ELSE
                   MOVE WRK-ANO-REF TO WRK-ANO-ANT
                   COMPUTE WRK-MES-ANT = WRK-MES-REF - 1
               END-IF
               COMPUTE WRK-ANO-PASSADO = WRK-ANO-REF - 1
               PERFORM VARYING WRK-IDX-KPI FROM 1 BY 1
                               UNTIL WRK-IDX-KPI > 14
                   MOVE 'N'   TO WRK-TB-AT-APURADO(WRK-IDX-KPI)
                                 WRK-TB-ANT-APURADO(WRK-IDX-KPI)
                   MOVE ZEROS TO WRK-TB-AT-VALOR(WRK-IDX-KPI)
                                 WRK-TB-ANT-VALOR(WRK-IDX-KPI)
                                 WRK-TB-ANO-SOMA(WRK-IDX-KPI)
                                 WRK-TB-ANO-MESES(WRK-IDX-KPI)
               END-PERFORM
               PERFORM 0120-CARREGAR-HISTORICO
           END-IF.

       0110-LER-HISTORICO.
           READ KPI-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-KPIHIST
           END-READ.

      *    SEM KPIHIST E O PRIMEIRO MES DO PACOTE. A TABELA CHEIA SO
      *    ABANDONA SE O MES AINDA NAO ESTA NELA (NAO HA ONDE POR)
       0120-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-IDX-MES-ATUAL.
           OPEN INPUT KPI-HISTORY.
           IF WRK-FS-KPIHIST = '00'
               PERFORM 0110-LER-HISTORICO
               PERFORM UNTIL FIM-KPIHIST OR ABANDONAR-PACOTE
                   IF WRK-TB-HIST-QTD = 120
                       DISPLAY 'KPIHIST MAIOR QUE A TABELA DE 120'
                               ' MESES - PACOTE ABANDONADO'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RLP-RC
                   ELSE
                       ADD 1 TO WRK-TB-HIST-QTD
                       MOVE KH-REGISTRO
                         TO WRK-TB-HIST-REG(WRK-TB-HIST-QTD)
                       IF KH-ANOMES = WRK-REFERENCIA
                           MOVE WRK-TB-HIST-QTD TO WRK-IDX-MES-ATUAL
                       END-IF
                       PERFORM 0110-LER-HISTORICO
                   END-IF
               END-PERFORM
               CLOSE KPI-HISTORY
           END-IF.

           IF NOT ABANDONAR-PACOTE
              AND WRK-IDX-MES-ATUAL = ZEROS
              AND WRK-TB-HIST-QTD = 120
               DISPLAY 'KPIHIST CHEIO (120 MESES) - ARQUIVAR OS'
                       ' ANOS ANTIGOS; PACOTE ABANDONADO'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 12 TO RLP-RC
           END-IF.

      *    FONTE QUE NAO ABRIU: O INDICADOR FICA NAO APURADO E O
      *    NOME VAI PARA A NOTA DO RELATORIO
       0190-FONTE-AUSENTE.
           DISPLAY WRK-NOME-FONTE ' NAO ENCONTRADO - INDICADOR NAO'
                   ' APURADO'.
           ADD 1 TO WRK-QT-SEM-FONTE.
           STRING WRK-NOME-FONTE DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
             INTO WRK-FONTES-AUSENTES
             WITH POINTER WRK-PTR-FONTES
           END-STRING.

      *    CUSTO DE PESSOAL E ORCAMENTO: LINHAS 'MES NN' DO CCBUDRPT
      *    (UMA POR CENTRO DE CUSTO), ORCADO NA POSICAO 16 E
      *    REALIZADO NA 41
       0200-APURAR-PESSOAL.
           OPEN INPUT BUDGET-RPT.
           IF WRK-FS-CCBUDRPT = '00'
               PERFORM 0210-LER-CCBUDRPT
               PERFORM UNTIL FIM-CCBUDRPT
                   IF BD-LINHA(1:4) = 'MES '
                      AND BD-LINHA(5:2) = WRK-MES-REF
                       MOVE BD-LINHA(16:14) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-ORCADO-FOLHA
                       MOVE BD-LINHA(41:14) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-CUSTO-FOLHA
                   END-IF
                   PERFORM 0210-LER-CCBUDRPT
               END-PERFORM
               CLOSE BUDGET-RPT
               MOVE 'S' TO WRK-TB-AT-APURADO(1)
                           WRK-TB-AT-APURADO(2)
               MOVE WRK-CUSTO-FOLHA  TO WRK-TB-AT-VALOR(1)
               MOVE WRK-ORCADO-FOLHA TO WRK-TB-AT-VALOR(2)
               IF WRK-ORCADO-FOLHA > ZEROS
                   MOVE 'S' TO WRK-TB-AT-APURADO(3)
                   COMPUTE WRK-TB-AT-VALOR(3) ROUNDED =
                       WRK-CUSTO-FOLHA * 100 / WRK-ORCADO-FOLHA
               END-IF
           ELSE
               MOVE 'CCBUDRPT' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0210-LER-CCBUDRPT.
           READ BUDGET-RPT
               AT END
                   MOVE 'S' TO WRK-EOF-CCBUDRPT
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    EFETIVO = FUNCIONARIOS COM FOLHA NO MES DE REFERENCIA
       0220-APURAR-EFETIVO.
           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0230-LER-PAYHIST
               PERFORM UNTIL FIM-PAYHIST
                   IF PH-ANO = WRK-ANO-REF AND PH-MES = WRK-MES-REF
                       ADD 1 TO WRK-EFETIVO
                   END-IF
                   PERFORM 0230-LER-PAYHIST
               END-PERFORM
               CLOSE PAYROLL-HISTORY
               MOVE 'S' TO WRK-TB-AT-APURADO(4)
               MOVE WRK-EFETIVO TO WRK-TB-AT-VALOR(4)
           ELSE
               MOVE 'PAYHIST' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0230-LER-PAYHIST.
           READ PAYROLL-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-PAYHIST
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    VENDAS LIQUIDAS (DEVOLUCOES JA ABATIDAS NO SALESHIST) DO
      *    MES, SOMADAS AS REGIOES, CONTRA A META DO SALESBUD E
      *    CONTRA O MESMO MES DO ANO ANTERIOR
       0240-APURAR-VENDAS.
           OPEN INPUT SALES-HISTORY.
           IF WRK-FS-SALESHIST = '00'
               PERFORM 0250-LER-SALESHIST
               PERFORM UNTIL FIM-SALESHIST
                   IF SH-MES = WRK-MES-REF
                       IF SH-ANO = WRK-ANO-REF
                           ADD SH-VALOR TO WRK-VENDAS
                       END-IF
                       IF SH-ANO = WRK-ANO-PASSADO
                           ADD SH-VALOR TO WRK-VENDAS-ANT
                       END-IF
                   END-IF
                   PERFORM 0250-LER-SALESHIST
               END-PERFORM
               CLOSE SALES-HISTORY
               MOVE 'S' TO WRK-TB-AT-APURADO(5)
               MOVE WRK-VENDAS TO WRK-TB-AT-VALOR(5)
               IF WRK-VENDAS-ANT > ZEROS
                   MOVE 'S' TO WRK-TB-AT-APURADO(7)
                   COMPUTE WRK-TB-AT-VALOR(7) ROUNDED =
                       WRK-VENDAS * 100 / WRK-VENDAS-ANT
               END-IF
           ELSE
               MOVE 'SALESHIST' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

           OPEN INPUT SALES-BUDGET.
           IF WRK-FS-SALESBUD = '00'
               PERFORM 0255-LER-SALESBUD
               PERFORM UNTIL FIM-SALESBUD
                   IF SB-ANO = WRK-ANO-REF AND SB-MES = WRK-MES-REF
                       ADD SB-META TO WRK-META-VENDAS
                   END-IF
                   PERFORM 0255-LER-SALESBUD
               END-PERFORM
               CLOSE SALES-BUDGET
               IF WRK-META-VENDAS > ZEROS
                  AND WRK-TB-AT-APURADO(5) = 'S'
                   MOVE 'S' TO WRK-TB-AT-APURADO(6)
                   COMPUTE WRK-TB-AT-VALOR(6) ROUNDED =
                       WRK-VENDAS * 100 / WRK-META-VENDAS
               END-IF
           ELSE
               MOVE 'SALESBUD' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0250-LER-SALESHIST.
           READ SALES-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-SALESHIST
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

       0255-LER-SALESBUD.
           READ SALES-BUDGET
               AT END
                   MOVE 'S' TO WRK-EOF-SALESBUD
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    SALDO A RECEBER = AS QUATRO FAIXAS DAS LINHAS 'CPF' DO
      *    ARAGING; O PRAZO MEDIO DE RECEBIMENTO USA O MES COMERCIAL
      *    DE 30 DIAS SOBRE AS VENDAS LIQUIDAS DO MES
       0260-APURAR-RECEBER.
           OPEN INPUT AGING-RPT.
           IF WRK-FS-ARAGING = '00'
               PERFORM 0270-LER-ARAGING
               PERFORM UNTIL FIM-ARAGING
                   IF AG-LINHA(1:4) = 'CPF '
                      AND AG-LINHA(19:10) = ' CORRENTE '
                       MOVE AG-LINHA(29:13) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-SALDO-RECEBER
                       MOVE AG-LINHA(47:13) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-SALDO-RECEBER
                       MOVE AG-LINHA(65:13) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-SALDO-RECEBER
                       MOVE AG-LINHA(83:13) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-SALDO-RECEBER
                                             WRK-VENCIDO-90
                   END-IF
                   PERFORM 0270-LER-ARAGING
               END-PERFORM
               CLOSE AGING-RPT
               MOVE 'S' TO WRK-TB-AT-APURADO(9)
               IF WRK-SALDO-RECEBER > ZEROS
                   COMPUTE WRK-TB-AT-VALOR(9) ROUNDED =
                       WRK-VENCIDO-90 * 100 / WRK-SALDO-RECEBER
               END-IF
               IF WRK-TB-AT-APURADO(5) = 'S' AND WRK-VENDAS > ZEROS
                   MOVE 'S' TO WRK-TB-AT-APURADO(8)
                   COMPUTE WRK-TB-AT-VALOR(8) ROUNDED =
                       WRK-SALDO-RECEBER * 30 / WRK-VENDAS
               END-IF
           ELSE
               MOVE 'ARAGING' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0270-LER-ARAGING.
           READ AGING-RPT
               AT END
                   MOVE 'S' TO WRK-EOF-ARAGING
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    MARGEM DE FRETE: SO A SECAO 'POR UF:' DO FRETMARG (A SECAO
      *    POR TRANSPORTADORA REPETE OS MESMOS FRETES), RECEITA NA
      *    POSICAO 30 E CUSTO NA 47
       0280-APURAR-FRETE.
           OPEN INPUT MARGIN-RPT.
           IF WRK-FS-FRETMARG = '00'
               PERFORM 0290-LER-FRETMARG
               PERFORM UNTIL FIM-FRETMARG
                   IF MG-LINHA(1:7) = 'POR UF:'
                       MOVE 'S' TO WRK-SECAO-UF
                   END-IF
                   IF MG-LINHA(1:19) = 'POR TRANSPORTADORA:'
                       MOVE 'N' TO WRK-SECAO-UF
                   END-IF
                   IF NA-SECAO-UF
                      AND MG-LINHA(21:9) = ' RECEITA '
                       MOVE MG-LINHA(30:10) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-RECEITA-FRETE
                       MOVE MG-LINHA(47:10) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       ADD WRK-VALOR-LIDO TO WRK-CUSTO-FRETE
                   END-IF
                   PERFORM 0290-LER-FRETMARG
               END-PERFORM
               CLOSE MARGIN-RPT
               IF WRK-RECEITA-FRETE > ZEROS
                   MOVE 'S' TO WRK-TB-AT-APURADO(10)
                   COMPUTE WRK-TB-AT-VALOR(10) ROUNDED =
                       (WRK-RECEITA-FRETE - WRK-CUSTO-FRETE) * 100
                       / WRK-RECEITA-FRETE
               END-IF
           ELSE
               MOVE 'FRETMARG' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0290-LER-FRETMARG.
           READ MARGIN-RPT
               AT END
                   MOVE 'S' TO WRK-EOF-FRETMARG
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    ENTREGAS NO PRAZO: O PERCENTUAL DE CADA TRANSPORTADORA DO
      *    CARRSCOR PESADO PELOS SEUS EMBARQUES ENTREGUES
       0300-APURAR-ENTREGAS.
           OPEN INPUT SCORECARD-RPT.
           IF WRK-FS-CARRSCOR = '00'
               PERFORM 0310-LER-CARRSCOR
               PERFORM UNTIL FIM-CARRSCOR
                   IF SC-LINHA(21:6) = ' EMB  '
                       MOVE SC-LINHA(39:5) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       MOVE WRK-VALOR-LIDO TO WRK-ENTREGUES-TRP
                       ADD WRK-ENTREGUES-TRP TO WRK-ENTREGUES
                       MOVE SC-LINHA(73:6) TO WRK-CAMPO
                       PERFORM 0800-DESEDITAR
                       COMPUTE WRK-NO-PRAZO = WRK-NO-PRAZO
                           + WRK-VALOR-LIDO * WRK-ENTREGUES-TRP / 100
                   END-IF
                   PERFORM 0310-LER-CARRSCOR
               END-PERFORM
               CLOSE SCORECARD-RPT
               IF WRK-ENTREGUES > ZEROS
                   MOVE 'S' TO WRK-TB-AT-APURADO(11)
                   COMPUTE WRK-TB-AT-VALOR(11) ROUNDED =
                       WRK-NO-PRAZO * 100 / WRK-ENTREGUES
               END-IF
           ELSE
               MOVE 'CARRSCOR' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0310-LER-CARRSCOR.
           READ SCORECARD-RPT
               AT END
                   MOVE 'S' TO WRK-EOF-CARRSCOR
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    CAIXA: A PRIMEIRA LINHA DIARIA DO CASHFCST E O DIA DE HOJE
      *    (POSICAO = SALDO - ENTRADAS + SAIDAS DO DIA) E A 31A E O
      *    SALDO PROJETADO DAQUI A 30 DIAS
       0320-APURAR-CAIXA.
           OPEN INPUT FORECAST-RPT.
           IF WRK-FS-CASHFCST = '00'
               PERFORM 0330-LER-CASHFCST
               PERFORM UNTIL FIM-CASHFCST
                   IF FC-LINHA(9:10) = ' ENTRADAS '
                       ADD 1 TO WRK-QT-DIAS-CAIXA
                       IF WRK-QT-DIAS-CAIXA = 1
                           PERFORM 0335-POSICAO-DE-CAIXA
                       END-IF
                       IF WRK-QT-DIAS-CAIXA = 31
                           MOVE FC-LINHA(62:15) TO WRK-CAMPO
                           PERFORM 0800-DESEDITAR
                           MOVE 'S' TO WRK-TB-AT-APURADO(13)
                           MOVE WRK-VALOR-LIDO TO WRK-TB-AT-VALOR(13)
                       END-IF
                   END-IF
                   PERFORM 0330-LER-CASHFCST
               END-PERFORM
               CLOSE FORECAST-RPT
           ELSE
               MOVE 'CASHFCST' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0330-LER-CASHFCST.
           READ FORECAST-RPT
               AT END
                   MOVE 'S' TO WRK-EOF-CASHFCST
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

       0335-POSICAO-DE-CAIXA.
           MOVE FC-LINHA(19:14) TO WRK-CAMPO.
           PERFORM 0800-DESEDITAR.
           MOVE WRK-VALOR-LIDO TO WRK-ENTRADA-DIA.
           MOVE FC-LINHA(41:14) TO WRK-CAMPO.
           PERFORM 0800-DESEDITAR.
           MOVE WRK-VALOR-LIDO TO WRK-SAIDA-DIA.
           MOVE FC-LINHA(62:15) TO WRK-CAMPO.
           PERFORM 0800-DESEDITAR.
           MOVE 'S' TO WRK-TB-AT-APURADO(12).
           COMPUTE WRK-TB-AT-VALOR(12) = WRK-VALOR-LIDO
               - WRK-ENTRADA-DIA + WRK-SAIDA-DIA.

      *    EXCECOES EM ABERTO = O QUE AINDA ESTA NO SYSEXCEP (O
      *    EXPURGO PROGCOB75 E QUE TIRA AS ANTIGAS)
       0340-APURAR-EXCECOES.
           OPEN INPUT SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '00'
               PERFORM 0350-LER-SYSEXCEP
               PERFORM UNTIL FIM-SYSEXCEP
                   ADD 1 TO WRK-EXCECOES
                   PERFORM 0350-LER-SYSEXCEP
               END-PERFORM
               CLOSE SYSTEM-EXCEPTIONS
               MOVE 'S' TO WRK-TB-AT-APURADO(14)
               MOVE WRK-EXCECOES TO WRK-TB-AT-VALOR(14)
           ELSE
               MOVE 'SYSEXCEP' TO WRK-NOME-FONTE
               PERFORM 0190-FONTE-AUSENTE
           END-IF.

       0350-LER-SYSEXCEP.
           READ SYSTEM-EXCEPTIONS
               AT END
                   MOVE 'S' TO WRK-EOF-SYSEXCEP
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    O MES APURADO ENTRA NA TABELA DO KPIHIST: NOVA RODADA NO
      *    MESMO MES SUBSTITUI O REGISTRO
       0400-GUARDAR-MES.
           MOVE WRK-REFERENCIA TO KH-ANOMES.
           MOVE WRK-DATASYS    TO KH-DATA-GERACAO.
           MOVE WRK-TB-ATUAL   TO KH-INDICADORES.
           IF WRK-IDX-MES-ATUAL = ZEROS
               ADD 1 TO WRK-TB-HIST-QTD
               MOVE WRK-TB-HIST-QTD TO WRK-IDX-MES-ATUAL
           END-IF.
           MOVE KH-REGISTRO TO WRK-TB-HIST-REG(WRK-IDX-MES-ATUAL).

      *    MES ANTERIOR E ACUMULADO DO ANO SAEM DO HISTORICO, QUE JA
      *    TEM O MES DE REFERENCIA
       0450-APURAR-COMPARATIVOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-HIST-QTD
               MOVE WRK-TB-HIST-REG(WRK-IDX) TO KH-REGISTRO
               IF KH-ANOMES = WRK-MES-ANTERIOR
                   MOVE KH-INDICADORES TO WRK-TB-ANTERIOR
               END-IF
               IF KH-ANO = WRK-ANO-REF AND KH-MES NOT > WRK-MES-REF
                   PERFORM VARYING WRK-IDX-KPI FROM 1 BY 1
                                   UNTIL WRK-IDX-KPI > 14
                       IF KH-INDICADOR-APURADO(WRK-IDX-KPI)
                           ADD KH-VALOR(WRK-IDX-KPI)
                             TO WRK-TB-ANO-SOMA(WRK-IDX-KPI)
                           ADD 1 TO WRK-TB-ANO-MESES(WRK-IDX-KPI)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0500-IMPRIMIR.
           OPEN OUTPUT KPI-RPT.
           MOVE 'INDICADORES GERENCIAIS DO MES' TO RW-TITULO.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-MES-REF TO KP-R-MES.
           MOVE WRK-ANO-REF TO KP-R-ANO.
           MOVE WRK-MES-ANT TO KP-R-MES-ANT.
           MOVE WRK-ANO-ANT TO KP-R-ANO-ANT.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE KP-LINHA FROM KP-REFERENCIA.

           PERFORM VARYING WRK-IDX-KPI FROM 1 BY 1
                           UNTIL WRK-IDX-KPI > 14
               PERFORM 0510-IMPRIMIR-INDICADOR
           END-PERFORM.

           MOVE 'ACUM. ANO: VALORES EM R$ SOMADOS NOS MESES; OS DEMAIS'
             TO KP-N-TEXTO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE KP-LINHA FROM KP-NOTA.
           MOVE 'PELA MEDIA DOS MESES APURADOS. N/D = NAO APURADO'
             TO KP-N-TEXTO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE KP-LINHA FROM KP-NOTA.
           IF WRK-QT-SEM-FONTE > ZEROS
               MOVE SPACES TO KP-N-TEXTO
               STRING 'FONTES AUSENTES: ' DELIMITED BY SIZE
                      WRK-FONTES-AUSENTES DELIMITED BY SIZE
                 INTO KP-N-TEXTO
               END-STRING
               PERFORM 0700-QUEBRA-PAGINA
               WRITE KP-LINHA FROM KP-NOTA
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE KP-LINHA FROM RW-TRAILER.
           CLOSE KPI-RPT.

      *    UMA LINHA POR INDICADOR: MES, MES ANTERIOR, ACUMULADO DO
      *    ANO E A SETA DO MES CONTRA O ANTERIOR
       0510-IMPRIMIR-INDICADOR.
           MOVE WRK-TB-DEF-ROTULO(WRK-IDX-KPI) TO KP-D-ROTULO.

           MOVE WRK-TB-AT-APURADO(WRK-IDX-KPI) TO WRK-EDITAR-APURADO.
           MOVE WRK-TB-AT-VALOR(WRK-IDX-KPI)   TO WRK-EDITAR-VALOR.
           PERFORM 0520-EDITAR-VALOR.
           MOVE WRK-CAMPO-EDITADO TO KP-D-ATUAL.
           IF WRK-TB-AT-APURADO(WRK-IDX-KPI) = 'S'
               ADD 1 TO WRK-QT-APURADOS
           END-IF.

           MOVE WRK-TB-ANT-APURADO(WRK-IDX-KPI) TO WRK-EDITAR-APURADO.
           MOVE WRK-TB-ANT-VALOR(WRK-IDX-KPI)   TO WRK-EDITAR-VALOR.
           PERFORM 0520-EDITAR-VALOR.
           MOVE WRK-CAMPO-EDITADO TO KP-D-ANTERIOR.

           IF WRK-TB-ANO-MESES(WRK-IDX-KPI) > ZEROS
               MOVE 'S' TO WRK-EDITAR-APURADO
               IF WRK-TB-DEF-ACUMULO(WRK-IDX-KPI) = 'S'
                   MOVE WRK-TB-ANO-SOMA(WRK-IDX-KPI)
                     TO WRK-EDITAR-VALOR
               ELSE
                   COMPUTE WRK-EDITAR-VALOR ROUNDED =
                       WRK-TB-ANO-SOMA(WRK-IDX-KPI)
                       / WRK-TB-ANO-MESES(WRK-IDX-KPI)
               END-IF
           ELSE
               MOVE 'N' TO WRK-EDITAR-APURADO
           END-IF.
           PERFORM 0520-EDITAR-VALOR.
           MOVE WRK-CAMPO-EDITADO TO KP-D-ANO.

           MOVE SPACE TO KP-D-SETA.
           IF WRK-TB-AT-APURADO(WRK-IDX-KPI) = 'S'
              AND WRK-TB-ANT-APURADO(WRK-IDX-KPI) = 'S'
               IF WRK-TB-AT-VALOR(WRK-IDX-KPI)
                  > WRK-TB-ANT-VALOR(WRK-IDX-KPI)
                   MOVE '^' TO KP-D-SETA
               ELSE
                   IF WRK-TB-AT-VALOR(WRK-IDX-KPI)
                      < WRK-TB-ANT-VALOR(WRK-IDX-KPI)
                       MOVE 'v' TO KP-D-SETA
                   ELSE
                       MOVE '=' TO KP-D-SETA
                   END-IF
               END-IF
           END-IF.

           PERFORM 0700-QUEBRA-PAGINA.
           WRITE KP-LINHA FROM KP-DETALHE.
           DISPLAY KP-DETALHE.

       0520-EDITAR-VALOR.
           IF WRK-EDITAR-APURADO NOT = 'S'
               MOVE '            N/D' TO WRK-CAMPO-EDITADO
           ELSE
               IF WRK-TB-DEF-FORMATO(WRK-IDX-KPI) = 'Q'
                   COMPUTE WRK-QTD-INTEIRA ROUNDED = WRK-EDITAR-VALOR
                   MOVE WRK-QTD-INTEIRA TO WRK-QTD-ED
                   MOVE WRK-QTD-ED TO WRK-CAMPO-EDITADO
               ELSE
                   MOVE WRK-EDITAR-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-CAMPO-EDITADO
               END-IF
           END-IF.

      *    REGRAVA O KPIHIST INTEIRO, JA COM O MES DE REFERENCIA
       0600-GRAVAR-HISTORICO.
           OPEN OUTPUT KPI-HISTORY.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-HIST-QTD
               MOVE WRK-TB-HIST-REG(WRK-IDX) TO KH-REGISTRO
               WRITE KH-REGISTRO
           END-PERFORM.
           CLOSE KPI-HISTORY.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE KP-LINHA FROM RW-CABECALHO1
               WRITE KP-LINHA FROM RW-CABECALHO2
               WRITE KP-LINHA FROM KP-COLUNAS
           END-IF.

      *    DESEDITA O CAMPO IMPRESSO EM WRK-CAMPO PARA WRK-VALOR-LIDO
       0800-DESEDITAR.
           MOVE ZEROS TO WRK-NUMERO WRK-QT-DECIMAIS.
           MOVE 'N' TO WRK-VIU-VIRGULA WRK-NEGATIVO.
           PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                           UNTIL WRK-IDX-CAR > 15
               EVALUATE TRUE
                   WHEN WRK-CAMPO(WRK-IDX-CAR:1) IS NUMERIC
                       MOVE WRK-CAMPO(WRK-IDX-CAR:1) TO WRK-DIGITO
                       COMPUTE WRK-NUMERO = WRK-NUMERO * 10
                                          + WRK-DIGITO
                       IF WRK-VIU-VIRGULA = 'S'
                           ADD 1 TO WRK-QT-DECIMAIS
                       END-IF
                   WHEN WRK-CAMPO(WRK-IDX-CAR:1) = ','
                       MOVE 'S' TO WRK-VIU-VIRGULA
                   WHEN WRK-CAMPO(WRK-IDX-CAR:1) = '-'
                       MOVE 'S' TO WRK-NEGATIVO
               END-EVALUATE
           END-PERFORM.
           COMPUTE WRK-VALOR-LIDO = WRK-NUMERO / 10 ** WRK-QT-DECIMAIS.
           IF WRK-NEGATIVO = 'S'
               COMPUTE WRK-VALOR-LIDO = WRK-VALOR-LIDO * -1
           END-IF.

       0900-FINALIZAR.
           IF NOT ABANDONAR-PACOTE
               DISPLAY '-------------------------'
               DISPLAY 'MES DE REFERENCIA........ ' WRK-REFERENCIA
               DISPLAY 'LINHAS LIDAS NAS FONTES.. ' WRK-QT-LIDOS
               DISPLAY 'INDICADORES APURADOS..... ' WRK-QT-APURADOS
               DISPLAY 'FONTES AUSENTES.......... ' WRK-QT-SEM-FONTE
               DISPLAY 'MESES NO KPIHIST......... ' WRK-TB-HIST-QTD
               IF WRK-QT-SEM-FONTE > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS    TO RLP-LIDOS.
           MOVE WRK-QT-APURADOS TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-FONTE TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
