       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB89.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: DISTRIBUICAO DA PARTICIPACAO NOS LUCROS (PLR).
      *     ATE AGORA A PLR ERA PAGA INTEIRA FORA DO SISTEMA, PORQUE
      *     NAO PODE PASSAR PELA TABELA MENSAL DE IRRF DA FOLHA - A
      *     PLR TEM TRIBUTACAO EXCLUSIVA, COM TABELA ANUAL PROPRIA.
      *     O PLRPARM TRAZ O ANO-BASE, O VALOR TOTAL A DISTRIBUIR E
      *     O PERCENTUAL DIVIDIDO EM PARTES IGUAIS POR CABECA; O
      *     RESTANTE E PROPORCIONAL AO SALARIO. AS DUAS PARTES SAO
      *     PROPORCIONAIS AOS AVOS TRABALHADOS NO ANO-BASE:
      *     - ENTRA QUEM ESTA NO EMPMAST E QUEM FOI DESLIGADO DO
      *       ANO-BASE EM DIANTE (HISTORICO EMPTHIST DAS TRANSACOES
      *       DO EMPTRAN JA APLICADAS PELO PROGCOB52);
      *     - A ADMISSAO NO ANO-BASE CONTA A PARTIR DO MES DE
      *       EFEITO (SE ENTROU ATE O DIA 15) E O DESLIGAMENTO NO
      *       ANO-BASE CONTA ATE O MES DE EFEITO (SE SAIU DO DIA 15
      *       EM DIANTE), O MESMO CRITERIO DOS AVOS DA RESCISAO.
      *     O IRRF SAI DA TABELA EXCLUSIVA PLRIRTAB SOBRE O TOTAL DE
      *     PLR PAGO NO ANO CIVIL (ANTECIPACAO JA LANCADA NO PAYHIST
      *     ENTRA NA BASE E O IMPOSTO JA RETIDO E ABATIDO). O
      *     LIQUIDO VAI PARA A REMESSA BANCARIA (BANKREM, MESMO
      *     HEADER/DETALHE/TRAILER DA FOLHA, EM EXTEND) E O
      *     PAGAMENTO FICA NO PAYHIST EM LINHA PROPRIA (PH-PLR E
      *     PH-IRRF-PLR, RESTO DAS VERBAS ZERADO) PARA O INFORME DE
      *     RENDIMENTOS (PROGCOB40) MOSTRAR A PLR SEPARADA. O
      *     BATCTRL IMPEDE PAGAR DUAS VEZES NO MESMO MES; A ABERTURA
      *     POR FUNCIONARIO SAI NO PLRRPT
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O BANKREM PASSOU AO PADRAO FEBRABAN
      *            CNAB 240 (SUBROTINA PROGCOB154, PARAMETROS NO
      *            CNABPARM): A PLR SAI EM ARQUIVO PROPRIO, COM
      *            HEADERS, SEGMENTOS A E B, TRAILERS E NSA PROPRIO,
      *            EM OUTPUT E NAO MAIS EM EXTEND. QUEM NAO TEM CONTA
      *            NO EMPBANCO FICA PAGO NO PAYHIST, MAS FORA DA
      *            REMESSA: VAI AO SYSEXCEP PARA A TESOURARIA PAGAR
      *            A PARTE (RC 4). SEM O CNABPARM NADA E PAGO (RC 16)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLR-PARMS ASSIGN TO 'PLRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLRPARM.

           SELECT PLR-IRRF-TABLE ASSIGN TO 'PLRIRTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLRIRTAB.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT EMP-HISTORY ASSIGN TO 'EMPTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPTHIST.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT BANK-REMITTANCE ASSIGN TO 'BANKREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANKREM.

           SELECT PLR-RPT ASSIGN TO 'PLRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLRRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLR-PARMS.
       01  PL-REGISTRO.
           02 PL-ANO-BASE       PIC 9(04).
           02 PL-VALOR-TOTAL    PIC 9(10)V99.
           02 PL-PERC-LINEAR    PIC 9(03)V99.

      *    TABELA ANUAL EXCLUSIVA DA PLR, NO MESMO DESENHO DA
      *    IRRFTAB DA FOLHA (FAIXA, ALIQUOTA E PARCELA A DEDUZIR)
       FD  PLR-IRRF-TABLE.
       01  PI-REGISTRO.
           02 PI-INICIO         PIC 9(08)V99.
           02 PI-FIM            PIC 9(08)V99.
           02 PI-ALIQUOTA       PIC 9(02)V99.
           02 PI-DEDUCAO        PIC 9(07)V99.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  EMP-HISTORY.
           COPY 'EMPTHIST.COB'.

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

       FD  BANK-REMITTANCE.
       01  BR-LINHA         PIC X(240).

       FD  PLR-RPT.
       01  PR-LINHA         PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-PLRPARM   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PLRIRTAB  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPTHIST  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PAYHIST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BANKREM   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PLRRPT    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BATCTRL   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-PLRIRTAB PIC X(01)       VALUE 'N'.
           88 FIM-PLRIRTAB  VALUE 'S'.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-EMPTHIST PIC X(01)       VALUE 'N'.
           88 FIM-EMPTHIST  VALUE 'S'.
       77  WRK-EOF-PAYHIST  PIC X(01)       VALUE 'N'.
           88 FIM-PAYHIST   VALUE 'S'.
       77  WRK-EOF-BATCTRL  PIC X(01)       VALUE 'N'.
           88 FIM-BATCTRL   VALUE 'S'.
       77  WRK-JA-RODOU     PIC X(01)       VALUE 'N'.
           88 JA-RODOU-NO-MES VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-PLR VALUE 'S'.
       77  WRK-RELATORIO    PIC X(01)       VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANOMES       PIC 9(06)       VALUE ZEROS.
       77  WRK-ANOSYS       PIC 9(04)       VALUE ZEROS.
       77  WRK-MESSYS       PIC 9(02)       VALUE ZEROS.
       77  WRK-ANO-BASE     PIC 9(04)       VALUE ZEROS.
       77  WRK-VALOR-TOTAL  PIC 9(10)V99    VALUE ZEROS.
       77  WRK-PERC-LINEAR  PIC 9(03)V99    VALUE ZEROS.
       77  WRK-VALOR-LINEAR PIC 9(10)V99    VALUE ZEROS.
       77  WRK-VALOR-PROPORC PIC 9(10)V99   VALUE ZEROS.
       77  WRK-IDX          PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-FUNC     PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-MOV      PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-IR       PIC 9(02)       VALUE ZEROS.
       77  WRK-FAIXA-ACHADA PIC X(01)       VALUE 'N'.
       77  WRK-MES-INICIO   PIC 9(02)       VALUE ZEROS.
       77  WRK-MES-FIM      PIC 9(02)       VALUE ZEROS.
       77  WRK-DIA-EFEITO   PIC 9(02)       VALUE ZEROS.
       77  WRK-AVOS         PIC 9(02)       VALUE ZEROS.
       77  WRK-SEM-ADMISSAO PIC X(01)       VALUE 'N'.
       77  WRK-MATR-AVOS    PIC 9(06)       VALUE ZEROS.
       77  WRK-ANO-POSSE    PIC 9(04)       VALUE ZEROS.
       77  WRK-TOTAL-AVOS   PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-SAL-AVOS PIC 9(12)V99  VALUE ZEROS.
       77  WRK-SAL-AVOS     PIC 9(10)V99    VALUE ZEROS.
       77  WRK-BASE-ANO     PIC 9(08)V99    VALUE ZEROS.
       77  WRK-IRRF-ANO     PIC 9(08)V99    VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-PAGOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-SEM-AVOS  PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-AVISOS    PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-BRUTO  PIC 9(10)V99    VALUE ZEROS.
       77  WRK-TOTAL-IRRF   PIC 9(10)V99    VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC 9(10)V99   VALUE ZEROS.
       77  WRK-SOBRA        PIC 9(10)V99    VALUE ZEROS.
       77  WRK-QT-REMESSA   PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-REMESSA PIC 9(14)V99   VALUE ZEROS.
       77  WRK-QT-SEM-CONTA PIC 9(06)       VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(25)       VALUE SPACES.
       01  WRK-TB-IRRF.
           02 WRK-TB-IRRF-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-IRRF-ITEM OCCURS 10 TIMES.
               03 WRK-TB-IR-INICIO  PIC 9(08)V99.
               03 WRK-TB-IR-FIM     PIC 9(08)V99.
               03 WRK-TB-IR-ALIQ    PIC 9(02)V99.
               03 WRK-TB-IR-DEDUCAO PIC 9(07)V99.
      *    ADMISSOES E DESLIGAMENTOS DO EMPTHIST DO ANO-BASE EM
      *    DIANTE - O EMPMAST SO GUARDA O ANO DE POSSE
       01  WRK-TB-MOVIMENTOS.
           02 WRK-TB-MOV-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-MOV-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-MOV-TIPO     PIC X(01).
               03 WRK-TB-MOV-MATR     PIC 9(06).
               03 WRK-TB-MOV-NOME     PIC X(20).
               03 WRK-TB-MOV-SALARIO  PIC 9(06)V99.
               03 WRK-TB-MOV-POSSE    PIC 9(04).
               03 WRK-TB-MOV-DATA     PIC 9(08).
      *    UM ITEM POR BENEFICIARIO: ATIVO DO EMPMAST OU DESLIGADO
      *    DO EMPTHIST, COM A PLR JA PAGA NO ANO CIVIL (PAYHIST)
       01  WRK-TB-BENEFICIARIOS.
           02 WRK-TB-BEN-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-BEN-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-BEN-MATR     PIC 9(06).
               03 WRK-TB-BEN-NOME     PIC X(20).
               03 WRK-TB-BEN-SALARIO  PIC 9(06)V99.
               03 WRK-TB-BEN-AVOS     PIC 9(02).
               03 WRK-TB-BEN-PLR-ANT  PIC 9(08)V99.
               03 WRK-TB-BEN-IRRF-ANT PIC 9(08)V99.
               03 WRK-TB-BEN-LINEAR   PIC 9(08)V99.
               03 WRK-TB-BEN-BRUTO    PIC 9(08)V99.
               03 WRK-TB-BEN-IRRF     PIC 9(08)V99.
               03 WRK-TB-BEN-LIQUIDO  PIC 9(08)V99.
       01  PR-PARAMETROS.
           02 FILLER          PIC X(10) VALUE 'ANO-BASE  '.
           02 PR-P-ANO        PIC 9(04).
           02 FILLER          PIC X(13) VALUE '  VALOR R$   '.
           02 PR-P-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(10) VALUE '  LINEAR '.
           02 PR-P-PERC       PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE '%'.
       01  PR-DETALHE.
           02 PR-D-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-AVOS       PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-LINEAR     PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-BRUTO      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-IRRF       PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PR-D-LIQUIDO    PIC ZZZ.ZZ9,99.
       01  PR-TOTAL.
           02 FILLER          PIC X(15) VALUE 'TOTAL PAGO   R$'.
           02 PR-T-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' IRRF  '.
           02 PR-T-IRRF       PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(07) VALUE ' LIQ.  '.
           02 PR-T-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0060-CONFERIR-REEXECUCAO.
           IF JA-RODOU-NO-MES
               DISPLAY 'PLR JA PAGA NESTE MES (BATCTRL) -'
                       ' REEXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-PLR
                   DISPLAY '*** PLR ABANDONADA - NADA PAGO ***'
               ELSE
                   PERFORM 0200-PROCESSAR
                       VARYING WRK-IDX-FUNC FROM 1 BY 1
                       UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD
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
                   IF BC-PROGRAMA = 'PROGCOB89 '
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
           MOVE 'PROGCOB89 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-LER-PARAMETROS.
           IF NOT ABANDONAR-PLR
               PERFORM 0120-CARREGAR-TABELA-IRRF
           END-IF.
           IF NOT ABANDONAR-PLR
               PERFORM 0130-CARREGAR-MOVIMENTOS
           END-IF.

           IF NOT ABANDONAR-PLR
               OPEN OUTPUT PLR-RPT
               MOVE 'S' TO WRK-RELATORIO
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF

               MOVE 'PARTICIPACAO NOS LUCROS - PLR' TO RW-TITULO
               MOVE 'MATR / NOME / AVOS / LINEAR / BRUTO / IRRF / LIQ'
                 TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE

               PERFORM 0140-CARREGAR-ATIVOS
           END-IF.
           IF NOT ABANDONAR-PLR
               PERFORM 0150-CARREGAR-DESLIGADOS
           END-IF.
           IF NOT ABANDONAR-PLR
               PERFORM 0160-CARREGAR-PLR-ANTERIOR
           END-IF.
           IF NOT ABANDONAR-PLR
               PERFORM 0170-APURAR-TOTAIS
           END-IF.
           IF NOT ABANDONAR-PLR
               PERFORM 0175-ABRIR-REMESSA-CNAB
           END-IF.

           IF NOT ABANDONAR-PLR
               OPEN EXTEND PAYROLL-HISTORY
               IF WRK-FS-PAYHIST = '05' OR WRK-FS-PAYHIST = '35'
                   OPEN OUTPUT PAYROLL-HISTORY
               END-IF

               OPEN OUTPUT BANK-REMITTANCE
               MOVE 'H' TO CNP-ACAO
               CALL 'PROGCOB154' USING CNP-PARAMETROS
               WRITE BR-LINHA FROM CNP-LINHA
               MOVE 'L' TO CNP-ACAO
               CALL 'PROGCOB154' USING CNP-PARAMETROS
               WRITE BR-LINHA FROM CNP-LINHA

               MOVE WRK-ANO-BASE    TO PR-P-ANO
               MOVE WRK-VALOR-TOTAL TO PR-P-VALOR
               MOVE WRK-PERC-LINEAR TO PR-P-PERC
               PERFORM 0400-QUEBRA-PAGINA
               WRITE PR-LINHA FROM PR-PARAMETROS
           END-IF.

      *    O PLRPARM E OBRIGATORIO: SEM VALOR OU COM PERCENTUAL
      *    LINEAR ACIMA DE 100 NAO HA O QUE DISTRIBUIR
       0110-LER-PARAMETROS.
           OPEN INPUT PLR-PARMS.
           IF WRK-FS-PLRPARM = '00'
               READ PLR-PARMS
                   AT END
                       MOVE 'S' TO WRK-ABANDONAR
                   NOT AT END
                       MOVE PL-ANO-BASE    TO WRK-ANO-BASE
                       MOVE PL-VALOR-TOTAL TO WRK-VALOR-TOTAL
                       MOVE PL-PERC-LINEAR TO WRK-PERC-LINEAR
               END-READ
               CLOSE PLR-PARMS
           ELSE
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

           IF NOT ABANDONAR-PLR
               IF WRK-VALOR-TOTAL = ZEROS
                  OR WRK-PERC-LINEAR > 100
                  OR WRK-ANO-BASE = ZEROS
                  OR WRK-ANO-BASE > WRK-ANOSYS
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           END-IF.

           IF ABANDONAR-PLR
               DISPLAY '*** PLRPARM AUSENTE OU INVALIDO ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WRK-VALOR-LINEAR ROUNDED =
                   WRK-VALOR-TOTAL * WRK-PERC-LINEAR / 100
               COMPUTE WRK-VALOR-PROPORC =
                   WRK-VALOR-TOTAL - WRK-VALOR-LINEAR
           END-IF.

      *    SEM A TABELA EXCLUSIVA A PLR SAIRIA SEM RETENCAO: A
      *    PLRIRTAB E OBRIGATORIA
       0120-CARREGAR-TABELA-IRRF.
           OPEN INPUT PLR-IRRF-TABLE.
           IF WRK-FS-PLRIRTAB = '00'
               PERFORM 0125-LER-FAIXA-IRRF
               PERFORM UNTIL FIM-PLRIRTAB
                              OR WRK-TB-IRRF-QTD = 10
                   ADD 1 TO WRK-TB-IRRF-QTD
                   MOVE PI-INICIO
                     TO WRK-TB-IR-INICIO(WRK-TB-IRRF-QTD)
                   MOVE PI-FIM
                     TO WRK-TB-IR-FIM(WRK-TB-IRRF-QTD)
                   MOVE PI-ALIQUOTA
                     TO WRK-TB-IR-ALIQ(WRK-TB-IRRF-QTD)
                   MOVE PI-DEDUCAO
                     TO WRK-TB-IR-DEDUCAO(WRK-TB-IRRF-QTD)
                   PERFORM 0125-LER-FAIXA-IRRF
               END-PERFORM
               CLOSE PLR-IRRF-TABLE
           END-IF.
           IF WRK-TB-IRRF-QTD = ZEROS
               DISPLAY '*** PLRIRTAB AUSENTE OU VAZIA ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

       0125-LER-FAIXA-IRRF.
           READ PLR-IRRF-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-PLRIRTAB
           END-READ.

      *    O EMPTHIST E OPCIONAL: SEM ELE TODOS OS ATIVOS CONTAM O
      *    ANO INTEIRO E NENHUM DESLIGADO ENTRA
       0130-CARREGAR-MOVIMENTOS.
           OPEN INPUT EMP-HISTORY.
           IF WRK-FS-EMPTHIST = '00'
               PERFORM 0135-LER-MOVIMENTO
               PERFORM UNTIL FIM-EMPTHIST OR ABANDONAR-PLR
                   IF (TH-ADMISSAO OR TH-DESLIGAMENTO)
                      AND TH-DATA-EFEITO(1:4) NOT < WRK-ANO-BASE
                       IF WRK-TB-MOV-QTD = 2000
                           DISPLAY '*** EMPTHIST EXCEDE A TABELA DE'
                                   ' 2000 MOVIMENTOS ***'
                           MOVE 'S' TO WRK-ABANDONAR
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-TB-MOV-QTD
                           MOVE TH-TIPO
                             TO WRK-TB-MOV-TIPO(WRK-TB-MOV-QTD)
                           MOVE TH-MATRICULA
                             TO WRK-TB-MOV-MATR(WRK-TB-MOV-QTD)
                           MOVE TH-NOME
                             TO WRK-TB-MOV-NOME(WRK-TB-MOV-QTD)
                           MOVE TH-SALARIO
                             TO WRK-TB-MOV-SALARIO(WRK-TB-MOV-QTD)
                           MOVE TH-ANO-POSSE
                             TO WRK-TB-MOV-POSSE(WRK-TB-MOV-QTD)
                           MOVE TH-DATA-EFEITO
                             TO WRK-TB-MOV-DATA(WRK-TB-MOV-QTD)
                       END-IF
                   END-IF
                   PERFORM 0135-LER-MOVIMENTO
               END-PERFORM
               CLOSE EMP-HISTORY
           END-IF.

       0135-LER-MOVIMENTO.
           READ EMP-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-EMPTHIST
           END-READ.

       0140-CARREGAR-ATIVOS.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM 0145-LER-EMPLOYEE-MASTER.
           PERFORM UNTIL FIM-EMPMAST OR ABANDONAR-PLR
               ADD 1 TO WRK-QT-LIDOS
               MOVE EM-MATRICULA TO WRK-MATR-AVOS
               MOVE EM-ANO-POSSE TO WRK-ANO-POSSE
               PERFORM 0180-CALCULAR-AVOS
               IF WRK-SEM-ADMISSAO = 'S'
                   MOVE SPACES TO EC-ENTRADA
                   STRING EM-MATRICULA ' ' EM-NOME
                       DELIMITED BY SIZE INTO EC-ENTRADA
                   MOVE 'ADMISSAO SEM DATA NO ANO' TO WRK-MOTIVO
                   PERFORM 0190-REGISTRAR-AVISO
               END-IF
               IF WRK-AVOS = ZEROS
                   ADD 1 TO WRK-QT-SEM-AVOS
               ELSE
                   IF WRK-TB-BEN-QTD = 2000
                       DISPLAY '*** EMPMAST EXCEDE A TABELA DE'
                               ' 2000 BENEFICIARIOS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-BEN-QTD
                       MOVE EM-MATRICULA
                         TO WRK-TB-BEN-MATR(WRK-TB-BEN-QTD)
                       MOVE EM-NOME
                         TO WRK-TB-BEN-NOME(WRK-TB-BEN-QTD)
                       MOVE EM-SALARIO
                         TO WRK-TB-BEN-SALARIO(WRK-TB-BEN-QTD)
                       MOVE WRK-AVOS
                         TO WRK-TB-BEN-AVOS(WRK-TB-BEN-QTD)
                   END-IF
               END-IF
               PERFORM 0145-LER-EMPLOYEE-MASTER
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       0145-LER-EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    DESLIGADO DO ANO-BASE EM DIANTE QUE NAO VOLTOU AO EMPMAST
      *    ENTRA COM O SALARIO DA DATA DO DESLIGAMENTO
       0150-CARREGAR-DESLIGADOS.
           PERFORM VARYING WRK-IDX-MOV FROM 1 BY 1
                           UNTIL WRK-IDX-MOV > WRK-TB-MOV-QTD
                              OR ABANDONAR-PLR
               IF WRK-TB-MOV-TIPO(WRK-IDX-MOV) = 'D'
                   MOVE ZEROS TO WRK-IDX
                   PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                                   UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD
                                      OR WRK-IDX > ZEROS
                       IF WRK-TB-BEN-MATR(WRK-IDX-FUNC) =
                              WRK-TB-MOV-MATR(WRK-IDX-MOV)
                           MOVE WRK-IDX-FUNC TO WRK-IDX
                       END-IF
                   END-PERFORM
                   IF WRK-IDX = ZEROS
                       PERFORM 0155-INCLUIR-DESLIGADO
                   END-IF
               END-IF
           END-PERFORM.

       0155-INCLUIR-DESLIGADO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE WRK-TB-MOV-MATR(WRK-IDX-MOV)  TO WRK-MATR-AVOS.
           MOVE WRK-TB-MOV-POSSE(WRK-IDX-MOV) TO WRK-ANO-POSSE.
           PERFORM 0180-CALCULAR-AVOS.
           IF WRK-AVOS = ZEROS
               ADD 1 TO WRK-QT-SEM-AVOS
           ELSE
               IF WRK-TB-BEN-QTD = 2000
                   DISPLAY '*** DESLIGADOS EXCEDEM A TABELA DE'
                           ' 2000 BENEFICIARIOS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-BEN-QTD
                   MOVE WRK-TB-MOV-MATR(WRK-IDX-MOV)
                     TO WRK-TB-BEN-MATR(WRK-TB-BEN-QTD)
                   MOVE WRK-TB-MOV-NOME(WRK-IDX-MOV)
                     TO WRK-TB-BEN-NOME(WRK-TB-BEN-QTD)
                   MOVE WRK-TB-MOV-SALARIO(WRK-IDX-MOV)
                     TO WRK-TB-BEN-SALARIO(WRK-TB-BEN-QTD)
                   MOVE WRK-AVOS
                     TO WRK-TB-BEN-AVOS(WRK-TB-BEN-QTD)
               END-IF
           END-IF.

      *    PLR JA PAGA NO ANO CIVIL DO PAGAMENTO (ANTECIPACAO): A
      *    TABELA EXCLUSIVA INCIDE SOBRE O ACUMULADO DO ANO. O
      *    PAYHIST E OPCIONAL - SEM ELE NAO HOUVE ANTECIPACAO
       0160-CARREGAR-PLR-ANTERIOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-BEN-QTD
               MOVE ZEROS TO WRK-TB-BEN-PLR-ANT(WRK-IDX)
                             WRK-TB-BEN-IRRF-ANT(WRK-IDX)
           END-PERFORM.

           OPEN INPUT PAYROLL-HISTORY.
           IF WRK-FS-PAYHIST = '00'
               PERFORM 0165-LER-HISTORICO
               PERFORM UNTIL FIM-PAYHIST
                   IF PH-ANO = WRK-ANOSYS
                      AND PH-PLR > ZEROS
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                                       UNTIL WRK-IDX > WRK-TB-BEN-QTD
                           IF WRK-TB-BEN-MATR(WRK-IDX) = PH-MATRICULA
                               ADD PH-PLR
                                 TO WRK-TB-BEN-PLR-ANT(WRK-IDX)
                               ADD PH-IRRF-PLR
                                 TO WRK-TB-BEN-IRRF-ANT(WRK-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM 0165-LER-HISTORICO
               END-PERFORM
               CLOSE PAYROLL-HISTORY
           END-IF.

       0165-LER-HISTORICO.
           READ PAYROLL-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-PAYHIST
           END-READ.

      *    BASES DO RATEIO: TOTAL DE AVOS (PARTE LINEAR) E TOTAL DE
      *    SALARIO X AVOS (PARTE PROPORCIONAL)
       0170-APURAR-TOTAIS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-BEN-QTD
               ADD WRK-TB-BEN-AVOS(WRK-IDX) TO WRK-TOTAL-AVOS
               COMPUTE WRK-SAL-AVOS = WRK-TB-BEN-SALARIO(WRK-IDX)
                   * WRK-TB-BEN-AVOS(WRK-IDX)
               ADD WRK-SAL-AVOS TO WRK-TOTAL-SAL-AVOS
           END-PERFORM.
           IF WRK-TOTAL-AVOS = ZEROS
              OR (WRK-VALOR-PROPORC > ZEROS
                  AND WRK-TOTAL-SAL-AVOS = ZEROS)
               DISPLAY '*** NENHUM FUNCIONARIO COM AVOS NO ANO-BASE '
                       WRK-ANO-BASE ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    AVOS DO ANO-BASE: DE JANEIRO (OU DO MES DA ADMISSAO NO
      *    ANO-BASE, SE ENTROU ATE O DIA 15) A DEZEMBRO (OU AO MES
      *    DO DESLIGAMENTO NO ANO-BASE, SE SAIU DO DIA 15 EM
      *    DIANTE). POSSE DEPOIS DO ANO-BASE NAO TEM AVO; POSSE NO
      *    ANO-BASE SEM A ADMISSAO NO EMPTHIST CONTA O ANO INTEIRO
      *    E FICA AVISADA NO SYSEXCEP PARA O RH CONFERIR
       0180-CALCULAR-AVOS.
           MOVE 1  TO WRK-MES-INICIO.
           MOVE 12 TO WRK-MES-FIM.
           MOVE 'N' TO WRK-SEM-ADMISSAO.
           IF WRK-ANO-POSSE = WRK-ANO-BASE
               MOVE 'S' TO WRK-SEM-ADMISSAO
           END-IF.
           IF WRK-ANO-POSSE > WRK-ANO-BASE
               MOVE 13 TO WRK-MES-INICIO
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-MOV-QTD
               IF WRK-TB-MOV-MATR(WRK-IDX) = WRK-MATR-AVOS
                   MOVE WRK-TB-MOV-DATA(WRK-IDX)(7:2)
                     TO WRK-DIA-EFEITO
                   EVALUATE TRUE
                       WHEN WRK-TB-MOV-TIPO(WRK-IDX) = 'A'
                        AND WRK-TB-MOV-DATA(WRK-IDX)(1:4) =
                                WRK-ANO-BASE
                           MOVE 'N' TO WRK-SEM-ADMISSAO
                           MOVE WRK-TB-MOV-DATA(WRK-IDX)(5:2)
                             TO WRK-MES-INICIO
                           IF WRK-DIA-EFEITO > 15
                               ADD 1 TO WRK-MES-INICIO
                           END-IF
                       WHEN WRK-TB-MOV-TIPO(WRK-IDX) = 'A'
                           MOVE 13 TO WRK-MES-INICIO
                       WHEN WRK-TB-MOV-TIPO(WRK-IDX) = 'D'
                        AND WRK-TB-MOV-DATA(WRK-IDX)(1:4) =
                                WRK-ANO-BASE
                           MOVE WRK-TB-MOV-DATA(WRK-IDX)(5:2)
                             TO WRK-MES-FIM
                           IF WRK-DIA-EFEITO < 15
                               SUBTRACT 1 FROM WRK-MES-FIM
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WRK-MES-FIM < WRK-MES-INICIO
               MOVE ZEROS TO WRK-AVOS
           ELSE
               COMPUTE WRK-AVOS = WRK-MES-FIM - WRK-MES-INICIO + 1
           END-IF.

      *    SEM O SERVICO DE PAGAMENTOS NO CNABPARM NAO HA REMESSA:
      *    A PLR E ABANDONADA ANTES DE ABRIR O PAYHIST, NADA E PAGO
      *    E O BATCTRL NAO E MARCADO
       0175-ABRIR-REMESSA-CNAB.
           INITIALIZE CNP-PARAMETROS.
           MOVE 'P' TO CNP-SERVICO.
           MOVE 'S' TO CNP-ATUALIZA-NSA.
           MOVE 'A' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           IF CNP-SEM-PARAMETRO
               DISPLAY '*** CNABPARM SEM O SERVICO DE PAGAMENTOS ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

       0190-REGISTRAR-AVISO.
           ADD 1 TO WRK-QT-AVISOS.
           MOVE 'PROGCOB89 ' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    PARTE LINEAR = VALOR LINEAR X AVOS / TOTAL DE AVOS;
      *    PARTE PROPORCIONAL = VALOR PROPORCIONAL X SALARIO X AVOS
      *    / TOTAL DE SALARIO X AVOS. AS DUAS PARTES SAO TRUNCADAS
      *    NO CENTAVO PARA O RATEIO NUNCA PASSAR DO VALOR TOTAL; A
      *    SOBRA DE CENTAVOS FICA INFORMADA NO FIM DA RODADA
       0200-PROCESSAR.
           COMPUTE WRK-TB-BEN-LINEAR(WRK-IDX-FUNC) =
               WRK-VALOR-LINEAR * WRK-TB-BEN-AVOS(WRK-IDX-FUNC)
                   / WRK-TOTAL-AVOS.
           MOVE ZEROS TO WRK-TB-BEN-BRUTO(WRK-IDX-FUNC).
           IF WRK-TOTAL-SAL-AVOS > ZEROS
               COMPUTE WRK-SAL-AVOS =
                   WRK-TB-BEN-SALARIO(WRK-IDX-FUNC)
                       * WRK-TB-BEN-AVOS(WRK-IDX-FUNC)
               COMPUTE WRK-TB-BEN-BRUTO(WRK-IDX-FUNC) =
                   WRK-VALOR-PROPORC * WRK-SAL-AVOS
                       / WRK-TOTAL-SAL-AVOS
           END-IF.
           ADD WRK-TB-BEN-LINEAR(WRK-IDX-FUNC)
             TO WRK-TB-BEN-BRUTO(WRK-IDX-FUNC).

           IF WRK-TB-BEN-BRUTO(WRK-IDX-FUNC) > ZEROS
               PERFORM 0210-CALCULAR-IRRF
               COMPUTE WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC) =
                   WRK-TB-BEN-BRUTO(WRK-IDX-FUNC)
                       - WRK-TB-BEN-IRRF(WRK-IDX-FUNC)
               PERFORM 0220-POSTAR
               ADD 1 TO WRK-QT-PAGOS
               ADD WRK-TB-BEN-BRUTO(WRK-IDX-FUNC) TO WRK-TOTAL-BRUTO
               ADD WRK-TB-BEN-IRRF(WRK-IDX-FUNC)  TO WRK-TOTAL-IRRF
               ADD WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC)
                 TO WRK-TOTAL-LIQUIDO
           END-IF.

      *    TABELA EXCLUSIVA SOBRE O ACUMULADO DO ANO (ANTERIOR MAIS
      *    ESTA PARCELA), MENOS O IMPOSTO JA RETIDO NA ANTECIPACAO.
      *    PARCELA A DEDUZIR MAIOR QUE O IMPOSTO ZERA A RETENCAO
       0210-CALCULAR-IRRF.
           COMPUTE WRK-BASE-ANO = WRK-TB-BEN-PLR-ANT(WRK-IDX-FUNC)
               + WRK-TB-BEN-BRUTO(WRK-IDX-FUNC).
           MOVE ZEROS TO WRK-IRRF-ANO.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           PERFORM VARYING WRK-IDX-IR FROM 1 BY 1
                           UNTIL WRK-IDX-IR > WRK-TB-IRRF-QTD
                              OR WRK-FAIXA-ACHADA = 'S'
               IF WRK-BASE-ANO >= WRK-TB-IR-INICIO(WRK-IDX-IR) AND
                  WRK-BASE-ANO <= WRK-TB-IR-FIM(WRK-IDX-IR)
                   MOVE 'S' TO WRK-FAIXA-ACHADA
                   COMPUTE WRK-IRRF-ANO ROUNDED = WRK-BASE-ANO
                       * WRK-TB-IR-ALIQ(WRK-IDX-IR) / 100
                   IF WRK-IRRF-ANO > WRK-TB-IR-DEDUCAO(WRK-IDX-IR)
                       SUBTRACT WRK-TB-IR-DEDUCAO(WRK-IDX-IR)
                           FROM WRK-IRRF-ANO
                   ELSE
                       MOVE ZEROS TO WRK-IRRF-ANO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-IRRF-ANO > WRK-TB-BEN-IRRF-ANT(WRK-IDX-FUNC)
               COMPUTE WRK-TB-BEN-IRRF(WRK-IDX-FUNC) = WRK-IRRF-ANO
                   - WRK-TB-BEN-IRRF-ANT(WRK-IDX-FUNC)
           ELSE
               MOVE ZEROS TO WRK-TB-BEN-IRRF(WRK-IDX-FUNC)
           END-IF.

      *    LINHA PROPRIA NO PAYHIST (SO A PLR E O IRRF EXCLUSIVO
      *    PREENCHIDOS, MAIS O LIQUIDO), DETALHE NA REMESSA E LINHA
      *    NO RELATORIO
       0220-POSTAR.
           INITIALIZE PH-REGISTRO.
           MOVE WRK-TB-BEN-MATR(WRK-IDX-FUNC)    TO PH-MATRICULA.
           MOVE WRK-TB-BEN-NOME(WRK-IDX-FUNC)    TO PH-NOME.
           MOVE WRK-ANOSYS                       TO PH-ANO.
           MOVE WRK-MESSYS                       TO PH-MES.
           MOVE WRK-TB-BEN-BRUTO(WRK-IDX-FUNC)   TO PH-PLR.
           MOVE WRK-TB-BEN-IRRF(WRK-IDX-FUNC)    TO PH-IRRF-PLR.
           MOVE WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC) TO PH-LIQUIDO.
           WRITE PH-REGISTRO.

           IF WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC) > ZEROS
               PERFORM 0225-GRAVAR-CREDITO-CNAB
           END-IF.

           MOVE WRK-TB-BEN-MATR(WRK-IDX-FUNC)    TO PR-D-MATRICULA.
           MOVE WRK-TB-BEN-NOME(WRK-IDX-FUNC)    TO PR-D-NOME.
           MOVE WRK-TB-BEN-AVOS(WRK-IDX-FUNC)    TO PR-D-AVOS.
           MOVE WRK-TB-BEN-LINEAR(WRK-IDX-FUNC)  TO PR-D-LINEAR.
           MOVE WRK-TB-BEN-BRUTO(WRK-IDX-FUNC)   TO PR-D-BRUTO.
           MOVE WRK-TB-BEN-IRRF(WRK-IDX-FUNC)    TO PR-D-IRRF.
           MOVE WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC) TO PR-D-LIQUIDO.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE PR-LINHA FROM PR-DETALHE.

      *    SEM CONTA NO EMPBANCO A PLR CONTINUA PAGA NO PAYHIST (O
      *    IRRF EXCLUSIVO JA FOI RETIDO), MAS O CREDITO FICA FORA DA
      *    REMESSA E A TESOURARIA PAGA A PARTE PELO AVISO DO SYSEXCEP
       0225-GRAVAR-CREDITO-CNAB.
           MOVE 'D' TO CNP-ACAO.
           COMPUTE CNP-ORDEM = WRK-QT-REMESSA + 1.
           MOVE WRK-TB-BEN-MATR(WRK-IDX-FUNC)    TO CNP-MATRICULA.
           MOVE WRK-TB-BEN-NOME(WRK-IDX-FUNC)    TO CNP-NOME.
           MOVE WRK-DATASYS                      TO CNP-DATA.
           MOVE WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC) TO CNP-VALOR.
           MOVE SPACES TO CNP-SEU-NUMERO.
           STRING 'PLR ' WRK-TB-BEN-MATR(WRK-IDX-FUNC)
               DELIMITED BY SIZE INTO CNP-SEU-NUMERO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           IF CNP-OK
               WRITE BR-LINHA FROM CNP-LINHA
               WRITE BR-LINHA FROM CNP-LINHA-2
               ADD 1 TO WRK-QT-REMESSA
               ADD WRK-TB-BEN-LIQUIDO(WRK-IDX-FUNC)
                 TO WRK-TOTAL-REMESSA
           ELSE
               ADD 1 TO WRK-QT-SEM-CONTA
               MOVE SPACES TO EC-ENTRADA
               STRING WRK-TB-BEN-MATR(WRK-IDX-FUNC) ' '
                      WRK-TB-BEN-NOME(WRK-IDX-FUNC)
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'SEM CONTA NO EMPBANCO' TO WRK-MOTIVO
               PERFORM 0190-REGISTRAR-AVISO
           END-IF.

       0300-FINALIZAR.
           IF RELATORIO-ABERTO AND NOT ABANDONAR-PLR
               MOVE 'T' TO CNP-ACAO
               MOVE WRK-QT-REMESSA    TO CNP-QT-DETALHES
               MOVE WRK-TOTAL-REMESSA TO CNP-VALOR-TOTAL
               CALL 'PROGCOB154' USING CNP-PARAMETROS
               WRITE BR-LINHA FROM CNP-LINHA
               MOVE 'F' TO CNP-ACAO
               CALL 'PROGCOB154' USING CNP-PARAMETROS
               WRITE BR-LINHA FROM CNP-LINHA
               CLOSE BANK-REMITTANCE
               CLOSE PAYROLL-HISTORY

               MOVE WRK-TOTAL-BRUTO   TO PR-T-BRUTO
               MOVE WRK-TOTAL-IRRF    TO PR-T-IRRF
               MOVE WRK-TOTAL-LIQUIDO TO PR-T-LIQUIDO
               PERFORM 0400-QUEBRA-PAGINA
               WRITE PR-LINHA FROM PR-TOTAL

               OPEN EXTEND BATCH-CONTROL
               IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
                   OPEN OUTPUT BATCH-CONTROL
               END-IF
               MOVE 'PROGCOB89 '    TO BC-PROGRAMA
               MOVE WRK-DATASYS     TO BC-DATA
               MOVE WRK-QT-LIDOS    TO BC-REG-IN
               MOVE WRK-QT-PAGOS    TO BC-REG-OUT
               MOVE WRK-TOTAL-BRUTO TO BC-VALOR-TOTAL
               WRITE BC-REGISTRO
               CLOSE BATCH-CONTROL

               IF WRK-QT-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY '-------------------------'
               DISPLAY 'FUNCIONARIOS LIDOS............ ' WRK-QT-LIDOS
               DISPLAY 'SEM AVOS NO ANO-BASE.......... '
                   WRK-QT-SEM-AVOS
               DISPLAY 'PLR PAGAS..................... ' WRK-QT-PAGOS
               DISPLAY 'CREDITOS NO BANKREM........... '
                   WRK-QT-REMESSA
               DISPLAY 'SEM CONTA NO EMPBANCO......... '
                   WRK-QT-SEM-CONTA
               DISPLAY 'AVISOS (SYSEXCEP)............. '
                   WRK-QT-AVISOS
               MOVE WRK-TOTAL-BRUTO TO PR-T-BRUTO
               DISPLAY 'PLR BRUTA R$.................. ' PR-T-BRUTO
               MOVE WRK-TOTAL-IRRF TO PR-T-IRRF
               DISPLAY 'IRRF EXCLUSIVO R$............. ' PR-T-IRRF
               COMPUTE WRK-SOBRA = WRK-VALOR-TOTAL - WRK-TOTAL-BRUTO
               MOVE WRK-SOBRA TO PR-T-LIQUIDO
               DISPLAY 'SOBRA DE ARREDONDAMENTO R$.... ' PR-T-LIQUIDO
           END-IF.

           MOVE RETURN-CODE TO RLP-RC.
           IF RELATORIO-ABERTO
               CLOSE SYSTEM-EXCEPTIONS
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE PR-LINHA FROM RW-TRAILER
               CLOSE PLR-RPT
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS  TO RLP-LIDOS.
           MOVE WRK-QT-PAGOS  TO RLP-GRAVADOS.
           MOVE WRK-QT-AVISOS TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0400-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE PR-LINHA FROM RW-CABECALHO1
               WRITE PR-LINHA FROM RW-CABECALHO2
               WRITE PR-LINHA FROM RW-COLUNAS
           END-IF.
