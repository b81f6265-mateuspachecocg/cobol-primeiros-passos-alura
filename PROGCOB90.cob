       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: DECLARACAO ANUAL DO IMPOSTO RETIDO NA FONTE
      *     (DIRF). ATE AGORA O CONTADOR DE FORA MONTAVA A
      *     DECLARACAO A PARTIR DOS INFORMES IMPRESSOS PELO
      *     PROGCOB40. ESTA RODADA LE O PAYHIST DO ANO-CALENDARIO
      *     DO DIRFPARM (COM O CNPJ, A RAZAO SOCIAL E O RESPONSAVEL
      *     PELA DECLARACAO) E GRAVA O DIRFOUT NO DESENHO DE
      *     REGISTROS DA RECEITA: CABECALHO (DIRF, RESPO, DECPJ),
      *     BLOCO DO CODIGO 0561 (TRABALHO ASSALARIADO) COM UM
      *     BPFDEC POR MATRICULA/CPF E AS LINHAS MENSAIS DE
      *     RENDIMENTO TRIBUTAVEL (RTRT, COM O 13O NA DECIMA
      *     TERCEIRA COLUNA), INSS (RTPO) E IRRF (RTIRF), BLOCO DO
      *     CODIGO 3562 PARA A PLR (TRIBUTACAO EXCLUSIVA, LINHAS
      *     PROPRIAS DO PAYHIST GRAVADAS PELO PROGCOB89) E O
      *     FIMDIRF COM OS TOTAIS. O CPF VEM DO EMPCPF (MATRICULA X
      *     CPF) E E CONFERIDO PELA PROGCOBD02; SEM CPF VALIDO O
      *     FUNCIONARIO FICA FORA DO ARQUIVO E VAI PARA O SYSEXCEP.
      *     O DIRFRPT CONFERE OS TOTAIS GRAVADOS NO ARQUIVO CONTRA A
      *     SOMA DOS INFORMES DO PROGCOB40 (MESMAS VERBAS, MESMO
      *     PAYHIST, SOMADAS REGISTRO A REGISTRO NA LEITURA) E SO
      *     LIBERA A TRANSMISSAO SE TUDO BATER
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRF-PARMS ASSIGN TO 'DIRFPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIRFPARM.

           SELECT EMPLOYEE-CPF ASSIGN TO 'EMPCPF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPCPF.

           SELECT PAYROLL-HISTORY ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYHIST.

           SELECT DIRF-OUT ASSIGN TO 'DIRFOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIRFOUT.

           SELECT DIRF-RPT ASSIGN TO 'DIRFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIRFRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  DIRF-PARMS.
       01  DP-REGISTRO.
           02 DP-ANO-CALENDARIO PIC 9(04).
           02 DP-CNPJ           PIC 9(14).
           02 DP-RAZAO-SOCIAL   PIC X(40).
           02 DP-CPF-RESPONSAVEL PIC 9(11).
           02 DP-NOME-RESPONSAVEL PIC X(20).

       FD  EMPLOYEE-CPF.
           COPY 'EMPCPF.COB'.

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

       FD  DIRF-OUT.
       01  DO-LINHA          PIC X(200).

       FD  DIRF-RPT.
       01  DR-LINHA          PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-DIRFPARM  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPCPF    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-PAYHIST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-DIRFOUT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-DIRFRPT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-EMPCPF   PIC X(01)       VALUE 'N'.
           88 FIM-EMPCPF    VALUE 'S'.
       77  WRK-EOF-PAYHIST  PIC X(01)       VALUE 'N'.
           88 FIM-PAYHIST   VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-DIRF VALUE 'S'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANO-CALENDARIO PIC 9(04)     VALUE ZEROS.
       77  WRK-ANO-REFERENCIA PIC 9(04)     VALUE ZEROS.
       77  WRK-IDX          PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-2        PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-FUNC     PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-MES      PIC 9(02)       VALUE ZEROS.
       77  WRK-CPF          PIC 9(11)       VALUE ZEROS.
       77  WRK-CPF-VALIDO   PIC X(01)       VALUE 'N'.
       77  WRK-BLOCO        PIC X(04)       VALUE SPACES.
       77  WRK-MOTIVO       PIC X(25)       VALUE SPACES.
       77  WRK-QT-LIDOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-GRAVADOS  PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-EXCLUIDOS PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-BPFDEC    PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-DIVERGENCIAS PIC 9(02)    VALUE ZEROS.
      *    TOTAIS DO INFORME (PROGCOB40): SOMADOS REGISTRO A
      *    REGISTRO NA LEITURA DO PAYHIST, COMO O INFORME SOMA
       01  WRK-TOTAIS-INFORME.
           02 WRK-INF-QTD       PIC 9(06)       VALUE ZEROS.
           02 WRK-INF-BRUTO     PIC 9(12)V99    VALUE ZEROS.
           02 WRK-INF-DECIMO    PIC 9(12)V99    VALUE ZEROS.
           02 WRK-INF-INSS      PIC 9(12)V99    VALUE ZEROS.
           02 WRK-INF-IRRF      PIC 9(12)V99    VALUE ZEROS.
           02 WRK-INF-PLR       PIC 9(12)V99    VALUE ZEROS.
           02 WRK-INF-IRRF-PLR  PIC 9(12)V99    VALUE ZEROS.
      *    TOTAIS DO ARQUIVO: SOMADOS DAS COLUNAS JA MONTADAS NAS
      *    LINHAS GRAVADAS NO DIRFOUT
       01  WRK-TOTAIS-ARQUIVO.
           02 WRK-ARQ-QTD       PIC 9(06)       VALUE ZEROS.
           02 WRK-ARQ-BRUTO     PIC 9(12)V99    VALUE ZEROS.
           02 WRK-ARQ-DECIMO    PIC 9(12)V99    VALUE ZEROS.
           02 WRK-ARQ-INSS      PIC 9(12)V99    VALUE ZEROS.
           02 WRK-ARQ-IRRF      PIC 9(12)V99    VALUE ZEROS.
           02 WRK-ARQ-PLR       PIC 9(12)V99    VALUE ZEROS.
           02 WRK-ARQ-IRRF-PLR  PIC 9(12)V99    VALUE ZEROS.
       01  WRK-TB-CPF.
           02 WRK-TB-CPF-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-CPF-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-CPF-MATR     PIC 9(06).
               03 WRK-TB-CPF-NUMERO   PIC 9(11).
      *    UM ITEM POR MATRICULA COM MOVIMENTO NO ANO: AS DOZE
      *    COMPETENCIAS E O 13O, MAIS A SITUACAO DO CPF
      *    (S = VALIDO, N = SEM CPF NO EMPCPF, I = CPF INVALIDO)
       01  WRK-TB-BENEFICIARIOS.
           02 WRK-TB-BEN-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-BEN-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-BEN-MATR      PIC 9(06).
               03 WRK-TB-BEN-NOME      PIC X(20).
               03 WRK-TB-BEN-CPF       PIC 9(11).
               03 WRK-TB-BEN-SITUACAO  PIC X(01).
               03 WRK-TB-BEN-MES OCCURS 12 TIMES.
                   04 WRK-TB-BEN-RENDIM   PIC 9(07)V99.
                   04 WRK-TB-BEN-INSS     PIC 9(07)V99.
                   04 WRK-TB-BEN-IRRF     PIC 9(07)V99.
                   04 WRK-TB-BEN-PLR      PIC 9(07)V99.
                   04 WRK-TB-BEN-IRRF-PLR PIC 9(07)V99.
               03 WRK-TB-BEN-DECIMO    PIC 9(08)V99.
               03 WRK-TB-BEN-TOT-0561  PIC 9(10)V99.
               03 WRK-TB-BEN-TOT-PLR   PIC 9(08)V99.
       01  WRK-TROCA          PIC X(610).
      *    DESENHO DOS REGISTROS DA RECEITA, SEPARADOS POR '|'. OS
      *    VALORES SAEM EM CENTAVOS, SEM PONTO NEM VIRGULA
       01  DO-DIRF.
           02 FILLER          PIC X(05) VALUE 'DIRF|'.
           02 DO-D-ANO-REF    PIC 9(04).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-D-ANO-CAL    PIC 9(04).
           02 FILLER          PIC X(03) VALUE '|N|'.
       01  DO-RESPO.
           02 FILLER          PIC X(06) VALUE 'RESPO|'.
           02 DO-R-CPF        PIC 9(11).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-R-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE '|'.
       01  DO-DECPJ.
           02 FILLER          PIC X(06) VALUE 'DECPJ|'.
           02 DO-P-CNPJ       PIC 9(14).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-P-RAZAO      PIC X(40).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-P-CPF-RESP   PIC 9(11).
           02 FILLER          PIC X(01) VALUE '|'.
       01  DO-IDREC.
           02 FILLER          PIC X(06) VALUE 'IDREC|'.
           02 DO-I-CODIGO     PIC X(04).
           02 FILLER          PIC X(01) VALUE '|'.
       01  DO-BPFDEC.
           02 FILLER          PIC X(07) VALUE 'BPFDEC|'.
           02 DO-B-CPF        PIC 9(11).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-B-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-B-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE '|'.
      *    RTRT / RTPO / RTIRF: JANEIRO A DEZEMBRO MAIS O 13O
       01  DO-VALORES.
           02 DO-V-ID         PIC X(06).
           02 DO-V-ITEM OCCURS 13 TIMES.
               03 DO-V-VALOR  PIC 9(11)V99.
               03 DO-V-SEP    PIC X(01).
       01  DO-FIMDIRF.
           02 FILLER          PIC X(08) VALUE 'FIMDIRF|'.
           02 DO-F-QTD        PIC 9(06).
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-BRUTO      PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-DECIMO     PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-INSS       PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-IRRF       PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-PLR        PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
           02 DO-F-IRRF-PLR   PIC 9(13)V99.
           02 FILLER          PIC X(01) VALUE '|'.
       01  DR-PARAMETROS.
           02 FILLER          PIC X(16) VALUE 'ANO-CALENDARIO  '.
           02 DR-P-ANO        PIC 9(04).
           02 FILLER          PIC X(08) VALUE '  CNPJ  '.
           02 DR-P-CNPJ       PIC 9(14).
       01  DR-CONFERENCIA.
           02 DR-C-ROTULO     PIC X(19).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-C-INFORME    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-C-ARQUIVO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-C-SITUACAO   PIC X(10).
       01  DR-QUANTIDADE.
           02 FILLER          PIC X(20) VALUE 'BENEFICIARIOS'.
           02 FILLER          PIC X(11) VALUE SPACES.
           02 DR-Q-INFORME    PIC ZZZ.ZZ9.
           02 FILLER          PIC X(12) VALUE SPACES.
           02 DR-Q-ARQUIVO    PIC ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-Q-SITUACAO   PIC X(10).
       01  DR-EXCLUIDO.
           02 FILLER          PIC X(11) VALUE 'FORA DIRF: '.
           02 DR-E-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-E-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-E-MOTIVO     PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DR-E-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01  DR-CONCLUSAO       PIC X(60) VALUE SPACES.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-DIRF
               DISPLAY '*** DIRF ABANDONADA - NADA GRAVADO ***'
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-PAYHIST
                                         OR ABANDONAR-DIRF
               CLOSE PAYROLL-HISTORY
           END-IF.
           IF NOT ABANDONAR-DIRF
               PERFORM 0300-GERAR-DIRF
               PERFORM 0400-CONFERIR-TOTAIS
           END-IF.
           PERFORM 0500-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           MOVE 'PROGCOB90 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-LER-PARAMETROS.
           IF NOT ABANDONAR-DIRF
               PERFORM 0120-CARREGAR-CPF
           END-IF.

           IF NOT ABANDONAR-DIRF
               OPEN INPUT PAYROLL-HISTORY
               IF WRK-FS-PAYHIST NOT = '00'
                   DISPLAY '*** PAYHIST AUSENTE - FS '
                           WRK-FS-PAYHIST ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 0130-LER-HISTORICO
               END-IF
           END-IF.

      *    O DIRFPARM E OBRIGATORIO: SEM O ANO E O CNPJ DO
      *    DECLARANTE NAO HA DECLARACAO
       0110-LER-PARAMETROS.
           OPEN INPUT DIRF-PARMS.
           IF WRK-FS-DIRFPARM = '00'
               READ DIRF-PARMS
                   AT END
                       MOVE 'S' TO WRK-ABANDONAR
                   NOT AT END
                       MOVE DP-ANO-CALENDARIO TO WRK-ANO-CALENDARIO
               END-READ
               CLOSE DIRF-PARMS
           ELSE
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

           IF NOT ABANDONAR-DIRF
               IF WRK-ANO-CALENDARIO = ZEROS
                  OR WRK-ANO-CALENDARIO > WRK-DATASYS(1:4)
                  OR DP-CNPJ = ZEROS
                  OR DP-CPF-RESPONSAVEL = ZEROS
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           END-IF.

           IF ABANDONAR-DIRF
               DISPLAY '*** DIRFPARM AUSENTE OU INVALIDO ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WRK-ANO-REFERENCIA = WRK-ANO-CALENDARIO + 1
           END-IF.

      *    O EMPCPF E OPCIONAL NA LEITURA, MAS QUEM FICAR SEM CPF
      *    FICA FORA DO ARQUIVO E A CONFERENCIA ACUSA A DIFERENCA
       0120-CARREGAR-CPF.
           OPEN INPUT EMPLOYEE-CPF.
           IF WRK-FS-EMPCPF = '00'
               PERFORM 0125-LER-CPF
               PERFORM UNTIL FIM-EMPCPF OR ABANDONAR-DIRF
                   IF WRK-TB-CPF-QTD = 2000
                       DISPLAY '*** EMPCPF EXCEDE A TABELA DE'
                               ' 2000 FUNCIONARIOS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-CPF-QTD
                       MOVE EF-MATRICULA
                         TO WRK-TB-CPF-MATR(WRK-TB-CPF-QTD)
                       MOVE EF-CPF
                         TO WRK-TB-CPF-NUMERO(WRK-TB-CPF-QTD)
                   END-IF
                   PERFORM 0125-LER-CPF
               END-PERFORM
               CLOSE EMPLOYEE-CPF
           END-IF.

       0125-LER-CPF.
           READ EMPLOYEE-CPF
               AT END
                   MOVE 'S' TO WRK-EOF-EMPCPF
           END-READ.

       0130-LER-HISTORICO.
           READ PAYROLL-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-PAYHIST
           END-READ.

      *    CADA LINHA DO ANO SOMA NOS TOTAIS DO INFORME E NA
      *    COMPETENCIA DO BENEFICIARIO; O 13O E A PLR TEM COLUNA E
      *    BLOCO PROPRIOS
       0200-PROCESSAR.
           IF PH-ANO = WRK-ANO-CALENDARIO
              AND PH-MES > 0 AND PH-MES < 13
               ADD 1 TO WRK-QT-LIDOS
               ADD PH-BRUTO    TO WRK-INF-BRUTO
               ADD PH-DECIMO   TO WRK-INF-DECIMO
               ADD PH-INSS     TO WRK-INF-INSS
               ADD PH-IRRF     TO WRK-INF-IRRF
               ADD PH-PLR      TO WRK-INF-PLR
               ADD PH-IRRF-PLR TO WRK-INF-IRRF-PLR
               PERFORM 0210-LOCALIZAR-BENEFICIARIO
               IF NOT ABANDONAR-DIRF
                   MOVE PH-MES TO WRK-IDX-MES
                   ADD PH-BRUTO TO
                       WRK-TB-BEN-RENDIM(WRK-IDX-FUNC, WRK-IDX-MES)
                   ADD PH-INSS TO
                       WRK-TB-BEN-INSS(WRK-IDX-FUNC, WRK-IDX-MES)
                   ADD PH-IRRF TO
                       WRK-TB-BEN-IRRF(WRK-IDX-FUNC, WRK-IDX-MES)
                   ADD PH-PLR TO
                       WRK-TB-BEN-PLR(WRK-IDX-FUNC, WRK-IDX-MES)
                   ADD PH-IRRF-PLR TO
                       WRK-TB-BEN-IRRF-PLR(WRK-IDX-FUNC, WRK-IDX-MES)
                   ADD PH-DECIMO TO WRK-TB-BEN-DECIMO(WRK-IDX-FUNC)
                   COMPUTE WRK-TB-BEN-TOT-0561(WRK-IDX-FUNC) =
                       WRK-TB-BEN-TOT-0561(WRK-IDX-FUNC) + PH-BRUTO
                       + PH-DECIMO + PH-INSS + PH-IRRF
                   ADD PH-PLR TO WRK-TB-BEN-TOT-PLR(WRK-IDX-FUNC)
               END-IF
           END-IF.

           PERFORM 0130-LER-HISTORICO.

       0210-LOCALIZAR-BENEFICIARIO.
           MOVE ZEROS TO WRK-IDX-FUNC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-BEN-QTD
                              OR WRK-IDX-FUNC > ZEROS
               IF WRK-TB-BEN-MATR(WRK-IDX) = PH-MATRICULA
                   MOVE WRK-IDX TO WRK-IDX-FUNC
               END-IF
           END-PERFORM.

      *    TABELA CHEIA ABANDONA: DECLARACAO PELA METADE NAO SE
      *    TRANSMITE
           IF WRK-IDX-FUNC = ZEROS
               IF WRK-TB-BEN-QTD = 2000
                   DISPLAY '*** PAYHIST DO ANO EXCEDE A TABELA DE'
                           ' 2000 BENEFICIARIOS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-BEN-QTD
                   ADD 1 TO WRK-INF-QTD
                   MOVE WRK-TB-BEN-QTD TO WRK-IDX-FUNC
                   INITIALIZE WRK-TB-BEN-ITEM(WRK-IDX-FUNC)
                   MOVE PH-MATRICULA TO WRK-TB-BEN-MATR(WRK-IDX-FUNC)
                   MOVE PH-NOME      TO WRK-TB-BEN-NOME(WRK-IDX-FUNC)
               END-IF
           END-IF.

       0300-GERAR-DIRF.
           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.
           PERFORM 0310-CONFERIR-CPF
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD.
           CLOSE SYSTEM-EXCEPTIONS.

           PERFORM 0320-ORDENAR-POR-CPF.

           OPEN OUTPUT DIRF-OUT.
           MOVE WRK-ANO-REFERENCIA  TO DO-D-ANO-REF.
           MOVE WRK-ANO-CALENDARIO  TO DO-D-ANO-CAL.
           WRITE DO-LINHA FROM DO-DIRF.
           MOVE DP-CPF-RESPONSAVEL  TO DO-R-CPF.
           MOVE DP-NOME-RESPONSAVEL TO DO-R-NOME.
           WRITE DO-LINHA FROM DO-RESPO.
           MOVE DP-CNPJ             TO DO-P-CNPJ.
           MOVE DP-RAZAO-SOCIAL     TO DO-P-RAZAO.
           MOVE DP-CPF-RESPONSAVEL  TO DO-P-CPF-RESP.
           WRITE DO-LINHA FROM DO-DECPJ.

           MOVE '0561' TO WRK-BLOCO.
           MOVE WRK-BLOCO TO DO-I-CODIGO.
           WRITE DO-LINHA FROM DO-IDREC.
           PERFORM 0330-GRAVAR-BENEFICIARIO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD.

           MOVE '3562' TO WRK-BLOCO.
           MOVE WRK-BLOCO TO DO-I-CODIGO.
           WRITE DO-LINHA FROM DO-IDREC.
           PERFORM 0330-GRAVAR-BENEFICIARIO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD.

           MOVE WRK-ARQ-QTD      TO DO-F-QTD.
           MOVE WRK-ARQ-BRUTO    TO DO-F-BRUTO.
           MOVE WRK-ARQ-DECIMO   TO DO-F-DECIMO.
           MOVE WRK-ARQ-INSS     TO DO-F-INSS.
           MOVE WRK-ARQ-IRRF     TO DO-F-IRRF.
           MOVE WRK-ARQ-PLR      TO DO-F-PLR.
           MOVE WRK-ARQ-IRRF-PLR TO DO-F-IRRF-PLR.
           WRITE DO-LINHA FROM DO-FIMDIRF.
           CLOSE DIRF-OUT.

      *    CPF DO EMPCPF CONFERIDO PELA REGRA UNICA DA PROGCOBD02
       0310-CONFERIR-CPF.
           MOVE 'N' TO WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC).
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CPF-QTD
               IF WRK-TB-CPF-MATR(WRK-IDX) =
                      WRK-TB-BEN-MATR(WRK-IDX-FUNC)
                   MOVE WRK-TB-CPF-NUMERO(WRK-IDX) TO WRK-CPF
                   MOVE WRK-CPF TO WRK-TB-BEN-CPF(WRK-IDX-FUNC)
                   CALL 'PROGCOBD02' USING WRK-CPF WRK-CPF-VALIDO
                   IF WRK-CPF-VALIDO = 'S' AND WRK-CPF > ZEROS
                       MOVE 'S' TO WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC)
                   ELSE
                       MOVE 'I' TO WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC)
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC) NOT = 'S'
               ADD 1 TO WRK-QT-EXCLUIDOS
               IF WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC) = 'N'
                   MOVE 'SEM CPF NO EMPCPF' TO WRK-MOTIVO
               ELSE
                   MOVE 'CPF INVALIDO NO EMPCPF' TO WRK-MOTIVO
               END-IF
               MOVE 'PROGCOB90 ' TO EC-PROGRAMA
               MOVE WRK-DATASYS  TO EC-DATA
               MOVE SPACES       TO EC-ENTRADA
               STRING WRK-TB-BEN-MATR(WRK-IDX-FUNC) ' '
                      WRK-TB-BEN-NOME(WRK-IDX-FUNC)
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE WRK-MOTIVO   TO EC-MOTIVO
               WRITE EC-REGISTRO
           END-IF.

      *    A RECEITA EXIGE OS BENEFICIARIOS EM ORDEM DE CPF DENTRO
      *    DE CADA CODIGO DE RECEITA
       0320-ORDENAR-POR-CPF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX >= WRK-TB-BEN-QTD
               COMPUTE WRK-IDX-2 = WRK-IDX + 1
               PERFORM VARYING WRK-IDX-2 FROM WRK-IDX-2 BY 1
                               UNTIL WRK-IDX-2 > WRK-TB-BEN-QTD
                   IF WRK-TB-BEN-CPF(WRK-IDX-2) <
                          WRK-TB-BEN-CPF(WRK-IDX)
                       MOVE WRK-TB-BEN-ITEM(WRK-IDX) TO WRK-TROCA
                       MOVE WRK-TB-BEN-ITEM(WRK-IDX-2)
                         TO WRK-TB-BEN-ITEM(WRK-IDX)
                       MOVE WRK-TROCA TO WRK-TB-BEN-ITEM(WRK-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    NO BLOCO 0561 ENTRA QUEM TEVE FOLHA NO ANO; NO 3562 QUEM
      *    RECEBEU PLR. O BENEFICIARIO CONTA UMA VEZ NO ARQUIVO,
      *    MESMO QUE APARECA NOS DOIS BLOCOS
       0330-GRAVAR-BENEFICIARIO.
           IF WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC) = 'S'
               IF WRK-BLOCO = '0561'
                  AND WRK-TB-BEN-TOT-0561(WRK-IDX-FUNC) > ZEROS
                   PERFORM 0340-GRAVAR-BPFDEC
                   ADD 1 TO WRK-ARQ-QTD
                   PERFORM 0350-GRAVAR-VALORES-0561
               END-IF
               IF WRK-BLOCO = '3562'
                  AND WRK-TB-BEN-TOT-PLR(WRK-IDX-FUNC) > ZEROS
                   PERFORM 0340-GRAVAR-BPFDEC
                   IF WRK-TB-BEN-TOT-0561(WRK-IDX-FUNC) = ZEROS
                       ADD 1 TO WRK-ARQ-QTD
                   END-IF
                   PERFORM 0360-GRAVAR-VALORES-3562
               END-IF
           END-IF.

       0340-GRAVAR-BPFDEC.
           MOVE WRK-TB-BEN-CPF(WRK-IDX-FUNC)  TO DO-B-CPF.
           MOVE WRK-TB-BEN-NOME(WRK-IDX-FUNC) TO DO-B-NOME.
           MOVE WRK-TB-BEN-MATR(WRK-IDX-FUNC) TO DO-B-MATRICULA.
           WRITE DO-LINHA FROM DO-BPFDEC.
           ADD 1 TO WRK-QT-BPFDEC.

       0350-GRAVAR-VALORES-0561.
           MOVE 'RTRT|' TO DO-V-ID.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               MOVE WRK-TB-BEN-RENDIM(WRK-IDX-FUNC, WRK-IDX-MES)
                 TO DO-V-VALOR(WRK-IDX-MES)
               ADD DO-V-VALOR(WRK-IDX-MES) TO WRK-ARQ-BRUTO
           END-PERFORM.
           MOVE WRK-TB-BEN-DECIMO(WRK-IDX-FUNC) TO DO-V-VALOR(13).
           ADD DO-V-VALOR(13) TO WRK-ARQ-DECIMO.
           PERFORM 0370-GRAVAR-LINHA-VALORES.

           MOVE 'RTPO|' TO DO-V-ID.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               MOVE WRK-TB-BEN-INSS(WRK-IDX-FUNC, WRK-IDX-MES)
                 TO DO-V-VALOR(WRK-IDX-MES)
               ADD DO-V-VALOR(WRK-IDX-MES) TO WRK-ARQ-INSS
           END-PERFORM.
           MOVE ZEROS TO DO-V-VALOR(13).
           PERFORM 0370-GRAVAR-LINHA-VALORES.

           MOVE 'RTIRF|' TO DO-V-ID.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               MOVE WRK-TB-BEN-IRRF(WRK-IDX-FUNC, WRK-IDX-MES)
                 TO DO-V-VALOR(WRK-IDX-MES)
               ADD DO-V-VALOR(WRK-IDX-MES) TO WRK-ARQ-IRRF
           END-PERFORM.
           MOVE ZEROS TO DO-V-VALOR(13).
           PERFORM 0370-GRAVAR-LINHA-VALORES.

      *    PLR: SO RENDIMENTO E IMPOSTO EXCLUSIVO, SEM 13O
       0360-GRAVAR-VALORES-3562.
           MOVE 'RTRT|' TO DO-V-ID.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               MOVE WRK-TB-BEN-PLR(WRK-IDX-FUNC, WRK-IDX-MES)
                 TO DO-V-VALOR(WRK-IDX-MES)
               ADD DO-V-VALOR(WRK-IDX-MES) TO WRK-ARQ-PLR
           END-PERFORM.
           MOVE ZEROS TO DO-V-VALOR(13).
           PERFORM 0370-GRAVAR-LINHA-VALORES.

           MOVE 'RTIRF|' TO DO-V-ID.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 12
               MOVE WRK-TB-BEN-IRRF-PLR(WRK-IDX-FUNC, WRK-IDX-MES)
                 TO DO-V-VALOR(WRK-IDX-MES)
               ADD DO-V-VALOR(WRK-IDX-MES) TO WRK-ARQ-IRRF-PLR
           END-PERFORM.
           MOVE ZEROS TO DO-V-VALOR(13).
           PERFORM 0370-GRAVAR-LINHA-VALORES.

       0370-GRAVAR-LINHA-VALORES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES > 13
               MOVE '|' TO DO-V-SEP(WRK-IDX-MES)
           END-PERFORM.
           MOVE SPACES TO DO-LINHA.
           STRING DO-V-ID DELIMITED BY SPACE
                  DO-V-ITEM(1) DO-V-ITEM(2) DO-V-ITEM(3)
                  DO-V-ITEM(4) DO-V-ITEM(5) DO-V-ITEM(6)
                  DO-V-ITEM(7) DO-V-ITEM(8) DO-V-ITEM(9)
                  DO-V-ITEM(10) DO-V-ITEM(11) DO-V-ITEM(12)
                  DO-V-ITEM(13)
               DELIMITED BY SIZE INTO DO-LINHA.
           WRITE DO-LINHA.

      *    CONFERENCIA: TOTAIS DO ARQUIVO CONTRA A SOMA DOS INFORMES
      *    DO PROGCOB40. QUALQUER DIFERENCA (INCLUSIVE FUNCIONARIO
      *    FORA DO ARQUIVO POR FALTA DE CPF) BLOQUEIA A TRANSMISSAO
       0400-CONFERIR-TOTAIS.
           OPEN OUTPUT DIRF-RPT.
           MOVE 'DIRF - CONFERENCIA COM OS INFORMES' TO RW-TITULO.
           MOVE 'VERBA              INFORMES (PROGCOB40)  ARQUIVO DIRF'
             TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-ANO-CALENDARIO TO DR-P-ANO.
           MOVE DP-CNPJ            TO DR-P-CNPJ.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-PARAMETROS.

           MOVE WRK-INF-QTD TO DR-Q-INFORME.
           MOVE WRK-ARQ-QTD TO DR-Q-ARQUIVO.
           IF WRK-INF-QTD = WRK-ARQ-QTD
               MOVE 'OK' TO DR-Q-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO DR-Q-SITUACAO
               ADD 1 TO WRK-QT-DIVERGENCIAS
           END-IF.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-QUANTIDADE.

           MOVE 'RENDIMENTO BRUTO  ' TO DR-C-ROTULO.
           MOVE WRK-INF-BRUTO TO DR-C-INFORME.
           MOVE WRK-ARQ-BRUTO TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.
           MOVE 'DECIMO TERCEIRO   ' TO DR-C-ROTULO.
           MOVE WRK-INF-DECIMO TO DR-C-INFORME.
           MOVE WRK-ARQ-DECIMO TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.
           MOVE 'INSS RETIDO       ' TO DR-C-ROTULO.
           MOVE WRK-INF-INSS TO DR-C-INFORME.
           MOVE WRK-ARQ-INSS TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.
           MOVE 'IRRF RETIDO       ' TO DR-C-ROTULO.
           MOVE WRK-INF-IRRF TO DR-C-INFORME.
           MOVE WRK-ARQ-IRRF TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.
           MOVE 'PARTICIPACAO LUCROS' TO DR-C-ROTULO.
           MOVE WRK-INF-PLR TO DR-C-INFORME.
           MOVE WRK-ARQ-PLR TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.
           MOVE 'IRRF EXCLUSIVO PLR ' TO DR-C-ROTULO.
           MOVE WRK-INF-IRRF-PLR TO DR-C-INFORME.
           MOVE WRK-ARQ-IRRF-PLR TO DR-C-ARQUIVO.
           PERFORM 0410-IMPRIMIR-CONFERENCIA.

           PERFORM 0420-IMPRIMIR-EXCLUIDO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC > WRK-TB-BEN-QTD.

           IF WRK-QT-DIVERGENCIAS = ZEROS
               MOVE 'ARQUIVO CONFERE COM OS INFORMES - LIBERADO PARA'
                 TO DR-CONCLUSAO
               MOVE 'TRANSMISSAO' TO DR-CONCLUSAO(49:11)
           ELSE
               MOVE '*** DIVERGENCIA COM OS INFORMES - NAO TRANSMITIR'
                 TO DR-CONCLUSAO
               MOVE '***' TO DR-CONCLUSAO(50:3)
           END-IF.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-CONCLUSAO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE DR-LINHA FROM RW-TRAILER.
           CLOSE DIRF-RPT.

           IF WRK-QT-DIVERGENCIAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    CHAMADO COM ROTULO, INFORME E ARQUIVO JA MOVIDOS; A
      *    COMPARACAO E FEITA NOS CAMPOS EDITADOS, QUE TEM O MESMO
      *    DESENHO
       0410-IMPRIMIR-CONFERENCIA.
           IF DR-C-INFORME = DR-C-ARQUIVO
               MOVE 'OK' TO DR-C-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO DR-C-SITUACAO
               ADD 1 TO WRK-QT-DIVERGENCIAS
           END-IF.
           PERFORM 0450-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-CONFERENCIA.

       0420-IMPRIMIR-EXCLUIDO.
           IF WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC) NOT = 'S'
               MOVE WRK-TB-BEN-MATR(WRK-IDX-FUNC) TO DR-E-MATRICULA
               MOVE WRK-TB-BEN-NOME(WRK-IDX-FUNC) TO DR-E-NOME
               IF WRK-TB-BEN-SITUACAO(WRK-IDX-FUNC) = 'N'
                   MOVE 'SEM CPF       ' TO DR-E-MOTIVO
               ELSE
                   MOVE 'CPF INVALIDO  ' TO DR-E-MOTIVO
               END-IF
               COMPUTE DR-E-VALOR = WRK-TB-BEN-TOT-0561(WRK-IDX-FUNC)
                   + WRK-TB-BEN-TOT-PLR(WRK-IDX-FUNC)
               PERFORM 0450-QUEBRA-PAGINA
               WRITE DR-LINHA FROM DR-EXCLUIDO
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0450-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE DR-LINHA FROM RW-CABECALHO1
               WRITE DR-LINHA FROM RW-CABECALHO2
               WRITE DR-LINHA FROM RW-COLUNAS
           END-IF.

       0500-FINALIZAR.
           IF NOT ABANDONAR-DIRF
               DISPLAY '-------------------------'
               DISPLAY 'LINHAS DO PAYHIST NO ANO...... ' WRK-QT-LIDOS
               DISPLAY 'BENEFICIARIOS NO ARQUIVO...... ' WRK-ARQ-QTD
               DISPLAY 'FORA DO ARQUIVO (SEM CPF)..... '
                   WRK-QT-EXCLUIDOS
               DISPLAY 'VERBAS DIVERGENTES............ '
                   WRK-QT-DIVERGENCIAS
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS     TO RLP-LIDOS.
           MOVE WRK-ARQ-QTD      TO RLP-GRAVADOS.
           MOVE WRK-QT-EXCLUIDOS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
