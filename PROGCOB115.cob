       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CONVERSAO UNICA DOS ARQUIVOS DO REGISTRO DE CHEQUES
      *     PARA OS VALORES COM CENTAVOS: LE O BALMAST, O REGTRAN, O
      *     PENDPAY, O RECURTAB E O REGSUSP NO LAYOUT ANTIGO (VALORES
      *     EM REAIS INTEIROS) E GRAVA OS NOVOS (BALMASTN, REGTRANN,
      *     PENDPAYN, RECURTBN E REGSUSPN) COM OS VALORES EM
      *     9(07)V99 E OS SALDOS EM S9(09)V99. A LISTAGEM CONVLIST
      *     TRAZ, POR ARQUIVO, A QUANTIDADE DE REGISTROS E A SOMA DE
      *     CADA VALOR ANTES E DEPOIS DA CONVERSAO; A OPERACAO SO
      *     RENOMEIA OS NOVOS POR CIMA DOS ANTIGOS COM TUDO CONFERINDO.
      *     ARQUIVO QUE JA TENHA REGISTRO NO LAYOUT NOVO (OU FORA DO
      *     ANTIGO) E RECUSADO INTEIRO E NAO GERA O NOVO; ARQUIVO
      *     AUSENTE E SO INFORMADO. RODA UMA UNICA VEZ
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BALANCE-MASTER ASSIGN TO 'BALMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT NEW-BALANCE-MASTER ASSIGN TO 'BALMASTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.

           SELECT OLD-TRANSACTION-FILE ASSIGN TO 'REGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT NEW-TRANSACTION-FILE ASSIGN TO 'REGTRANN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.

           SELECT OLD-PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT NEW-PENDING-PAYMENTS ASSIGN TO 'PENDPAYN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.

           SELECT OLD-RECURRENCE-TABLE ASSIGN TO 'RECURTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT NEW-RECURRENCE-TABLE ASSIGN TO 'RECURTBN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO 'REGSUSP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.

           SELECT NEW-SUSPENSE-FILE ASSIGN TO 'REGSUSPN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.

           SELECT CONVERSION-RPT ASSIGN TO 'CONVLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVLIST.
       DATA DIVISION.
       FILE SECTION.
      *    OS ARQUIVOS ANTIGOS SAO LIDOS NUMA LINHA DE 80 POSICOES:
      *    O QUE PASSAR DO TAMANHO DO REGISTRO ANTIGO SO PODE VIR EM
      *    BRANCO - SE NAO, O REGISTRO JA ESTA NO LAYOUT NOVO
       FD  OLD-BALANCE-MASTER.
       01  BMO-LINHA          PIC X(80).
       01  BMO-REGISTRO.
           02 BMO-CONTA       PIC 9(04).
           02 BMO-SALDO       PIC S9(06)
                              SIGN IS LEADING SEPARATE.

       FD  NEW-BALANCE-MASTER.
       01  BM-REGISTRO.
           02 BM-CONTA        PIC 9(04).
           02 BM-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.

       FD  OLD-TRANSACTION-FILE.
       01  RGO-LINHA          PIC X(80).
       01  RGO-REGISTRO.
           02 RGO-CONTA       PIC 9(04).
           02 RGO-DATA        PIC 9(08).
           02 RGO-DEBITO      PIC 9(02).
           02 RGO-CREDITO     PIC 9(02).
           02 RGO-TIPO        PIC X(01).
           02 RGO-CONTA-DESTINO PIC X(04).

       FD  NEW-TRANSACTION-FILE.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC X(04).

      *    DO VENCIMENTO AO NUMERO DO CHEQUE O PENDPAY NAO MUDA E
      *    PASSA INTEIRO (REGISTRO ANTIGO SEM O FIM SEGUE EM BRANCO)
       FD  OLD-PENDING-PAYMENTS.
       01  PDO-LINHA          PIC X(80).
       01  PDO-REGISTRO.
           02 PDO-FAVORECIDO  PIC X(20).
           02 PDO-CONTA       PIC 9(04).
           02 PDO-VALOR       PIC 9(02).
           02 PDO-RESTANTE    PIC X(34).

       FD  NEW-PENDING-PAYMENTS.
       01  PD-REGISTRO.
           02 PD-FAVORECIDO   PIC X(20).
           02 PD-CONTA        PIC 9(04).
           02 PD-VALOR        PIC 9(07)V99.
           02 PD-RESTANTE     PIC X(34).

       FD  OLD-RECURRENCE-TABLE.
       01  RCO-LINHA          PIC X(80).
       01  RCO-REGISTRO.
           02 RCO-CONTA       PIC 9(04).
           02 RCO-DIA         PIC 9(02).
           02 RCO-VALOR       PIC 9(02).
           02 RCO-TIPO        PIC X(01).
           02 RCO-DESCRICAO   PIC X(20).
           02 RCO-VALIDADE    PIC X(12).

       FD  NEW-RECURRENCE-TABLE.
       01  RC-REGISTRO.
           02 RC-CONTA        PIC 9(04).
           02 RC-DIA          PIC 9(02).
           02 RC-VALOR        PIC 9(07)V99.
           02 RC-TIPO         PIC X(01).
           02 RC-DESCRICAO    PIC X(20).
           02 RC-VALIDADE     PIC X(12).

       FD  OLD-SUSPENSE-FILE.
       01  SUO-LINHA          PIC X(80).
       01  SUO-REGISTRO.
           02 SUO-CONTA       PIC 9(04).
           02 SUO-DATA        PIC 9(08).
           02 SUO-DEBITO      PIC 9(02).
           02 SUO-CREDITO     PIC 9(02).
           02 SUO-SALDO-PROJ  PIC S9(06)
                              SIGN IS LEADING SEPARATE.
           02 SUO-PISO        PIC X(07).

       FD  NEW-SUSPENSE-FILE.
       01  SU-REGISTRO.
           02 SU-CONTA        PIC 9(04).
           02 SU-DATA         PIC 9(08).
           02 SU-DEBITO       PIC 9(07)V99.
           02 SU-CREDITO      PIC 9(07)V99.
           02 SU-SALDO-PROJ   PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.
           02 SU-PISO         PIC X(07).

       FD  CONVERSION-RPT.
       01  CV-LINHA           PIC X(90).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ANTIGO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOVO       PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONVLIST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ANTIGO    PIC X(01) VALUE 'N'.
          88 FIM-ANTIGO     VALUE 'S'.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-QT-ANTES      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEPOIS     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FORA       PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-QT-RECUSADOS  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-DIVERGENTES PIC 9(02) VALUE ZEROS.
       77 WRK-IDX           PIC 9(01) VALUE ZEROS.
      *    CONTROLES DE VALOR DO ARQUIVO EM CONVERSAO: A SOMA DE
      *    CADA CAMPO NO LAYOUT ANTIGO E NO NOVO
       01  WRK-TB-CONTROLES.
           02 WRK-CT-QTD      PIC 9(01) VALUE ZEROS.
           02 WRK-CT-ITEM OCCURS 3 TIMES.
               03 WRK-CT-CAMPO  PIC X(10).
               03 WRK-CT-ANTES  PIC S9(11)V99.
               03 WRK-CT-DEPOIS PIC S9(11)V99.
       01  CV-DETALHE.
           02 CV-D-ARQUIVO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-CAMPO      PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-QT-ANTES   PIC ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-QT-DEPOIS  PIC ZZZ.ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-ANTES      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-DEPOIS     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-D-SITUACAO   PIC X(08).
       01  CV-MENSAGEM.
           02 CV-M-ARQUIVO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CV-M-TEXTO      PIC X(60).
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTER-BALMAST.
           PERFORM 0300-CONVERTER-REGTRAN.
           PERFORM 0400-CONVERTER-PENDPAY.
           PERFORM 0500-CONVERTER-RECURTAB.
           PERFORM 0600-CONVERTER-REGSUSP.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           OPEN OUTPUT CONVERSION-RPT.
           MOVE 'CONVERSAO DOS VALORES COM CENTAVOS' TO RW-TITULO.
           MOVE 'ARQUIVO / CAMPO / REGISTROS ANTES E DEPOIS / TOTAL'
             TO RW-COLUNAS.
           MOVE ' ANTES E DEPOIS' TO RW-COLUNAS(51:15).
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

      *    PREPARA OS CONTADORES E OS CONTROLES DE VALOR DE UM
      *    ARQUIVO ANTES DA CONFERENCIA
       0150-ZERAR-CONTROLES.
           MOVE ZEROS TO WRK-QT-ANTES.
           MOVE ZEROS TO WRK-QT-DEPOIS.
           MOVE ZEROS TO WRK-QT-FORA.
           MOVE 'N'   TO WRK-EOF-ANTIGO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
               MOVE SPACES TO WRK-CT-CAMPO(WRK-IDX)
               MOVE ZEROS  TO WRK-CT-ANTES(WRK-IDX)
               MOVE ZEROS  TO WRK-CT-DEPOIS(WRK-IDX)
           END-PERFORM.

      *****************************************************************
      *    BALMAST: SALDO S9(06) PARA S9(09)V99
      *****************************************************************
       0200-CONVERTER-BALMAST.
           MOVE 'BALMAST ' TO WRK-ARQUIVO.
           PERFORM 0150-ZERAR-CONTROLES.
           MOVE 1 TO WRK-CT-QTD.
           MOVE 'SALDO' TO WRK-CT-CAMPO(1).

           OPEN INPUT OLD-BALANCE-MASTER.
           IF WRK-FS-ANTIGO NOT = '00'
               PERFORM 0710-INFORMAR-AUSENTE
           ELSE
               PERFORM 0210-LER-BALMAST
               PERFORM 0220-CONFERIR-BALMAST UNTIL FIM-ANTIGO
               CLOSE OLD-BALANCE-MASTER
               IF WRK-QT-FORA > ZEROS
                   PERFORM 0700-RECUSAR-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-EOF-ANTIGO
                   OPEN INPUT OLD-BALANCE-MASTER
                   OPEN OUTPUT NEW-BALANCE-MASTER
                   PERFORM 0210-LER-BALMAST
                   PERFORM 0230-GRAVAR-BALMAST UNTIL FIM-ANTIGO
                   CLOSE OLD-BALANCE-MASTER
                   CLOSE NEW-BALANCE-MASTER
                   PERFORM 0800-IMPRIMIR-CONTROLES
               END-IF
           END-IF.

       0210-LER-BALMAST.
           READ OLD-BALANCE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-ANTIGO
           END-READ.

       0220-CONFERIR-BALMAST.
           ADD 1 TO WRK-QT-ANTES.
           IF BMO-LINHA(12:69) NOT = SPACES
              OR BMO-SALDO NOT NUMERIC
               ADD 1 TO WRK-QT-FORA
           ELSE
               ADD BMO-SALDO TO WRK-CT-ANTES(1)
           END-IF.
           PERFORM 0210-LER-BALMAST.

       0230-GRAVAR-BALMAST.
           MOVE BMO-CONTA TO BM-CONTA.
           MOVE BMO-SALDO TO BM-SALDO.
           WRITE BM-REGISTRO.
           ADD 1 TO WRK-QT-DEPOIS.
           ADD BM-SALDO TO WRK-CT-DEPOIS(1).
           PERFORM 0210-LER-BALMAST.

      *****************************************************************
      *    REGTRAN: DEBITO E CREDITO 9(02) PARA 9(07)V99
      *****************************************************************
       0300-CONVERTER-REGTRAN.
           MOVE 'REGTRAN ' TO WRK-ARQUIVO.
           PERFORM 0150-ZERAR-CONTROLES.
           MOVE 2 TO WRK-CT-QTD.
           MOVE 'DEBITO'  TO WRK-CT-CAMPO(1).
           MOVE 'CREDITO' TO WRK-CT-CAMPO(2).

           OPEN INPUT OLD-TRANSACTION-FILE.
           IF WRK-FS-ANTIGO NOT = '00'
               PERFORM 0710-INFORMAR-AUSENTE
           ELSE
               PERFORM 0310-LER-REGTRAN
               PERFORM 0320-CONFERIR-REGTRAN UNTIL FIM-ANTIGO
               CLOSE OLD-TRANSACTION-FILE
               IF WRK-QT-FORA > ZEROS
                   PERFORM 0700-RECUSAR-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-EOF-ANTIGO
                   OPEN INPUT OLD-TRANSACTION-FILE
                   OPEN OUTPUT NEW-TRANSACTION-FILE
                   PERFORM 0310-LER-REGTRAN
                   PERFORM 0330-GRAVAR-REGTRAN UNTIL FIM-ANTIGO
                   CLOSE OLD-TRANSACTION-FILE
                   CLOSE NEW-TRANSACTION-FILE
                   PERFORM 0800-IMPRIMIR-CONTROLES
               END-IF
           END-IF.

       0310-LER-REGTRAN.
           READ OLD-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ANTIGO
           END-READ.

       0320-CONFERIR-REGTRAN.
           ADD 1 TO WRK-QT-ANTES.
           IF RGO-LINHA(22:59) NOT = SPACES
              OR RGO-DEBITO NOT NUMERIC
              OR RGO-CREDITO NOT NUMERIC
               ADD 1 TO WRK-QT-FORA
           ELSE
               ADD RGO-DEBITO  TO WRK-CT-ANTES(1)
               ADD RGO-CREDITO TO WRK-CT-ANTES(2)
           END-IF.
           PERFORM 0310-LER-REGTRAN.

       0330-GRAVAR-REGTRAN.
           MOVE RGO-CONTA         TO RG-CONTA.
           MOVE RGO-DATA          TO RG-DATA.
           MOVE RGO-DEBITO        TO RG-DEBITO.
           MOVE RGO-CREDITO       TO RG-CREDITO.
           MOVE RGO-TIPO          TO RG-TIPO.
           MOVE RGO-CONTA-DESTINO TO RG-CONTA-DESTINO.
           WRITE RG-REGISTRO.
           ADD 1 TO WRK-QT-DEPOIS.
           ADD RG-DEBITO  TO WRK-CT-DEPOIS(1).
           ADD RG-CREDITO TO WRK-CT-DEPOIS(2).
           PERFORM 0310-LER-REGTRAN.

      *****************************************************************
      *    PENDPAY: PD-VALOR 9(02) PARA 9(07)V99
      *****************************************************************
       0400-CONVERTER-PENDPAY.
           MOVE 'PENDPAY ' TO WRK-ARQUIVO.
           PERFORM 0150-ZERAR-CONTROLES.
           MOVE 1 TO WRK-CT-QTD.
           MOVE 'VALOR' TO WRK-CT-CAMPO(1).

           OPEN INPUT OLD-PENDING-PAYMENTS.
           IF WRK-FS-ANTIGO NOT = '00'
               PERFORM 0710-INFORMAR-AUSENTE
           ELSE
               PERFORM 0410-LER-PENDPAY
               PERFORM 0420-CONFERIR-PENDPAY UNTIL FIM-ANTIGO
               CLOSE OLD-PENDING-PAYMENTS
               IF WRK-QT-FORA > ZEROS
                   PERFORM 0700-RECUSAR-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-EOF-ANTIGO
                   OPEN INPUT OLD-PENDING-PAYMENTS
                   OPEN OUTPUT NEW-PENDING-PAYMENTS
                   PERFORM 0410-LER-PENDPAY
                   PERFORM 0430-GRAVAR-PENDPAY UNTIL FIM-ANTIGO
                   CLOSE OLD-PENDING-PAYMENTS
                   CLOSE NEW-PENDING-PAYMENTS
                   PERFORM 0800-IMPRIMIR-CONTROLES
               END-IF
           END-IF.

       0410-LER-PENDPAY.
           READ OLD-PENDING-PAYMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-ANTIGO
           END-READ.

       0420-CONFERIR-PENDPAY.
           ADD 1 TO WRK-QT-ANTES.
           IF PDO-LINHA(61:20) NOT = SPACES
              OR PDO-VALOR NOT NUMERIC
               ADD 1 TO WRK-QT-FORA
           ELSE
               ADD PDO-VALOR TO WRK-CT-ANTES(1)
           END-IF.
           PERFORM 0410-LER-PENDPAY.

       0430-GRAVAR-PENDPAY.
           MOVE PDO-FAVORECIDO TO PD-FAVORECIDO.
           MOVE PDO-CONTA      TO PD-CONTA.
           MOVE PDO-VALOR      TO PD-VALOR.
           MOVE PDO-RESTANTE   TO PD-RESTANTE.
           WRITE PD-REGISTRO.
           ADD 1 TO WRK-QT-DEPOIS.
           ADD PD-VALOR TO WRK-CT-DEPOIS(1).
           PERFORM 0410-LER-PENDPAY.

      *****************************************************************
      *    RECURTAB: VALOR DO MODELO 9(02) PARA 9(07)V99
      *****************************************************************
       0500-CONVERTER-RECURTAB.
           MOVE 'RECURTAB' TO WRK-ARQUIVO.
           PERFORM 0150-ZERAR-CONTROLES.
           MOVE 1 TO WRK-CT-QTD.
           MOVE 'VALOR' TO WRK-CT-CAMPO(1).

           OPEN INPUT OLD-RECURRENCE-TABLE.
           IF WRK-FS-ANTIGO NOT = '00'
               PERFORM 0710-INFORMAR-AUSENTE
           ELSE
               PERFORM 0510-LER-RECURTAB
               PERFORM 0520-CONFERIR-RECURTAB UNTIL FIM-ANTIGO
               CLOSE OLD-RECURRENCE-TABLE
               IF WRK-QT-FORA > ZEROS
                   PERFORM 0700-RECUSAR-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-EOF-ANTIGO
                   OPEN INPUT OLD-RECURRENCE-TABLE
                   OPEN OUTPUT NEW-RECURRENCE-TABLE
                   PERFORM 0510-LER-RECURTAB
                   PERFORM 0530-GRAVAR-RECURTAB UNTIL FIM-ANTIGO
                   CLOSE OLD-RECURRENCE-TABLE
                   CLOSE NEW-RECURRENCE-TABLE
                   PERFORM 0800-IMPRIMIR-CONTROLES
               END-IF
           END-IF.

       0510-LER-RECURTAB.
           READ OLD-RECURRENCE-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-ANTIGO
           END-READ.

       0520-CONFERIR-RECURTAB.
           ADD 1 TO WRK-QT-ANTES.
           IF RCO-LINHA(42:39) NOT = SPACES
              OR RCO-VALOR NOT NUMERIC
               ADD 1 TO WRK-QT-FORA
           ELSE
               ADD RCO-VALOR TO WRK-CT-ANTES(1)
           END-IF.
           PERFORM 0510-LER-RECURTAB.

       0530-GRAVAR-RECURTAB.
           MOVE RCO-CONTA     TO RC-CONTA.
           MOVE RCO-DIA       TO RC-DIA.
           MOVE RCO-VALOR     TO RC-VALOR.
           MOVE RCO-TIPO      TO RC-TIPO.
           MOVE RCO-DESCRICAO TO RC-DESCRICAO.
           MOVE RCO-VALIDADE  TO RC-VALIDADE.
           WRITE RC-REGISTRO.
           ADD 1 TO WRK-QT-DEPOIS.
           ADD RC-VALOR TO WRK-CT-DEPOIS(1).
           PERFORM 0510-LER-RECURTAB.

      *****************************************************************
      *    REGSUSP: DEBITO/CREDITO 9(02) E SALDO PROJETADO S9(06);
      *    O PISO E DO ACCTATTR E CONTINUA EM REAIS INTEIROS
      *****************************************************************
       0600-CONVERTER-REGSUSP.
           MOVE 'REGSUSP ' TO WRK-ARQUIVO.
           PERFORM 0150-ZERAR-CONTROLES.
           MOVE 3 TO WRK-CT-QTD.
           MOVE 'DEBITO'     TO WRK-CT-CAMPO(1).
           MOVE 'CREDITO'    TO WRK-CT-CAMPO(2).
           MOVE 'SALDO PROJ' TO WRK-CT-CAMPO(3).

           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WRK-FS-ANTIGO NOT = '00'
               PERFORM 0710-INFORMAR-AUSENTE
           ELSE
               PERFORM 0610-LER-REGSUSP
               PERFORM 0620-CONFERIR-REGSUSP UNTIL FIM-ANTIGO
               CLOSE OLD-SUSPENSE-FILE
               IF WRK-QT-FORA > ZEROS
                   PERFORM 0700-RECUSAR-ARQUIVO
               ELSE
                   MOVE 'N' TO WRK-EOF-ANTIGO
                   OPEN INPUT OLD-SUSPENSE-FILE
                   OPEN OUTPUT NEW-SUSPENSE-FILE
                   PERFORM 0610-LER-REGSUSP
                   PERFORM 0630-GRAVAR-REGSUSP UNTIL FIM-ANTIGO
                   CLOSE OLD-SUSPENSE-FILE
                   CLOSE NEW-SUSPENSE-FILE
                   PERFORM 0800-IMPRIMIR-CONTROLES
               END-IF
           END-IF.

       0610-LER-REGSUSP.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ANTIGO
           END-READ.

       0620-CONFERIR-REGSUSP.
           ADD 1 TO WRK-QT-ANTES.
           IF SUO-LINHA(31:50) NOT = SPACES
              OR SUO-DEBITO NOT NUMERIC
              OR SUO-CREDITO NOT NUMERIC
              OR SUO-SALDO-PROJ NOT NUMERIC
               ADD 1 TO WRK-QT-FORA
           ELSE
               ADD SUO-DEBITO     TO WRK-CT-ANTES(1)
               ADD SUO-CREDITO    TO WRK-CT-ANTES(2)
               ADD SUO-SALDO-PROJ TO WRK-CT-ANTES(3)
           END-IF.
           PERFORM 0610-LER-REGSUSP.

       0630-GRAVAR-REGSUSP.
           MOVE SUO-CONTA      TO SU-CONTA.
           MOVE SUO-DATA       TO SU-DATA.
           MOVE SUO-DEBITO     TO SU-DEBITO.
           MOVE SUO-CREDITO    TO SU-CREDITO.
           MOVE SUO-SALDO-PROJ TO SU-SALDO-PROJ.
           MOVE SUO-PISO       TO SU-PISO.
           WRITE SU-REGISTRO.
           ADD 1 TO WRK-QT-DEPOIS.
           ADD SU-DEBITO     TO WRK-CT-DEPOIS(1).
           ADD SU-CREDITO    TO WRK-CT-DEPOIS(2).
           ADD SU-SALDO-PROJ TO WRK-CT-DEPOIS(3).
           PERFORM 0610-LER-REGSUSP.

      *    REGISTRO FORA DO LAYOUT ANTIGO (NORMALMENTE O ARQUIVO JA
      *    CONVERTIDO) RECUSA O ARQUIVO INTEIRO: O NOVO NAO E GERADO
       0700-RECUSAR-ARQUIVO.
           ADD 1 TO WRK-QT-RECUSADOS.
           DISPLAY '*** ' WRK-ARQUIVO ' COM ' WRK-QT-FORA
                   ' REGISTRO(S) FORA DO LAYOUT ANTIGO - NAO'
                   ' CONVERTIDO ***'.
           MOVE WRK-ARQUIVO TO CV-M-ARQUIVO.
           MOVE 'FORA DO LAYOUT ANTIGO (JA CONVERTIDO?) - RECUSADO'
             TO CV-M-TEXTO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE CV-LINHA FROM CV-MENSAGEM.

       0710-INFORMAR-AUSENTE.
           DISPLAY WRK-ARQUIVO ' NAO ENCONTRADO - NADA A CONVERTER'.
           MOVE WRK-ARQUIVO TO CV-M-ARQUIVO.
           MOVE 'NAO ENCONTRADO - NADA A CONVERTER' TO CV-M-TEXTO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE CV-LINHA FROM CV-MENSAGEM.

      *    UMA LINHA POR CAMPO DE VALOR, COM A QUANTIDADE DE
      *    REGISTROS ANTES E DEPOIS; QUALQUER DIFERENCA DIVERGE
       0800-IMPRIMIR-CONTROLES.
           ADD 1 TO WRK-QT-CONVERTIDOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-CT-QTD
               MOVE WRK-ARQUIVO            TO CV-D-ARQUIVO
               MOVE WRK-CT-CAMPO(WRK-IDX)  TO CV-D-CAMPO
               MOVE WRK-QT-ANTES           TO CV-D-QT-ANTES
               MOVE WRK-QT-DEPOIS          TO CV-D-QT-DEPOIS
               MOVE WRK-CT-ANTES(WRK-IDX)  TO CV-D-ANTES
               MOVE WRK-CT-DEPOIS(WRK-IDX) TO CV-D-DEPOIS
               IF WRK-QT-ANTES = WRK-QT-DEPOIS
                  AND WRK-CT-ANTES(WRK-IDX) = WRK-CT-DEPOIS(WRK-IDX)
                   MOVE 'CONFERE ' TO CV-D-SITUACAO
               ELSE
                   MOVE 'DIFERE  ' TO CV-D-SITUACAO
                   ADD 1 TO WRK-QT-DIVERGENTES
               END-IF
               PERFORM 0950-QUEBRA-PAGINA
               WRITE CV-LINHA FROM CV-DETALHE
               DISPLAY CV-DETALHE
           END-PERFORM.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'ARQUIVOS CONVERTIDOS..... ' WRK-QT-CONVERTIDOS.
           DISPLAY 'ARQUIVOS RECUSADOS....... ' WRK-QT-RECUSADOS.
           DISPLAY 'CONTROLES DIVERGENTES.... ' WRK-QT-DIVERGENTES.
           IF WRK-QT-DIVERGENTES > ZEROS
               DISPLAY '*** TOTAIS NAO CONFEREM - NAO RENOMEAR ***'
           ELSE
               DISPLAY 'CONFERIR O CONVLIST ANTES DO RENAME'
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CV-LINHA FROM RW-TRAILER.
           CLOSE CONVERSION-RPT.

           EVALUATE TRUE
               WHEN WRK-QT-DIVERGENTES > ZEROS
                   MOVE 12 TO RETURN-CODE
               WHEN WRK-QT-RECUSADOS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CV-LINHA FROM RW-CABECALHO1
               WRITE CV-LINHA FROM RW-CABECALHO2
               WRITE CV-LINHA FROM RW-COLUNAS
           END-IF.
