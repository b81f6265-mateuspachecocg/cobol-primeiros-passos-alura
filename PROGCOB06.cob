      *            (SYSEXCEP) COM CONTAGEM E RETURN-CODE - OS
      *            LIVROS FECHADOS DE JANEIRO NAO REABREM MAIS POR
      *            LANCAMENTO ATRASADO
      * ALTERADO = 15/10/2026 - VALORES DO REGISTRO DE CHEQUES
      *            VIRARAM DINHEIRO DE VERDADE, COM CENTAVOS:
      *            RG-DEBITO/RG-CREDITO 9(07)V99, BM-SALDO S9(09)V99
      *            E O REGSUSP NA MESMA MEDIDA (O PISO CONTINUA O DO
      *            ACCTATTR); A CONVERSAO DOS ARQUIVOS ANTIGOS E DO
      *            PROGCOB115
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
              88 RG-TRANSFERENCIA VALUE 'T'.
           02 RG-CONTA-DESTINO PIC 9(04).
       FD  BALANCE-MASTER.
       01  BM-REGISTRO.
           02 BM-CONTA        PIC 9(04).
           02 BM-SALDO        PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.

       FD  SYSTEM-EXCEPTIONS.
       01  SU-REGISTRO.
           02 SU-CONTA        PIC 9(04).
           02 SU-DATA         PIC 9(08).
           02 SU-DEBITO       PIC 9(07)V99.
           02 SU-CREDITO      PIC 9(07)V99.
           02 SU-SALDO-PROJ   PIC S9(09)V99
                              SIGN IS LEADING SEPARATE.
           02 SU-PISO         PIC S9(06)
                              SIGN IS LEADING SEPARATE.
       01  SL-LINHA           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-NUM1      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NUM2      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RESUL-ED  PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77 WRK-VALOR-ED  PIC ZZZZZZ9.99 VALUE ZEROS.
       77 WRK-FS-REGTRAN   PIC X(02) VALUE ZEROS.
       77 WRK-FS-BALMAST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-REGTRAN  PIC X(01) VALUE 'N'.
       77 WRK-DATASYS      PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS      PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-DESTINO  PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-TRANSF PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-TRANSF    PIC 9(04) VALUE ZEROS.
       77 WRK-FS-ACCTATTR  PIC X(02) VALUE ZEROS.
       77 WRK-FS-REGSUSP   PIC X(02) VALUE ZEROS.
          88 FIM-ACCTATTR  VALUE 'S'.
       77 WRK-IDX-ATR      PIC 9(02) VALUE ZEROS.
       77 WRK-ATR-ACHADO   PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-PROJ   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-SUSPENSOS PIC 9(04) VALUE ZEROS.
      *    ATRIBUTOS POR CONTA: PISO PERMITIDO E LIMIAR DE AVISO
       01  WRK-TB-ATRIBUTOS.
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 SL-D-DATA       PIC 9(08).
           02 FILLER          PIC X(06) VALUE ' PROJ '.
           02 SL-D-PROJ       PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER          PIC X(06) VALUE ' PISO '.
           02 SL-D-PISO       PIC -ZZZZZ9.
      *    SALDOS POR CONTA, CARREGADOS DO BALMAST NA ENTRADA E
           02 WRK-TB-QTD      PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 20 TIMES.
               03 WRK-TB-CONTA PIC 9(04).
               03 WRK-TB-SALDO PIC S9(09)V99.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0140-CARREGAR-ATRIBUTOS.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
                           TO WRK-TB-SALDO(WRK-IDX-DESTINO)
                       ADD 1 TO WRK-QT-LANCAMENTOS
                       ADD 1 TO WRK-QT-TRANSF
                       MOVE WRK-VALOR-TRANSF TO WRK-VALOR-ED
                       DISPLAY 'TRANSFERENCIA ' RG-CONTA ' > '
                               RG-CONTA-DESTINO ' VALOR '
                               WRK-VALOR-ED
                       PERFORM 0270-AUDITAR-TRANSFERENCIA
                   END-IF
           END-EVALUATE.
           STRING 'DE ' RG-CONTA ' PARA ' RG-CONTA-DESTINO
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES       TO AT-RESULTADO.
           MOVE WRK-VALOR-TRANSF TO WRK-VALOR-ED.
           STRING 'VALOR ' WRK-VALOR-ED ' EM ' RG-DATA
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0220-CONTABILIZAR.
           DISPLAY '==============================='
           DISPLAY 'CONTA...... ' RG-CONTA ' DATA ' RG-DATA.
           MOVE WRK-NUM1 TO WRK-VALOR-ED.
           DISPLAY 'DEBITO..... ' WRK-VALOR-ED.
           MOVE WRK-NUM2 TO WRK-VALOR-ED.
           DISPLAY 'CREDITO.... ' WRK-VALOR-ED.

      *    LANCAMENTO QUE FURARIA O PISO DA CONTA NAO POSTA: VAI
      *    PARA O ARQUIVO DE SUSPENSOS E PARA A LISTAGEM DO DIA
