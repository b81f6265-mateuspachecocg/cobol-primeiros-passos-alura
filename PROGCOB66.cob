      *     FOI GERADO. A PROTECAO DO BATCTRL RECUSA EXPANDIR DUAS
      *     VEZES O MESMO MES
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - VALOR DO MODELO (RC-VALOR) E DO
      *            LANCAMENTO GERADO NO REGTRAN PASSARAM A TER
      *            CENTAVOS (9(07)V99); LISTAGEM E TOTAL DO BATCTRL
      *            ACOMPANHARAM
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  RC-REGISTRO.
           02 RC-CONTA        PIC 9(04).
           02 RC-DIA          PIC 9(02).
           02 RC-VALOR        PIC 9(07)V99.
           02 RC-TIPO         PIC X(01).
              88 RC-EH-DEBITO  VALUE 'D'.
              88 RC-EH-CREDITO VALUE 'C'.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       77 WRK-DATA-AJUSTADA PIC 9(08) VALUE ZEROS.
       77 WRK-QT-GERADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORA       PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-VALOR   PIC 9(10)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
           02 FILLER          PIC X(06) VALUE ' TIPO '.
           02 RL-D-TIPO       PIC X(01).
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 RL-D-VALOR      PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(10) VALUE ' DATA AJ. '.
           02 RL-D-DATA       PIC 9(08).
           COPY 'REPORTWR.COB'.
