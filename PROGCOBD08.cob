       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBD08.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: ESCREVER POR EXTENSO, EM PORTUGUES, UM VALOR EM
      *     REAIS E CENTAVOS RECEBIDO VIA LINKAGE (ATE 999.999.999,99)
      *     - A UNICA IMPLEMENTACAO DA REGRA, CHAMADA PELA IMPRESSAO
      *     DE CHEQUES (PROGCOB112), PARA O EXTENSO NUNCA MAIS
      *     DISCORDAR DOS ALGARISMOS. CEM SO NO CEM REDONDO, MIL SEM
      *     O UM NA FRENTE, 'E' ENTRE CENTENA, DEZENA E UNIDADE E
      *     ANTES DO ULTIMO GRUPO QUANDO ELE E MENOR QUE CEM OU
      *     CENTENA REDONDA, 'DE REAIS' NO MILHAO REDONDO. DEVOLVE O
      *     TEXTO ALINHADO A ESQUERDA E COMPLETADO COM BRANCOS
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WRK-VALOR.
           02 WRK-REAIS.
               03 WRK-MILHOES  PIC 9(03).
               03 WRK-MILHARES PIC 9(03).
               03 WRK-UNIDADES PIC 9(03).
           02 WRK-CENTAVOS     PIC 9(02).
       01  WRK-REAIS-N REDEFINES WRK-VALOR.
           02 WRK-VALOR-REAIS  PIC 9(09).
           02 FILLER           PIC 9(02).
       01  WRK-GRUPO.
           02 WRK-CENTENA      PIC 9(01).
           02 WRK-DEZ-UNI      PIC 9(02).
           02 WRK-DEZ-UNI-R REDEFINES WRK-DEZ-UNI.
               03 WRK-DEZENA   PIC 9(01).
               03 WRK-UNIDADE  PIC 9(01).
       01  WRK-GRUPO-N REDEFINES WRK-GRUPO PIC 9(03).
       01  WRK-NOMES-UNIDADES.
           02 FILLER PIC X(10) VALUE 'UM'.
           02 FILLER PIC X(10) VALUE 'DOIS'.
           02 FILLER PIC X(10) VALUE 'TRES'.
           02 FILLER PIC X(10) VALUE 'QUATRO'.
           02 FILLER PIC X(10) VALUE 'CINCO'.
           02 FILLER PIC X(10) VALUE 'SEIS'.
           02 FILLER PIC X(10) VALUE 'SETE'.
           02 FILLER PIC X(10) VALUE 'OITO'.
           02 FILLER PIC X(10) VALUE 'NOVE'.
           02 FILLER PIC X(10) VALUE 'DEZ'.
           02 FILLER PIC X(10) VALUE 'ONZE'.
           02 FILLER PIC X(10) VALUE 'DOZE'.
           02 FILLER PIC X(10) VALUE 'TREZE'.
           02 FILLER PIC X(10) VALUE 'QUATORZE'.
           02 FILLER PIC X(10) VALUE 'QUINZE'.
           02 FILLER PIC X(10) VALUE 'DEZESSEIS'.
           02 FILLER PIC X(10) VALUE 'DEZESSETE'.
           02 FILLER PIC X(10) VALUE 'DEZOITO'.
           02 FILLER PIC X(10) VALUE 'DEZENOVE'.
       01  WRK-TB-UNIDADES REDEFINES WRK-NOMES-UNIDADES.
           02 WRK-NOME-UNIDADE PIC X(10) OCCURS 19 TIMES.
       01  WRK-NOMES-DEZENAS.
           02 FILLER PIC X(10) VALUE 'DEZ'.
           02 FILLER PIC X(10) VALUE 'VINTE'.
           02 FILLER PIC X(10) VALUE 'TRINTA'.
           02 FILLER PIC X(10) VALUE 'QUARENTA'.
           02 FILLER PIC X(10) VALUE 'CINQUENTA'.
           02 FILLER PIC X(10) VALUE 'SESSENTA'.
           02 FILLER PIC X(10) VALUE 'SETENTA'.
           02 FILLER PIC X(10) VALUE 'OITENTA'.
           02 FILLER PIC X(10) VALUE 'NOVENTA'.
       01  WRK-TB-DEZENAS REDEFINES WRK-NOMES-DEZENAS.
           02 WRK-NOME-DEZENA  PIC X(10) OCCURS 9 TIMES.
       01  WRK-NOMES-CENTENAS.
           02 FILLER PIC X(12) VALUE 'CENTO'.
           02 FILLER PIC X(12) VALUE 'DUZENTOS'.
           02 FILLER PIC X(12) VALUE 'TREZENTOS'.
           02 FILLER PIC X(12) VALUE 'QUATROCENTOS'.
           02 FILLER PIC X(12) VALUE 'QUINHENTOS'.
           02 FILLER PIC X(12) VALUE 'SEISCENTOS'.
           02 FILLER PIC X(12) VALUE 'SETECENTOS'.
           02 FILLER PIC X(12) VALUE 'OITOCENTOS'.
           02 FILLER PIC X(12) VALUE 'NOVECENTOS'.
       01  WRK-TB-CENTENAS REDEFINES WRK-NOMES-CENTENAS.
           02 WRK-NOME-CENTENA PIC X(12) OCCURS 9 TIMES.
       77  WRK-PALAVRA     PIC X(12) VALUE SPACES.
       77  WRK-PONTEIRO    PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMO-GRUPO PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LK-VALOR         PIC 9(09)V99.
       01 LK-EXTENSO       PIC X(200).
       PROCEDURE DIVISION USING LK-VALOR LK-EXTENSO.

       0001-PRINCIPAL.
           MOVE SPACES TO LK-EXTENSO.
           MOVE 1 TO WRK-PONTEIRO.
           MOVE LK-VALOR TO WRK-VALOR.

           IF WRK-VALOR-REAIS = ZEROS AND WRK-CENTAVOS = ZEROS
               MOVE 'ZERO' TO WRK-PALAVRA
               PERFORM 0900-ACRESCENTAR
               MOVE 'REAIS' TO WRK-PALAVRA
               PERFORM 0900-ACRESCENTAR
           ELSE
               PERFORM 0100-REAIS-POR-EXTENSO
               PERFORM 0300-CENTAVOS-POR-EXTENSO
           END-IF.

           GOBACK.

      *    TRES GRUPOS DE TRES DIGITOS: MILHOES, MILHARES E
      *    UNIDADES; O 'E' DE LIGACAO SO ENTRA ANTES DO ULTIMO GRUPO
      *    NAO ZERADO (MIL E QUINHENTOS, MIL DUZENTOS E TRINTA)
       0100-REAIS-POR-EXTENSO.
           IF WRK-MILHOES > ZEROS
               MOVE WRK-MILHOES TO WRK-GRUPO-N
               PERFORM 0200-GRUPO-POR-EXTENSO
               IF WRK-MILHOES = 1
                   MOVE 'MILHAO' TO WRK-PALAVRA
               ELSE
                   MOVE 'MILHOES' TO WRK-PALAVRA
               END-IF
               PERFORM 0900-ACRESCENTAR
           END-IF.

           IF WRK-MILHARES > ZEROS
               MOVE WRK-MILHARES TO WRK-GRUPO-N
               IF WRK-UNIDADES = ZEROS
                   MOVE 'S' TO WRK-ULTIMO-GRUPO
               ELSE
                   MOVE 'N' TO WRK-ULTIMO-GRUPO
               END-IF
               PERFORM 0150-LIGAR-GRUPO
               IF WRK-MILHARES NOT = 1
                   PERFORM 0200-GRUPO-POR-EXTENSO
               END-IF
               MOVE 'MIL' TO WRK-PALAVRA
               PERFORM 0900-ACRESCENTAR
           END-IF.

           IF WRK-UNIDADES > ZEROS
               MOVE WRK-UNIDADES TO WRK-GRUPO-N
               MOVE 'S' TO WRK-ULTIMO-GRUPO
               PERFORM 0150-LIGAR-GRUPO
               PERFORM 0200-GRUPO-POR-EXTENSO
           END-IF.

           IF WRK-VALOR-REAIS > ZEROS
               IF WRK-MILHARES = ZEROS AND WRK-UNIDADES = ZEROS
                   MOVE 'DE' TO WRK-PALAVRA
                   PERFORM 0900-ACRESCENTAR
               END-IF
               IF WRK-VALOR-REAIS = 1
                   MOVE 'REAL' TO WRK-PALAVRA
               ELSE
                   MOVE 'REAIS' TO WRK-PALAVRA
               END-IF
               PERFORM 0900-ACRESCENTAR
           END-IF.

       0150-LIGAR-GRUPO.
           IF WRK-PONTEIRO > 1
              AND WRK-ULTIMO-GRUPO = 'S'
              AND (WRK-CENTENA = ZEROS OR WRK-DEZ-UNI = ZEROS)
               MOVE 'E' TO WRK-PALAVRA
               PERFORM 0900-ACRESCENTAR
           END-IF.

      *    UM GRUPO DE 1 A 999 EM WRK-GRUPO: CEM REDONDO, CENTENA,
      *    DEZENA E UNIDADE LIGADAS POR 'E'; DE 1 A 19 O NOME E
      *    DIRETO DA TABELA DE UNIDADES
       0200-GRUPO-POR-EXTENSO.
           IF WRK-GRUPO-N = 100
               MOVE 'CEM' TO WRK-PALAVRA
               PERFORM 0900-ACRESCENTAR
           ELSE
               IF WRK-CENTENA > ZEROS
                   MOVE WRK-NOME-CENTENA(WRK-CENTENA) TO WRK-PALAVRA
                   PERFORM 0900-ACRESCENTAR
               END-IF
               IF WRK-DEZ-UNI > ZEROS
                   IF WRK-CENTENA > ZEROS
                       MOVE 'E' TO WRK-PALAVRA
                       PERFORM 0900-ACRESCENTAR
                   END-IF
                   IF WRK-DEZ-UNI < 20
                       MOVE WRK-NOME-UNIDADE(WRK-DEZ-UNI)
                         TO WRK-PALAVRA
                       PERFORM 0900-ACRESCENTAR
                   ELSE
                       MOVE WRK-NOME-DEZENA(WRK-DEZENA)
                         TO WRK-PALAVRA
                       PERFORM 0900-ACRESCENTAR
                       IF WRK-UNIDADE > ZEROS
                           MOVE 'E' TO WRK-PALAVRA
                           PERFORM 0900-ACRESCENTAR
                           MOVE WRK-NOME-UNIDADE(WRK-UNIDADE)
                             TO WRK-PALAVRA
                           PERFORM 0900-ACRESCENTAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0300-CENTAVOS-POR-EXTENSO.
           IF WRK-CENTAVOS > ZEROS
               IF WRK-VALOR-REAIS > ZEROS
                   MOVE 'E' TO WRK-PALAVRA
                   PERFORM 0900-ACRESCENTAR
               END-IF
               MOVE WRK-CENTAVOS TO WRK-GRUPO-N
               PERFORM 0200-GRUPO-POR-EXTENSO
               IF WRK-CENTAVOS = 1
                   MOVE 'CENTAVO' TO WRK-PALAVRA
               ELSE
                   MOVE 'CENTAVOS' TO WRK-PALAVRA
               END-IF
               PERFORM 0900-ACRESCENTAR
           END-IF.

      *    CADA PALAVRA ENTRA SEPARADA DA ANTERIOR POR UM BRANCO
       0900-ACRESCENTAR.
           IF WRK-PONTEIRO > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO LK-EXTENSO WITH POINTER WRK-PONTEIRO
           END-IF.
           STRING WRK-PALAVRA DELIMITED BY SPACE
               INTO LK-EXTENSO WITH POINTER WRK-PONTEIRO.
