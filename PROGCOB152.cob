       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB152.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MONTADOR PADRAO DE LINHA DE EXPORTACAO PARA
      *     PLANILHA (COPYBOOK CSVLINP): ACRESCENTA CAMPO A CAMPO NA
      *     LINHA DELIMITADA POR ';', COM O TEXTO SEM OS BRANCOS DAS
      *     PONTAS (ENTRE ASPAS QUANDO TRAZ ';' OU ASPAS) E O VALOR
      *     SO COM SINAL, DIGITOS E VIRGULA DECIMAL - O FINANCEIRO E
      *     A SECRETARIA REDIGITAVAM OS RELATORIOS IMPRESSOS NA
      *     PLANILHA, E CADA EXPORTACAO SAI IGUAL A TODAS AS OUTRAS
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-CAMPO         PIC X(130) VALUE SPACES.
       77 WRK-TAM           PIC 9(03) VALUE ZEROS.
       77 WRK-NECESSARIO    PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-INICIO        PIC 9(03) VALUE ZEROS.
       77 WRK-FIM           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ESPECIAIS  PIC 9(03) VALUE ZEROS.
       77 WRK-NEGATIVO      PIC X(01) VALUE 'N'.
      *    VALOR SEM SINAL, VISTO DIGITO A DIGITO: 13 INTEIROS E
      *    4 DECIMAIS
       01  WRK-VALOR-ABS     PIC 9(13)V9(04) VALUE ZEROS.
       01  WRK-DIGITOS REDEFINES WRK-VALOR-ABS
                             PIC X(17).
       LINKAGE SECTION.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION USING CSV-CONTROLE.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN CSV-LINHA-NOVA
                   MOVE SPACES TO CSV-LINHA
                   MOVE ZEROS  TO CSV-QT-CAMPOS
                   MOVE 1      TO CSV-POSICAO
                   MOVE 'N'    TO CSV-ESTOURO
               WHEN CSV-CAMPO-TEXTO
                   PERFORM 0100-MONTAR-TEXTO
                   PERFORM 0300-ACRESCENTAR-CAMPO
               WHEN CSV-CAMPO-NUMERO
                   PERFORM 0200-MONTAR-NUMERO
                   PERFORM 0300-ACRESCENTAR-CAMPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    TEXTO SEM OS BRANCOS DAS PONTAS; SE TRAZ ';' OU ASPAS,
      *    VAI ENTRE ASPAS COM AS ASPAS INTERNAS DOBRADAS, COMO A
      *    PLANILHA ESPERA
       0100-MONTAR-TEXTO.
           MOVE SPACES TO WRK-CAMPO.
           MOVE ZEROS  TO WRK-TAM WRK-INICIO WRK-FIM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 60
               IF CSV-TEXTO(WRK-IDX:1) NOT = SPACE
                   IF WRK-INICIO = ZEROS
                       MOVE WRK-IDX TO WRK-INICIO
                   END-IF
                   MOVE WRK-IDX TO WRK-FIM
               END-IF
           END-PERFORM.

           IF WRK-INICIO > ZEROS
               MOVE ZEROS TO WRK-QT-ESPECIAIS
               INSPECT CSV-TEXTO TALLYING WRK-QT-ESPECIAIS
                   FOR ALL ';' ALL '"'
               IF WRK-QT-ESPECIAIS = ZEROS
                   COMPUTE WRK-TAM = WRK-FIM - WRK-INICIO + 1
                   MOVE CSV-TEXTO(WRK-INICIO:WRK-TAM)
                     TO WRK-CAMPO(1:WRK-TAM)
               ELSE
                   MOVE '"' TO WRK-CAMPO(1:1)
                   MOVE 1   TO WRK-TAM
                   PERFORM VARYING WRK-IDX FROM WRK-INICIO BY 1
                                   UNTIL WRK-IDX > WRK-FIM
                       ADD 1 TO WRK-TAM
                       MOVE CSV-TEXTO(WRK-IDX:1)
                         TO WRK-CAMPO(WRK-TAM:1)
                       IF CSV-TEXTO(WRK-IDX:1) = '"'
                           ADD 1 TO WRK-TAM
                           MOVE '"' TO WRK-CAMPO(WRK-TAM:1)
                       END-IF
                   END-PERFORM
                   ADD 1 TO WRK-TAM
                   MOVE '"' TO WRK-CAMPO(WRK-TAM:1)
               END-IF
           END-IF.

      *    VALOR SEM ZEROS A ESQUERDA (AO MENOS UM DIGITO INTEIRO),
      *    MENOS NA FRENTE QUANDO NEGATIVO E CSV-CASAS DECIMAIS
      *    DEPOIS DA VIRGULA; CASAS ALEM DE 4 VALEM 4
       0200-MONTAR-NUMERO.
           MOVE SPACES TO WRK-CAMPO.
           MOVE ZEROS  TO WRK-TAM.
           IF CSV-CASAS > 4
               MOVE 4 TO CSV-CASAS
           END-IF.
           MOVE 'N' TO WRK-NEGATIVO.
           IF CSV-VALOR < ZEROS
               MOVE 'S' TO WRK-NEGATIVO
           END-IF.
           MOVE CSV-VALOR TO WRK-VALOR-ABS.

           MOVE ZEROS TO WRK-INICIO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 13 OR WRK-INICIO > ZEROS
               IF WRK-DIGITOS(WRK-IDX:1) NOT = '0'
                   MOVE WRK-IDX TO WRK-INICIO
               END-IF
           END-PERFORM.
           IF WRK-INICIO = ZEROS
               MOVE 13 TO WRK-INICIO
           END-IF.

           IF WRK-NEGATIVO = 'S'
               ADD 1 TO WRK-TAM
               MOVE '-' TO WRK-CAMPO(WRK-TAM:1)
           END-IF.
           PERFORM VARYING WRK-IDX FROM WRK-INICIO BY 1
                           UNTIL WRK-IDX > 13
               ADD 1 TO WRK-TAM
               MOVE WRK-DIGITOS(WRK-IDX:1) TO WRK-CAMPO(WRK-TAM:1)
           END-PERFORM.
           IF CSV-CASAS > ZEROS
               ADD 1 TO WRK-TAM
               MOVE ',' TO WRK-CAMPO(WRK-TAM:1)
               MOVE WRK-DIGITOS(14:CSV-CASAS)
                 TO WRK-CAMPO(WRK-TAM + 1:CSV-CASAS)
               ADD CSV-CASAS TO WRK-TAM
           END-IF.

      *    O ';' VAI ANTES DE TODO CAMPO MENOS O PRIMEIRO; CAMPO
      *    QUE NAO CABE NA LINHA FICA DE FORA E LIGA CSV-ESTOURO
       0300-ACRESCENTAR-CAMPO.
           MOVE WRK-TAM TO WRK-NECESSARIO.
           IF CSV-QT-CAMPOS > ZEROS
               ADD 1 TO WRK-NECESSARIO
           END-IF.
           IF CSV-POSICAO = ZEROS
               MOVE 1 TO CSV-POSICAO
           END-IF.

           IF CSV-POSICAO + WRK-NECESSARIO > 301
               MOVE 'S' TO CSV-ESTOURO
           ELSE
               IF CSV-QT-CAMPOS > ZEROS
                   MOVE ';' TO CSV-LINHA(CSV-POSICAO:1)
                   ADD 1 TO CSV-POSICAO
               END-IF
               IF WRK-TAM > ZEROS
                   MOVE WRK-CAMPO(1:WRK-TAM)
                     TO CSV-LINHA(CSV-POSICAO:WRK-TAM)
                   ADD WRK-TAM TO CSV-POSICAO
               END-IF
               ADD 1 TO CSV-QT-CAMPOS
           END-IF.
