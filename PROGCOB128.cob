       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: ENCADEAMENTO DA TRILHA DE AUDITORIA: RECEBE VIA
      *     LINKAGE (COPYBOOK AUDHASHP) A FUNCAO E A LINHA DO
      *     AUDITTRL E CALCULA O HASH ENCADEADO DA LINHA - O HASH DA
      *     LINHA ANTERIOR DOBRADO CARACTER A CARACTER SOBRE OS 114
      *     BYTES DE CONTEUDO (H = (H * 97 + CODIGO + 1) MODULO O
      *     PRIMO 999999999989), COM O CODIGO DE CADA CARACTER TIRADO
      *     DA POSICAO NUMA TABELA FIXA DE CARACTERES, PARA O MESMO
      *     ARQUIVO DAR O MESMO HASH EM QUALQUER MAQUINA. FUNCOES:
      *     'A' LE O AUDITTRL ATE O FIM E GUARDA O HASH DA ULTIMA
      *     LINHA (LINHA ANTIGA, SEM HASH, OU TRILHA VAZIA COMECAM A
      *     CORRENTE DO ZERO); 'G' CARIMBA O AT-HASH DA LINHA A
      *     GRAVAR E AVANCA A CORRENTE; 'C' SO CALCULA O HASH SOBRE
      *     O AH-HASH-ANTERIOR INFORMADO; 'P' REPOSICIONA A CORRENTE
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
       01  AH-LINHA.
           02 FILLER           PIC X(114).
           02 AH-L-HASH        PIC X(12).

       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-AUDITTRL  PIC X(01) VALUE 'N'.
          88 FIM-AUDITTRL   VALUE 'S'.
      *    ULTIMO ELO DA CORRENTE, MANTIDO ENTRE AS CHAMADAS
       77 WRK-HASH-CORRENTE PIC 9(12) VALUE ZEROS.
       77 WRK-HASH          PIC 9(12) VALUE ZEROS.
       77 WRK-PRODUTO       PIC 9(15) VALUE ZEROS.
       77 WRK-QUOCIENTE     PIC 9(15) VALUE ZEROS.
       77 WRK-PRIMO         PIC 9(12) VALUE 999999999989.
       77 WRK-POS           PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO        PIC 9(03) VALUE ZEROS.
       77 WRK-CARACTER      PIC X(01) VALUE SPACE.
      *    TABELA FIXA DE CARACTERES: O CODIGO E A POSICAO NELA;
      *    CARACTER FORA DA TABELA VALE 90
       01  WRK-CARACTERES.
           02 FILLER PIC X(30) VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ012'.
           02 FILLER PIC X(30) VALUE '3456789.,-/:;()*+=_#$%&@!?<>["'.
           02 FILLER PIC X(30) VALUE ']abcdefghijklmnopqrstuvwxyz{}|'.
       LINKAGE SECTION.
           COPY 'AUDHASHP.COB'.
           COPY 'AUDITTRL.COB'.
       PROCEDURE DIVISION USING AH-PARAMETROS AT-REGISTRO.

       0001-PRINCIPAL.
           EVALUATE TRUE
              WHEN AH-ABRIR-TRILHA
                   PERFORM 0100-LER-ULTIMO-ELO
                   MOVE WRK-HASH-CORRENTE TO AH-HASH-ANTERIOR
                                             AH-HASH
              WHEN AH-ENCADEAR
                   MOVE WRK-HASH-CORRENTE TO AH-HASH-ANTERIOR
                   PERFORM 0200-CALCULAR-HASH
                   MOVE WRK-HASH TO AT-HASH AH-HASH
                                    WRK-HASH-CORRENTE
              WHEN AH-CALCULAR
                   PERFORM 0200-CALCULAR-HASH
                   MOVE WRK-HASH TO AH-HASH
              WHEN AH-POSICIONAR
                   MOVE AH-HASH-ANTERIOR TO WRK-HASH-CORRENTE
                                            AH-HASH
           END-EVALUATE.

           GOBACK.

      *    A TRILHA E LIDA ATE O FIM A CADA ABERTURA: O ARQUIVO E A
      *    VERDADE, NAO A MEMORIA DE UMA CHAMADA ANTERIOR
       0100-LER-ULTIMO-ELO.
           MOVE ZEROS TO WRK-HASH-CORRENTE.
           MOVE 'N' TO WRK-EOF-AUDITTRL.
           OPEN INPUT AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '00'
               PERFORM 0110-LER-LINHA
               PERFORM UNTIL FIM-AUDITTRL
                   IF AH-L-HASH IS NUMERIC
                       MOVE AH-L-HASH TO WRK-HASH-CORRENTE
                   ELSE
                       MOVE ZEROS TO WRK-HASH-CORRENTE
                   END-IF
                   PERFORM 0110-LER-LINHA
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.

       0110-LER-LINHA.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'S' TO WRK-EOF-AUDITTRL
           END-READ.

       0200-CALCULAR-HASH.
           MOVE AH-HASH-ANTERIOR TO WRK-HASH.
           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 114
               MOVE AT-REGISTRO(WRK-POS:1) TO WRK-CARACTER
               MOVE ZEROS TO WRK-CODIGO
               INSPECT WRK-CARACTERES TALLYING WRK-CODIGO
                   FOR CHARACTERS BEFORE INITIAL WRK-CARACTER
               COMPUTE WRK-PRODUTO = WRK-HASH * 97 + WRK-CODIGO + 1
               DIVIDE WRK-PRODUTO BY WRK-PRIMO
                   GIVING WRK-QUOCIENTE REMAINDER WRK-HASH
           END-PERFORM.
