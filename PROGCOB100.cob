       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB100.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SUBROTINA DE SALDO CREDOR DO CLIENTE: QUEM RECEBE
      *     MAIS DO QUE O CLIENTE DEVIA (BAIXA MANUAL PROGCOB55 E
      *     RETORNO BANCARIO PROGCOB61) OU ACEITA DEVOLUCAO DE
      *     MERCADORIA (FECHAMENTO PROGCOBD05) CREDITA O CLIENTE NO
      *     CUSTCRED (COPYBOOK CUSTCRED, INDEXADO POR CPF), E O
      *     FATURADOR PROGCOB54 COMPENSA ESSE SALDO NO PROXIMO TITULO,
      *     TUDO PELA LINKAGE DO COPYBOOK CREDITP. CADA MOVIMENTO
      *     GRAVA UMA LINHA NO CREDMOV (COPYBOOK CREDMOV) COM O SALDO
      *     RESULTANTE - O EXCEDENTE NAO SOME MAIS NEM VIRA TITULO
      *     NEGATIVO NO CADERNO DE NINGUEM
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CREDIT ASSIGN TO 'CUSTCRED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-CPF
               FILE STATUS IS WRK-FS-CUSTCRED.

           SELECT CREDIT-MOVEMENTS ASSIGN TO 'CREDMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDMOV.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CREDIT.
           COPY 'CUSTCRED.COB'.

       FD  CREDIT-MOVEMENTS.
           COPY 'CREDMOV.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTCRED   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDMOV    PIC X(02) VALUE ZEROS.
       77 WRK-ARQUIVOS      PIC X(01) VALUE 'N'.
          88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WRK-CLIENTE-NOVO  PIC X(01) VALUE 'N'.
          88 CLIENTE-NOVO   VALUE 'S'.
       77 WRK-ABATIDO       PIC 9(08)V99 VALUE ZEROS.
       LINKAGE SECTION.
           COPY 'CREDITP.COB'.
       PROCEDURE DIVISION USING CRP-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN CRP-ABRIR
                   PERFORM 0100-ABRIR-ARQUIVOS
               WHEN CRP-CREDITAR
                   PERFORM 0200-CREDITAR-CLIENTE
               WHEN CRP-COMPENSAR
                   PERFORM 0300-COMPENSAR-TITULO
               WHEN CRP-FECHAR
                   PERFORM 0900-FECHAR-ARQUIVOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    CUSTCRED AUSENTE E CRIADO VAZIO NA PRIMEIRA ABERTURA,
      *    COMO O CUSTOMER-MASTER NO PROGCOB21
       0100-ABRIR-ARQUIVOS.
           MOVE 'S' TO CRP-RESULTADO.
           IF NOT ARQUIVOS-ABERTOS
               OPEN I-O CUSTOMER-CREDIT
               IF WRK-FS-CUSTCRED = '35'
                   OPEN OUTPUT CUSTOMER-CREDIT
                   CLOSE CUSTOMER-CREDIT
                   OPEN I-O CUSTOMER-CREDIT
               END-IF
               IF WRK-FS-CUSTCRED NOT = '00'
                   DISPLAY '*** CUSTCRED NAO DISPONIVEL - FS '
                           WRK-FS-CUSTCRED ' ***'
                   MOVE 'E' TO CRP-RESULTADO
               ELSE
                   OPEN EXTEND CREDIT-MOVEMENTS
                   IF WRK-FS-CREDMOV = '05' OR WRK-FS-CREDMOV = '35'
                       OPEN OUTPUT CREDIT-MOVEMENTS
                   END-IF
                   MOVE 'S' TO WRK-ARQUIVOS
               END-IF
           END-IF.

      *    O CREDITO SOMA NO SALDO; SE O SALDO ESTAVA ZERADO, O PRAZO
      *    DE DEVOLUCAO COMECA A CONTAR NA DATA DESTE MOVIMENTO
       0200-CREDITAR-CLIENTE.
           IF NOT ARQUIVOS-ABERTOS
               MOVE 'E' TO CRP-RESULTADO
           ELSE
               MOVE 'N' TO WRK-CLIENTE-NOVO
               MOVE CRP-CPF TO CC-CPF
               READ CUSTOMER-CREDIT
                   INVALID KEY
                       MOVE 'S' TO WRK-CLIENTE-NOVO
                       MOVE ZEROS TO CC-SALDO CC-DATA-INICIO
               END-READ
               IF CC-SALDO = ZEROS
                   MOVE CRP-DATA TO CC-DATA-INICIO
               END-IF
               ADD CRP-VALOR TO CC-SALDO
               MOVE CRP-DATA TO CC-DATA-ULT-MOV
               IF CLIENTE-NOVO
                   WRITE CC-REGISTRO
               ELSE
                   REWRITE CC-REGISTRO
               END-IF
               MOVE CRP-TIPO TO CV-TIPO
               MOVE CRP-VALOR TO CV-VALOR
               PERFORM 0400-GRAVAR-MOVIMENTO
               MOVE 'S' TO CRP-RESULTADO
           END-IF.

      *    O TITULO NOVO CONSOME O SALDO ATE O PROPRIO VALOR;
      *    CRP-VALOR VOLTA COM O QUE FOI ABATIDO
       0300-COMPENSAR-TITULO.
           MOVE ZEROS TO WRK-ABATIDO.
           MOVE 'N' TO CRP-RESULTADO.
           IF NOT ARQUIVOS-ABERTOS
               MOVE 'E' TO CRP-RESULTADO
           ELSE
               MOVE CRP-CPF TO CC-CPF
               READ CUSTOMER-CREDIT
                   INVALID KEY
                       MOVE ZEROS TO CC-SALDO
               END-READ
               IF CC-SALDO > ZEROS AND CRP-VALOR > ZEROS
                   IF CC-SALDO > CRP-VALOR
                       MOVE CRP-VALOR TO WRK-ABATIDO
                   ELSE
                       MOVE CC-SALDO TO WRK-ABATIDO
                   END-IF
                   SUBTRACT WRK-ABATIDO FROM CC-SALDO
                   IF CC-SALDO = ZEROS
                       MOVE ZEROS TO CC-DATA-INICIO
                   END-IF
                   MOVE CRP-DATA TO CC-DATA-ULT-MOV
                   REWRITE CC-REGISTRO
                   MOVE 'C' TO CV-TIPO
                   MOVE WRK-ABATIDO TO CV-VALOR
                   PERFORM 0400-GRAVAR-MOVIMENTO
                   MOVE 'S' TO CRP-RESULTADO
               END-IF
           END-IF.
           MOVE WRK-ABATIDO TO CRP-VALOR.

       0400-GRAVAR-MOVIMENTO.
           MOVE CRP-CPF        TO CV-CPF.
           MOVE CRP-DATA       TO CV-DATA.
           MOVE CRP-REFERENCIA TO CV-REFERENCIA.
           MOVE CRP-PROGRAMA   TO CV-PROGRAMA.
           MOVE CC-SALDO       TO CV-SALDO-APOS.
           WRITE CV-REGISTRO.

       0900-FECHAR-ARQUIVOS.
           IF ARQUIVOS-ABERTOS
               CLOSE CUSTOMER-CREDIT
               CLOSE CREDIT-MOVEMENTS
               MOVE 'N' TO WRK-ARQUIVOS
           END-IF.
