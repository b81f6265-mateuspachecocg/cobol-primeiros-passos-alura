       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SUBROTINA DE EXCLUSAO DE NEGATIVACAO: QUEM QUITA
      *     TITULO DO ARFILE (BAIXA MANUAL PROGCOB55 E RETORNO
      *     BANCARIO PROGCOB61) CHAMA ESTA ROTINA VIA LINKAGE
      *     (COPYBOOK NEGBAIXP). SE O TITULO QUITADO CONSTA COMO
      *     NEGATIVADO NO REGISTRO NEGREG (COPYBOOK NEGATIV), A
      *     EXCLUSAO PARA O BIRO DE CREDITO SAI NA HORA NO NEGEXC
      *     (COPYBOOK NEGBUR) E O REGISTRO GUARDA A DATA DA
      *     QUITACAO, O PRAZO LEGAL DE 5 DIAS UTEIS (FUNCAO 'U' DO
      *     PROGCOB16D) E A DATA DA EXCLUSAO - NINGUEM MAIS PRECISA
      *     LEMBRAR DE TELEFONAR PARA O BIRO. SEM O NEGREG, NADA
      *     ESTA NEGATIVADO E A ROTINA SO DEVOLVE 'N'
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVATION-REG ASSIGN TO 'NEGREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGREG.

           SELECT BUREAU-REMOVALS ASSIGN TO 'NEGEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGEXC.
       DATA DIVISION.
       FILE SECTION.
       FD  NEGATIVATION-REG.
           COPY 'NEGATIV.COB'.

       FD  BUREAU-REMOVALS.
           COPY 'NEGBUR.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-NEGREG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-NEGEXC     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-NEGREG    PIC X(01) VALUE 'N'.
          88 FIM-NEGREG     VALUE 'S'.
       77 WRK-ERRO-TABELA   PIC X(01) VALUE 'N'.
          88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-ALTERADO      PIC X(01) VALUE 'N'.
       77 WRK-NEGEXC-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-NEG       PIC 9(04) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
      *    PRAZO LEGAL DA EXCLUSAO, EM DIAS UTEIS APOS A QUITACAO
       77 WRK-PRAZO-UTEIS   PIC 9(04) VALUE 5.
       01  WRK-TB-NEGATIVADOS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-REGISTRO PIC X(66).
       LINKAGE SECTION.
           COPY 'NEGBAIXP.COB'.
       PROCEDURE DIVISION USING NBP-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN NBP-ABRIR
                   PERFORM 0100-CARREGAR-REGISTRO
               WHEN NBP-BAIXAR
                   PERFORM 0200-BAIXAR-NEGATIVACAO
               WHEN NBP-FECHAR
                   PERFORM 0300-REGRAVAR-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    REGISTRO AUSENTE = NADA NEGATIVADO; REGISTRO MAIOR QUE A
      *    TABELA DEVOLVE 'E' E NENHUMA EXCLUSAO E GERADA
       0100-CARREGAR-REGISTRO.
           MOVE ZEROS TO WRK-TB-QTD NBP-QT-EXCLUSOES.
           MOVE 'N' TO WRK-ERRO-TABELA WRK-ALTERADO
                       WRK-EOF-NEGREG.
           MOVE 'N' TO NBP-RESULTADO.

           OPEN INPUT NEGATIVATION-REG.
           IF WRK-FS-NEGREG = '00'
               PERFORM 0110-LER-REGISTRO
               PERFORM UNTIL FIM-NEGREG OR TABELA-ESTOURADA
                   IF WRK-TB-QTD = 1000
                       MOVE 'S' TO WRK-ERRO-TABELA
                   ELSE
                       ADD 1 TO WRK-TB-QTD
                       MOVE NG-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-TB-QTD)
                       PERFORM 0110-LER-REGISTRO
                   END-IF
               END-PERFORM
               CLOSE NEGATIVATION-REG
           END-IF.

           IF TABELA-ESTOURADA
               DISPLAY '*** NEGREG EXCEDE A TABELA DE 1000'
                       ' NEGATIVACOES ***'
               MOVE 'E' TO NBP-RESULTADO
           END-IF.

       0110-LER-REGISTRO.
           READ NEGATIVATION-REG
               AT END
                   MOVE 'S' TO WRK-EOF-NEGREG
           END-READ.

      *    TITULO QUITADO QUE CONSTA NO BIRO: EXCLUSAO NO NEGEXC NA
      *    HORA E O PRAZO LEGAL CONTADO DA DATA DA QUITACAO
       0200-BAIXAR-NEGATIVACAO.
           MOVE 'N' TO NBP-RESULTADO.
           MOVE ZEROS TO WRK-IDX-NEG.
           IF TABELA-ESTOURADA
               MOVE 'E' TO NBP-RESULTADO
           ELSE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                                  OR WRK-IDX-NEG > ZEROS
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO NG-REGISTRO
                   IF NG-NUMERO = NBP-NUMERO AND NG-NEGATIVADO
                       MOVE WRK-IDX TO WRK-IDX-NEG
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-IDX-NEG > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-IDX-NEG) TO NG-REGISTRO
               ACCEPT WRK-DATASYS FROM DATE YYYYMMDD
               MOVE 'U' TO WRK-FUNCAO
               MOVE NBP-DATA        TO WRK-DATA-BASE
               MOVE WRK-PRAZO-UTEIS TO WRK-QT-DIAS
               MOVE ZEROS           TO WRK-DATA-RESULT
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               MOVE NBP-DATA        TO NG-DATA-QUITACAO
               MOVE WRK-DATA-RESULT TO NG-PRAZO-BAIXA
               MOVE WRK-DATASYS     TO NG-DATA-BAIXA
               MOVE 'B'             TO NG-STATUS
               MOVE NG-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX-NEG)
               PERFORM 0210-GRAVAR-EXCLUSAO
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'S' TO NBP-RESULTADO
               ADD 1 TO NBP-QT-EXCLUSOES
           END-IF.

       0210-GRAVAR-EXCLUSAO.
           IF WRK-NEGEXC-ABERTO = 'N'
               OPEN EXTEND BUREAU-REMOVALS
               IF WRK-FS-NEGEXC = '05' OR WRK-FS-NEGEXC = '35'
                   OPEN OUTPUT BUREAU-REMOVALS
               END-IF
               MOVE 'S' TO WRK-NEGEXC-ABERTO
           END-IF.

           MOVE 'E'             TO NB-TIPO.
           MOVE NG-CPF          TO NB-CPF.
           MOVE NG-NUMERO       TO NB-NUMERO.
           MOVE NG-VENCIMENTO   TO NB-VENCIMENTO.
           MOVE NG-VALOR        TO NB-VALOR.
           MOVE WRK-DATASYS     TO NB-DATA-MOVIMENTO.
           MOVE SPACES          TO NB-NOME NB-ENDERECO.
           WRITE NB-REGISTRO.

       0300-REGRAVAR-REGISTRO.
           IF WRK-ALTERADO = 'S' AND NOT TABELA-ESTOURADA
               OPEN OUTPUT NEGATIVATION-REG
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO NG-REGISTRO
                   WRITE NG-REGISTRO
               END-PERFORM
               CLOSE NEGATIVATION-REG
           END-IF.

           IF WRK-NEGEXC-ABERTO = 'S'
               CLOSE BUREAU-REMOVALS
               MOVE 'N' TO WRK-NEGEXC-ABERTO
           END-IF.
           MOVE 'N' TO WRK-ALTERADO.
