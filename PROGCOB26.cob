      *            ESPERA MAIOR QUE A TABELA DE 200 TAMBEM ABANDONA
      *            O LOTE (RC 12, ARQUIVOS INTACTOS) - A REGRAVACAO
      *            APAGAVA O EXCEDENTE DA FILA EM SILENCIO
      * ALTERADO = 15/10/2026 - A INCLUSAO E A PROMOCAO DA FILA
      *            GRAVAM A DATA DA MATRICULA (STD-DATA-MATRICULA
      *            DO STUDENT.COB = DATA DO LOTE), QUE SAI NA
      *            DECLARACAO DE MATRICULA DO PROGCOB121
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-TB-NOTA3  PIC 9(02)V9.
               03 WRK-TB-NOTA4  PIC 9(02)V9.
               03 WRK-TB-MATR   PIC 9(06).
               03 WRK-TB-DTMAT  PIC 9(08).
       01  WRK-TB-TURMAS.
           02 WRK-TB-TUR-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-TUR-ITEM OCCURS 20 TIMES.
                   MOVE STD-NOTA2 TO WRK-TB-NOTA2(WRK-TB-QTD)
                   MOVE STD-NOTA3 TO WRK-TB-NOTA3(WRK-TB-QTD)
                   MOVE STD-NOTA4 TO WRK-TB-NOTA4(WRK-TB-QTD)
                   MOVE STD-DATA-MATRICULA
                     TO WRK-TB-DTMAT(WRK-TB-QTD)
      *    REGISTRO ANTIGO SEM MATRICULA GANHA NUMERO NA CARGA
                   IF STD-MATRICULA = ZEROS
                       ADD 1 TO WRK-MATRICULA
                   MOVE TR-NOTA4 TO WRK-TB-NOTA4(WRK-TB-QTD)
                   ADD 1 TO WRK-MATRICULA
                   MOVE WRK-MATRICULA TO WRK-TB-MATR(WRK-TB-QTD)
                   MOVE WRK-DATASYS TO WRK-TB-DTMAT(WRK-TB-QTD)
                   DISPLAY 'MATRICULA ATRIBUIDA A ' TR-NOME ': '
                           WRK-MATRICULA
                   ADD 1 TO WRK-QT-APLICADAS
                             WRK-TB-NOTA4(WRK-TB-QTD)
               ADD 1 TO WRK-MATRICULA
               MOVE WRK-MATRICULA TO WRK-TB-MATR(WRK-TB-QTD)
               MOVE WRK-DATASYS TO WRK-TB-DTMAT(WRK-TB-QTD)
               DISPLAY 'PROMOVIDO DA FILA PARA A TURMA '
                       WRK-TURMA-VAGA ': '
                       WRK-TB-WTL-NOME(WRK-IDX-PROMO)
               MOVE WRK-TB-NOTA3(WRK-IDX) TO STD-NOTA3
               MOVE WRK-TB-NOTA4(WRK-IDX) TO STD-NOTA4
               MOVE WRK-TB-MATR(WRK-IDX)  TO STD-MATRICULA
               MOVE WRK-TB-DTMAT(WRK-IDX) TO STD-DATA-MATRICULA
               WRITE STD-REGISTRO
           END-PERFORM.
           CLOSE STUDENT-FILE.
