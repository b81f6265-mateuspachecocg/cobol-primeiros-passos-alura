      *     ANTES DO PISO DE 75% DA REGRA ESCOLAR - OS PAIS DEIXAM
      *     DE SABER DA REPROVACAO SO NO FIM DO PERIODO
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - O CPF DO RESPONSAVEL NA CARTA SAI
      *            MASCARADO (***.456.789-**) PELA SUBROTINA PROGCOB130
      *            (LGPD); COMPLETO SO COM A OPCAO 90 DO MENUAUTH
      *            LIBERADA, COM REGISTRO NO AUDIT-TRAIL
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WL-DESTINATARIO.
           02 FILLER         PIC X(17)
                             VALUE 'AO RESPONSAVEL - '.
           02 WL-D-CPF       PIC X(14).
       01  WL-ALUNO-LINHA.
           02 FILLER         PIC X(09) VALUE 'ALUNO... '.
           02 WL-D-NOME      PIC X(20).
           02 FILLER         PIC X(02) VALUE ' %'.
       01  WL-TEXTO.
           02 WL-T-LINHA     PIC X(70).
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB73'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           PERFORM 0120-CARREGAR-LIMIARES.
           PERFORM 0140-CARREGAR-RESPONSAVEIS.

       0210-GERAR-CARTA.
           WRITE WL-LINHA FROM WL-SEPARADOR.

           MOVE ZEROS TO CF-CPF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-RSP-QTD
               IF WRK-TB-RSP-ALUNO(WRK-IDX) = AD-NOME
                   MOVE WRK-TB-RSP-CPF(WRK-IDX) TO CF-CPF
               END-IF
           END-PERFORM.
           MOVE 'ATTWLETT' TO CF-RELATORIO.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO WL-D-CPF.
           WRITE WL-LINHA FROM WL-DESTINATARIO.

           MOVE AD-NOME  TO WL-D-NOME.
               CLOSE ATTENDANCE-FILE
           END-IF.
           CLOSE WARNING-LETTERS.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
