      *            COM A TABELA EM MEMORIA CHEIA PASSOU A SER
      *            REJEITADA/PULADA COM CONTAGEM E RETURN-CODE,
      *            EM VEZ DE ESTOURAR O OCCURS
      * ALTERADO = 15/10/2026 - O CPF QUE VEM NA ENTRADA DA
      *            EXCECAO ('CPF ' + 11 DIGITOS) SAI MASCARADO NO LUGAR
      *            (CPF ***456789**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO COM A OPCAO 90 DO MENUAUTH LIBERADA, COM
      *            REGISTRO NO AUDIT-TRAIL
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DG-D-MOTIVO      PIC X(25).
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           GOBACK.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB47'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           OPEN INPUT SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP NOT = '00'
               DISPLAY 'SYSEXCEP NAO ENCONTRADO - DIA SEM EXCECOES'
                                 WRK-TB-PRG-NOME(WRK-IDX)
                       MOVE WRK-TB-DATA(WRK-IDX2)
                         TO DG-D-DATA
                       MOVE 'DIGESTRP' TO CF-RELATORIO
                       MOVE WRK-TB-ENTRADA(WRK-IDX2)
                         TO CF-TEXTO
                       MOVE 'T' TO CF-FUNCAO
                       CALL 'PROGCOB130' USING CF-PARAMETROS
                       MOVE CF-TEXTO   TO DG-D-ENTRADA
                       MOVE WRK-TB-MOTIVO(WRK-IDX2)
                         TO DG-D-MOTIVO
                       PERFORM 0500-QUEBRA-PAGINA
           END-PERFORM.

       0400-FINALIZAR.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           DISPLAY '-------------------------'
           DISPLAY 'EXCECOES NO DIGESTO...... ' WRK-QT-TOTAL.
           DISPLAY 'PROGRAMAS COM REJEICAO... ' WRK-TB-PRG-QTD.
