      *            USERREC.COB COM 72) - COM OS TAMANHOS ANTIGOS A
      *            RECONSTRUCAO DEVOLVIA LIMITE DE CREDITO, FUSAO,
      *            DATA DE TROCA E HISTORICO DE SENHAS EM BRANCO
      * ALTERADO = 15/10/2026 - A AREA DO CLIENTE E OS DADOS DO
      *            BACKUP PASSARAM A 127 BYTES, COM A CLASSE ABC E A
      *            DATA DA CLASSIFICACAO DO CUSTOMER.COB
      * ALTERADO = 15/10/2026 - A RECONSTRUCAO DO CUSTMAST PEDE A
      *            TRAVA DE USO EXCLUSIVO DO ARQUIVO ANTES DE RECRIA-LO
      *            (SUBROTINA PROGCOB136, REGISTRO LOCKREG) E ESPERA
      *            A TELA OU O LOTE QUE ESTIVER COM O CADASTRO;
      *            ESGOTADA A ESPERA, O CUSTMAST FICA INTACTO (RC 12,
      *            LINHA 'TRV' NO RUNLOG)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  CUSTOMER-BACKUP.
       01  CB-REGISTRO.
           02 CB-TIPO        PIC X(01).
           02 CB-DADOS       PIC X(127).

       FD  EMPLOYEE-BACKUP.
       01  EB-REGISTRO.
       77 WRK-TEM-TRAILER  PIC X(01) VALUE 'N'.
          88 TRAILER-LIDO  VALUE 'S'.
       77 WRK-QT-ERROS     PIC 9(02) VALUE ZEROS.
       77 WRK-RECUSADA     PIC X(01) VALUE 'N'.
          88 RECONSTRUCAO-RECUSADA VALUE 'S'.
       01  WRK-TRAILER.
           02 WRK-T-QTD      PIC 9(07).
           02 WRK-T-HASH     PIC 9(15).
      *    AREAS DE TRABALHO PARA DESMONTAR O DADO DO BACKUP NO
      *    LAYOUT DO CADASTRO CORRESPONDENTE
       01  WRK-REG-CUST      PIC X(127) VALUE SPACES.
       01  WRK-REG-EMP       PIC X(42) VALUE SPACES.
       01  WRK-REG-USER      PIC X(72) VALUE SPACES.
       01  WRK-REG-NAME      PIC X(30) VALUE SPACES.
       01  WRK-NIVEL-NUM     PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-NUM      PIC 9(08) VALUE ZEROS.
           COPY 'FSERRP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           GOBACK.

      *    O CUSTMAST E RECRIADO DO ZERO: NENHUMA TELA OU LOTE PODE
      *    ESTAR COM ELE ABERTO DURANTE A RECONSTRUCAO
       0100-RECONSTRUIR-CUSTMAST.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'CUSTMAST'  TO LKR-ARQUIVO.
           MOVE 'PROGCOB45' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           IF LKR-CONCEDIDA
               PERFORM 0120-REGRAVAR-CUSTMAST
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           ELSE
               MOVE 'S' TO WRK-RECUSADA
           END-IF.

       0120-REGRAVAR-CUSTMAST.
           OPEN INPUT CUSTOMER-BACKUP.
           IF WRK-FS-BACKUP NOT = '00'
               MOVE 'PROGCOB45 ' TO FSE-PROGRAMA
               MOVE '0120-REGRAVAR       ' TO FSE-PARAGRAFO
               MOVE 'CUSTBKP   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-BACKUP TO FSE-STATUS
           DISPLAY '-------------------------'
           DISPLAY 'REGISTROS LIDOS DO BACKUP... ' WRK-QT-LIDOS.
           DISPLAY 'REGISTROS GRAVADOS.......... ' WRK-QT-GRAVADOS.
           IF RECONSTRUCAO-RECUSADA
               DISPLAY 'RECONSTRUCAO NAO FEITA - CUSTMAST EM USO'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-QT-ERROS > ZEROS
                   DISPLAY 'RECONSTRUCAO COM ERROS - NAO CONFIAR'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'RECONSTRUCAO CONFERIDA'
               END-IF
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
