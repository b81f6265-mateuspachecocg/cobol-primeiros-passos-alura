      *            ENCADEAR CALCULOS ENTRE REGISTROS; NO FIM, O
      *            CALCERR RECEBE UM TRAILER COM O TOTAL DE
      *            OPERACOES EXECUTADAS E DE ERROS CAPTURADOS
      * ALTERADO = 15/10/2026 - O PERCENTUAL PASSOU PELO SERVICO DE
      *            ARREDONDAMENTO PROGCOB141, TIPO 'PERCENTUAL' NO
      *            ROUNDPRM; SEM ELE, CONTINUA O CORTE DA FRACAO QUE
      *            O CALCULO SEMPRE FEZ. A TRANSACAO E NUMERADA NA
      *            LEITURA PARA SERVIR DE REFERENCIA NA COMPARACAO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-RESTO   PIC 9(02) VALUE ZEROS.
       77 WRK-QT-OPERACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ERROS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TRANSACOES PIC 9(05) VALUE ZEROS.
       77 WRK-FS-CALCTRAN PIC X(02) VALUE ZEROS.
       77 WRK-FS-CALCERR  PIC X(02) VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)  VALUE ZEROS.
           02 ER-D-OPERACAO  PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 ER-D-MOTIVO    PIC X(25).
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOB05 ' TO RDP-PROGRAMA.
           MOVE 'PERCENTUAL' TO RDP-TIPO.
           MOVE 0            TO RDP-CASAS.
           MOVE 'T'          TO RDP-MODO-ANTERIOR.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT ERROR-LOG.
           OPEN EXTEND SYSTEM-EXCEPTIONS.
      *    A TRANSACAO TRAZ 'M'; O RESULTADO DE TODA OPERACAO BEM
      *    SUCEDIDA VOLTA PARA A MEMORIA, ENCADEANDO OS CALCULOS
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-TRANSACOES.
           IF CT-MEMORIA
               MOVE WRK-MEMORIA TO WRK-NUM1
           ELSE
                   END-DIVIDE
               WHEN '%'
                   MOVE 'PERCENTUAL' TO ER-D-OPERACAO
                   COMPUTE RDP-VALOR =
                           (WRK-NUM1 * WRK-NUM2) / 100
                   PERFORM 0230-ARREDONDAR
                   COMPUTE WRK-RESUL = RDP-RESULTADO
                       ON SIZE ERROR
                           PERFORM 0210-REGISTRAR-ERRO
                       NOT ON SIZE ERROR

           PERFORM 0110-LER-TRANSACAO.

      *    O PERCENTUAL E INTEIRO: A FRACAO SAI PELO MODO DO TIPO
       0230-ARREDONDAR.
           MOVE WRK-QT-TRANSACOES TO RDP-REFERENCIA.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.

       0220-GUARDAR-RESULTADO.
           ADD 1 TO WRK-QT-OPERACOES.
           MOVE WRK-RESUL TO WRK-MEMORIA.
           CLOSE TRANSACTION-FILE.
           CLOSE ERROR-LOG.
           CLOSE SYSTEM-EXCEPTIONS.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
