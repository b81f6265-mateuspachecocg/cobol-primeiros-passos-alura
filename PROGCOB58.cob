      *     REEXECUCAO DO BATCTRL (MESMO PADRAO DO PROGCOB54) RECUSA
      *     RODAR DUAS VEZES NO MESMO DIA PARA NAO ADIANTAR EM DOBRO
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - O BANKREM PASSOU AO PADRAO FEBRABAN
      *            CNAB 240 (SUBROTINA PROGCOB154, PARAMETROS NO
      *            CNABPARM): CADA RODADA GRAVA UM ARQUIVO COMPLETO,
      *            COM HEADERS, SEGMENTOS A E B E TRAILERS, E O SEU
      *            PROPRIO NSA - O OPEN EXTEND ACABOU, PORQUE O BANCO
      *            NAO ACEITA DOIS HEADERS NO MESMO ARQUIVO. QUEM NAO
      *            TEM CONTA NO EMPBANCO NAO E ADIANTADO (NEM VAI AO
      *            ADVFILE, PARA A FOLHA NAO DESCONTAR VALE NAO PAGO),
      *            VAI PARA O SYSEXCEP E O RC SOBE PARA 4. SEM O
      *            CNABPARM NADA E PAGO (RC 16, SEM BATCTRL)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           02 AD-VALOR       PIC 9(06)V99.

       FD  BANK-REMITTANCE.
       01  BR-LINHA          PIC X(240).

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-EMPMAST   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-ADVPARM   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-ADVFILE   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-BANKREM   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-BATCTRL   PIC X(02)  VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)  VALUE ZEROS.
       77  WRK-EOF-EMPMAST  PIC X(01)  VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-BATCTRL  PIC X(01)  VALUE 'N'.
       77  WRK-DATASYS      PIC 9(08)  VALUE ZEROS.
       77  WRK-JA-RODOU     PIC X(01)  VALUE 'N'.
           88 JA-RODOU-HOJE VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)  VALUE 'N'.
           88 ABANDONAR-ADIANTAMENTO VALUE 'S'.
       77  WRK-RC-SALVO     PIC 9(02)  VALUE ZEROS.
       77  WRK-QT-SEM-CONTA PIC 9(04)  VALUE ZEROS.
       77  WRK-PERCENTUAL   PIC 9(02)V99 VALUE 40,00.
       77  WRK-ADIANTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-QT-FUNC      PIC 9(04)  VALUE ZEROS.
       77  WRK-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNLOGP.COB'.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-ADIANTAMENTO
                   PERFORM 0290-ENCERRAR-ABANDONO
               ELSE
                   PERFORM 0200-PROCESSAR UNTIL FIM-EMPMAST
                   PERFORM 0300-FINALIZAR
               END-IF
           END-IF.

           GOBACK.

           PERFORM 0120-CARREGAR-PERCENTUAL.

      *    SEM O SERVICO DE PAGAMENTOS NO CNABPARM NAO HA REMESSA:
      *    NENHUM ARQUIVO E ABERTO E NADA E ADIANTADO
           INITIALIZE CNP-PARAMETROS.
           MOVE 'P' TO CNP-SERVICO.
           MOVE 'S' TO CNP-ATUALIZA-NSA.
           MOVE 'A' TO CNP-ACAO.
           PERFORM 0130-CHAMAR-CNAB.
           IF CNP-SEM-PARAMETRO
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0105-ABRIR-ARQUIVOS
           END-IF.

       0105-ABRIR-ARQUIVOS.
           OPEN INPUT EMPLOYEE-MASTER.

           OPEN EXTEND ADVANCE-FILE.
               OPEN OUTPUT ADVANCE-FILE
           END-IF.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

           OPEN OUTPUT BANK-REMITTANCE.
           MOVE 'H' TO CNP-ACAO.
           PERFORM 0130-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.
           MOVE 'L' TO CNP-ACAO.
           PERFORM 0130-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.

           PERFORM 0110-LER-EMPLOYEE-MASTER.

               CLOSE ADVANCE-PARAMETERS
           END-IF.

      *    O CALL DEVOLVE O RETURN-CODE DA SUBROTINA: O RC JA
      *    DERRUBADO NA RODADA E PRESERVADO
       0130-CHAMAR-CNAB.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

      *    O VALE SO E ADIANTADO (E SO VAI AO ADVFILE) QUANDO O
      *    CREDITO ENTRA NA REMESSA
       0200-PROCESSAR.
           IF EM-SALARIO > ZEROS
               COMPUTE WRK-ADIANTAMENTO ROUNDED =
                   EM-SALARIO * WRK-PERCENTUAL / 100

               MOVE 'D' TO CNP-ACAO
               COMPUTE CNP-ORDEM = WRK-QT-FUNC + 1
               MOVE EM-MATRICULA     TO CNP-MATRICULA
               MOVE EM-NOME          TO CNP-NOME
               MOVE WRK-DATASYS      TO CNP-DATA
               MOVE WRK-ADIANTAMENTO TO CNP-VALOR
               MOVE SPACES           TO CNP-SEU-NUMERO
               STRING 'VALE ' EM-MATRICULA
                   DELIMITED BY SIZE INTO CNP-SEU-NUMERO
               PERFORM 0130-CHAMAR-CNAB
               IF CNP-OK
                   WRITE BR-LINHA FROM CNP-LINHA
                   WRITE BR-LINHA FROM CNP-LINHA-2

                   MOVE EM-MATRICULA     TO AD-MATRICULA
                   MOVE EM-NOME          TO AD-NOME
                   MOVE WRK-DATASYS      TO AD-DATA
                   MOVE WRK-ADIANTAMENTO TO AD-VALOR
                   WRITE AD-REGISTRO

                   ADD 1 TO WRK-QT-FUNC
                   ADD WRK-ADIANTAMENTO TO WRK-TOTAL
               ELSE
                   ADD 1 TO WRK-QT-SEM-CONTA
                   MOVE 'PROGCOB58 ' TO EC-PROGRAMA
                   MOVE WRK-DATASYS  TO EC-DATA
                   MOVE SPACES       TO EC-ENTRADA
                   STRING EM-MATRICULA ' ' EM-NOME
                       DELIMITED BY SIZE INTO EC-ENTRADA
                   MOVE 'SEM CONTA NO EMPBANCO' TO EC-MOTIVO
                   WRITE EC-REGISTRO
               END-IF
           END-IF.

           PERFORM 0110-LER-EMPLOYEE-MASTER.

      *    SEM O CNABPARM O VALE NAO E PAGO NEM MARCADO NO BATCTRL:
      *    ACERTADO O PARAMETRO, A RODADA PODE SER REPETIDA NO DIA
       0290-ENCERRAR-ABANDONO.
           DISPLAY '*** CNABPARM SEM O SERVICO DE PAGAMENTOS -'
                   ' ADIANTAMENTO NAO PAGO ***'.
           MOVE 16 TO RETURN-CODE.
           MOVE 'FIM' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

       0300-FINALIZAR.
           MOVE 'T' TO CNP-ACAO.
           MOVE WRK-QT-FUNC TO CNP-QT-DETALHES.
           MOVE WRK-TOTAL   TO CNP-VALOR-TOTAL.
           PERFORM 0130-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.
           MOVE 'F' TO CNP-ACAO.
           PERFORM 0130-CHAMAR-CNAB.
           WRITE BR-LINHA FROM CNP-LINHA.
           IF WRK-QT-SEM-CONTA > ZEROS
               DISPLAY '*** ' WRK-QT-SEM-CONTA ' FUNCIONARIO(S) SEM'
                       ' CONTA NO EMPBANCO - SEM VALE ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN EXTEND BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           COMPUTE RLP-LIDOS = WRK-QT-FUNC + WRK-QT-SEM-CONTA.
           MOVE WRK-QT-FUNC TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-CONTA TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

           CLOSE EMPLOYEE-MASTER.
           CLOSE ADVANCE-FILE.
           CLOSE BANK-REMITTANCE.
           CLOSE SYSTEM-EXCEPTIONS.
