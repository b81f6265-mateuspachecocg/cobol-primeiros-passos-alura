      *            ESTA CONFIGURADA NO ARACCT - ANTES A ENTRADA SO
      *            EXISTIA NA ARITMETICA DO PERDAO E A CONCILIACAO
      *            NAO ENXERGAVA O DEPOSITO
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO REGTRAN,
      *            CUJO DEBITO/CREDITO PASSOU A TER CENTAVOS
      *            (9(07)V99) - O VALOR GRAVADO NAO PERDE MAIS OS
      *            CENTAVOS
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - A RENEGOCIACAO PEDE A TRAVA DE USO
      *            EXCLUSIVO DO ARFILE ANTES DE CARREGAR OS TITULOS
      *            (SUBROTINA PROGCOB136, REGISTRO LOCKREG); COM OUTRO
      *            PROGRAMA ATUALIZANDO O ARQUIVO, A SESSAO E RECUSADA
      *            NA HORA COM O NOME DO DETENTOR (RC 12, LINHA 'TRV' NO
      *            RUNLOG)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  RG-REGISTRO.
           02 RG-CONTA        PIC 9(04).
           02 RG-DATA         PIC 9(08).
           02 RG-DEBITO       PIC 9(07)V99.
           02 RG-CREDITO      PIC 9(07)V99.
           02 RG-TIPO         PIC X(01).
           02 RG-CONTA-DESTINO PIC 9(04).

       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
       01  WRK-TB-TITULOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
           02 WRK-TB-NOV-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-NOV-ITEM OCCURS 48 TIMES.
               03 WRK-TB-NOV-REGISTRO PIC X(50).
           COPY 'AUDHASHP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-LOTE
                   IF WRK-TB-QTD = 500
                       DISPLAY 'ARFILE MAIOR QUE A TABELA DE 500'
                               ' TITULOS - RENEGOCIACAO ABANDONADA,'
                               ' ARQUIVO INTACTO'
                   END-IF
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0200-RENEGOCIAR
               END-IF
               PERFORM 0900-FINALIZAR
               PERFORM 0950-LIBERAR-TRAVA
           ELSE
               DISPLAY 'RENEGOCIACAO INDISPONIVEL - TENTE DE NOVO'
                       ' QUANDO O ARFILE FOR LIBERADO'
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    OS ORIGINAIS E OS CONSOLIDADOS SAEM NA REGRAVACAO DO
      *    ARFILE INTEIRO: NINGUEM MAIS PODE ATUALIZA-LO NA SESSAO
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB62' TO LKR-PROGRAMA.
           MOVE 'O'         TO LKR-TIPO.
           MOVE 'R'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0120-CARREGAR-TITULOS.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
                   MOVE SPACES TO AT-RESULTADO
                   STRING 'NOVOS A PARTIR DE ' WRK-PRIMEIRO-NOVO
                       DELIMITED BY SIZE INTO AT-RESULTADO
                   MOVE 'G' TO AH-FUNCAO
                   CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
                   WRITE AT-REGISTRO
               END-IF
           END-PERFORM.
           MOVE SPACES TO AT-RESULTADO.
           STRING 'PARCELA ' WRK-PARCELA-NUM ' R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

      *    O PERDAO DO ACORDO (ABERTO - ENTRADA - CONSOLIDADO) SAI
           MOVE SPACES TO AT-RESULTADO.
           STRING 'PERDAO R$ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

      *    A ENTRADA E RECEBIMENTO DE VERDADE: SAI NO ARRECPT COMO
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE AUDIT-TRAIL.

      *    A DEVOLUCAO DA TRAVA NAO DERRUBA O RC 12 DO ABANDONO
       0950-LIBERAR-TRAVA.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
