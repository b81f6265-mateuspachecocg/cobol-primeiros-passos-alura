      *            COPYBOOK REPORTWR): EMPRESA, TITULO, DATA/HORA
      *            DA RODADA, NUMERO DE PAGINA, COLUNAS REPETIDAS
      *            NA QUEBRA E TRAILER COM O TOTAL DE LINHAS
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O RENDIMENTO DO MES PASSOU PELO
      *            SERVICO DE ARREDONDAMENTO PROGCOB141, TIPO
      *            'RENDIMENTO' NO ROUNDPRM; SEM ELE, CONTINUA O CORTE
      *            DOS CENTAVOS QUE O CALCULO SEMPRE FEZ
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-SALDO-INICIAL  PIC 9(06)V99    VALUE ZEROS.
       77  WRK-JUROS-MES      PIC 9(06)V99    VALUE ZEROS.
       77  WRK-MT-FINAL       PIC 9(06)V99    VALUE ZEROS.
       77  WRK-RC-SALVO       PIC 9(02)       VALUE ZEROS.
       77  WRK-MD-ED          PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-MES-ATUAL      PIC 9(02)       VALUE ZEROS.
       77  WRK-FS-RATETAB     PIC X(02)       VALUE ZEROS.
           02 AR-D-SALDO-FIM    PIC ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
           COPY 'SCHEDP.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOBD04' TO RDP-PROGRAMA.
           MOVE 'RENDIMENTO' TO RDP-TIPO.
           MOVE 2            TO RDP-CASAS.
           MOVE 'T'          TO RDP-MODO-ANTERIOR.

           IF MODO-BATCH
               PERFORM 0055-PORTEIRO-DE-STEP
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
               END-IF

               MOVE WRK-MT-FINAL TO WRK-SALDO-INICIAL
               MOVE WRK-MES-ATUAL TO RDP-REFERENCIA
               COMPUTE RDP-VALOR = WRK-SALDO-INICIAL *
                                        WRK-TX-DO-MES / 100
               PERFORM 0205-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-JUROS-MES
               COMPUTE WRK-MT-FINAL = WRK-SALDO-INICIAL + WRK-JUROS-MES

               MOVE WRK-MES-ATUAL     TO AR-D-MES

           PERFORM 0210-REGISTRAR-AUDITORIA.

      *    VALOR CHEIO EM RDP-VALOR; O SERVICO DEVOLVE O ARREDONDADO
      *    EM RDP-RESULTADO SEM DERRUBAR O RC DA SIMULACAO
       0205-ARREDONDAR.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0210-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WRK-ENTRADA-ED.
           STRING 'VL INI ' WRK-VL-INICIAL ' / ' WRK-PERIODO ' MESES'
           MOVE 'JUROS COMPOSTOS' TO AT-OPERACAO.
           MOVE WRK-ENTRADA-ED TO AT-ENTRADA.
           MOVE WRK-MD-ED    TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.


           END-IF.
           CLOSE AMORT-RPT.
           CLOSE AUDIT-TRAIL.

           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
