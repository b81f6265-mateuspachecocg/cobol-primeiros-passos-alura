       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB137.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: PAINEL DE TRAVAS PARA A OPERACAO: LISTA O
      *     REGISTRO DE TRAVAS LOCKREG (COPYBOOK LOCKREG) - ARQUIVO,
      *     PROGRAMA DETENTOR, BATCH OU TELA, DESDE QUANDO E SE A
      *     TRAVA JA ESTA VENCIDA PELAS REGRAS DA SUBROTINA
      *     PROGCOB136 - E LIBERA A FORCA A TRAVA DE UM ARQUIVO,
      *     COM CONFIRMACAO (LINHA 'LIB' NO RUNLOG). E O QUE A
      *     OPERACAO CONSULTA QUANDO UM STEP FICA AGUARDANDO OU UMA
      *     TELA RECUSA A ATUALIZACAO POR ARQUIVO EM USO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-REGISTRY ASSIGN TO 'LOCKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-ARQUIVO
               FILE STATUS IS WRK-FS-LOCKREG.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-REGISTRY.
           COPY 'LOCKREG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-LOCKREG    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-LOCKREG   PIC X(01) VALUE 'N'.
          88 FIM-LOCKREG    VALUE 'S'.
       77 WRK-OPCAO         PIC 9(01) VALUE 9.
          88 SAIR-MENU      VALUE 0.
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-VENCIDAS   PIC 9(02) VALUE ZEROS.
       77 WRK-ARQUIVO       PIC X(10) VALUE SPACES.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACE.
       01  WRK-TB-TRAVAS.
           02 WRK-TB-QTD      PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 50 TIMES.
               03 WRK-TB-ARQUIVO PIC X(10).
       01  WRK-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO      PIC 9(04).
           02 WRK-DA-MES      PIC 9(02).
           02 WRK-DA-DIA      PIC 9(02).
       01  WRK-HORA-AUX       PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-AUX-R REDEFINES WRK-HORA-AUX.
           02 WRK-HA-HORA     PIC 9(02).
           02 WRK-HA-MINUTO   PIC 9(02).
           02 WRK-HA-SEGUNDO  PIC 9(02).
           02 WRK-HA-CENTESIMO PIC 9(02).
       01  TR-DETALHE.
           02 TR-D-ARQUIVO    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 TR-D-DETENTOR   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 TR-D-TIPO       PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 TR-D-DIA        PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 TR-D-MES        PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 TR-D-ANO        PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 TR-D-HORA       PIC 9(02).
           02 FILLER          PIC X(01) VALUE ':'.
           02 TR-D-MINUTO     PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 TR-D-SITUACAO   PIC X(07).
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0200-MENU UNTIL SAIR-MENU.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           GOBACK.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'TRAVAS DOS ARQUIVOS COMPARTILHADOS'
           DISPLAY '1 - LISTAR TRAVAS'
           DISPLAY '2 - LIBERAR TRAVA (FORCADA)'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LISTAR-TRAVAS
               WHEN 2
                   PERFORM 0400-LIBERAR-TRAVA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    OS NOMES SAO LIDOS PRIMEIRO E O REGISTRO FECHADO: A
      *    SITUACAO DE CADA TRAVA VEM DA SUBROTINA, QUE ABRE O
      *    LOCKREG POR CONTA PROPRIA
       0300-LISTAR-TRAVAS.
           MOVE ZEROS TO WRK-TB-QTD WRK-QT-VENCIDAS.
           MOVE 'N' TO WRK-EOF-LOCKREG.
           OPEN INPUT LOCK-REGISTRY.
           IF WRK-FS-LOCKREG = '00'
               MOVE LOW-VALUES TO LR-ARQUIVO
               START LOCK-REGISTRY KEY IS NOT LESS THAN LR-ARQUIVO
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-LOCKREG
               END-START
               IF NOT FIM-LOCKREG
                   PERFORM 0310-LER-TRAVA
               END-IF
               PERFORM UNTIL FIM-LOCKREG
                              OR WRK-TB-QTD = 50
                   ADD 1 TO WRK-TB-QTD
                   MOVE LR-ARQUIVO TO WRK-TB-ARQUIVO(WRK-TB-QTD)
                   PERFORM 0310-LER-TRAVA
               END-PERFORM
               CLOSE LOCK-REGISTRY
           END-IF.

           IF WRK-TB-QTD = ZEROS
               DISPLAY 'NENHUM ARQUIVO TRAVADO'
           ELSE
               DISPLAY 'ARQUIVO    DETENTOR   TIPO  DESDE'
                       '            SITUACAO'
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE WRK-TB-ARQUIVO(WRK-IDX) TO LKR-ARQUIVO
                   PERFORM 0320-CONSULTAR-TRAVA
                   IF LKR-OCUPADA
                       PERFORM 0330-MOSTRAR-TRAVA
                   END-IF
               END-PERFORM
               DISPLAY 'TRAVAS VENCIDAS.......... ' WRK-QT-VENCIDAS
           END-IF.

       0310-LER-TRAVA.
           READ LOCK-REGISTRY NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-LOCKREG
           END-READ.

       0320-CONSULTAR-TRAVA.
           MOVE 'C'          TO LKR-ACAO.
           MOVE 'PROGCOB137' TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE SPACE        TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0330-MOSTRAR-TRAVA.
           MOVE LKR-ARQUIVO    TO TR-D-ARQUIVO.
           MOVE LKR-DETENTOR   TO TR-D-DETENTOR.
           IF LKR-TIPO-DETENTOR = 'B'
               MOVE 'BATCH' TO TR-D-TIPO
           ELSE
               MOVE 'TELA'  TO TR-D-TIPO
           END-IF.
           MOVE LKR-DATA-TRAVA TO WRK-DATA-AUX.
           MOVE WRK-DA-DIA     TO TR-D-DIA.
           MOVE WRK-DA-MES     TO TR-D-MES.
           MOVE WRK-DA-ANO     TO TR-D-ANO.
           MOVE LKR-HORA-TRAVA TO WRK-HORA-AUX.
           MOVE WRK-HA-HORA    TO TR-D-HORA.
           MOVE WRK-HA-MINUTO  TO TR-D-MINUTO.
           IF LKR-TRAVA-VENCIDA
               MOVE 'VENCIDA' TO TR-D-SITUACAO
               ADD 1 TO WRK-QT-VENCIDAS
           ELSE
               MOVE 'ATIVA'   TO TR-D-SITUACAO
           END-IF.
           DISPLAY TR-DETALHE.

      *    TRAVA AINDA NO PRAZO PEDE CONFIRMACAO REFORCADA: O
      *    DETENTOR PODE ESTAR RODANDO E A LIBERACAO REABRE A
      *    PERDA DE ATUALIZACAO QUE A TRAVA EVITA
       0400-LIBERAR-TRAVA.
           DISPLAY 'ARQUIVO A LIBERAR.. '
           ACCEPT WRK-ARQUIVO FROM CONSOLE.
           MOVE WRK-ARQUIVO TO LKR-ARQUIVO.
           PERFORM 0320-CONSULTAR-TRAVA.

           IF NOT LKR-OCUPADA
               DISPLAY 'ARQUIVO ' WRK-ARQUIVO ' NAO ESTA TRAVADO'
           ELSE
               PERFORM 0330-MOSTRAR-TRAVA
               IF NOT LKR-TRAVA-VENCIDA
                   DISPLAY 'ATENCAO: TRAVA DENTRO DO PRAZO - CONFIRME'
                           ' QUE ' LKR-DETENTOR ' NAO ESTA RODANDO'
               END-IF
               DISPLAY 'CONFIRMA A LIBERACAO (S/N).. '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S'
                   MOVE 'F'          TO LKR-ACAO
                   MOVE 'PROGCOB137' TO LKR-PROGRAMA
                   CALL 'PROGCOB136' USING LKR-PARAMETROS
                   IF LKR-CONCEDIDA
                       DISPLAY 'TRAVA DE ' WRK-ARQUIVO ' LIBERADA ('
                               LKR-DETENTOR ')'
                   ELSE
                       DISPLAY 'TRAVA NAO LIBERADA - JA LIVRE OU'
                               ' LOCKREG INDISPONIVEL'
                   END-IF
               ELSE
                   DISPLAY 'LIBERACAO CANCELADA'
               END-IF
           END-IF.
