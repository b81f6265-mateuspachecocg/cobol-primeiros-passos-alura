       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: TRAVA DE USO EXCLUSIVO DOS MESTRES COMPARTILHADOS
      *     ENTRE O BATCH E A TELA (COPYBOOK LOCKREGP): O ARFILE E O
      *     CUSTMAST SAO CARREGADOS E REGRAVADOS POR VARIOS
      *     PROGRAMAS, E UMA BAIXA NA TELA DURANTE O FATURADOR SE
      *     PERDIA NA REGRAVACAO DO OUTRO. QUEM ATUALIZA PEDE A TRAVA
      *     NA ABERTURA ('A') E DEVOLVE NO FIM ('L'); O REGISTRO DE
      *     TRAVAS LOCKREG (COPYBOOK LOCKREG) GUARDA O DETENTOR DE
      *     CADA ARQUIVO. ARQUIVO TRAVADO POR OUTRO: O STEP BATCH
      *     ESPERA (WRK-MAX-TENTATIVAS VEZES, WRK-SEGUNDOS-ESPERA
      *     ENTRE ELAS) E A TELA RECUSA OU SEGUE SO CONSULTANDO,
      *     CONFORME A POLITICA DO CHAMADOR; A RECUSA E O SO
      *     CONSULTA GRAVAM UMA LINHA 'TRV' NO RUNLOG (PROGCOB36,
      *     RC 12 RECUSA, RC 4 SO CONSULTA). A TRAVA DE QUEM MORREU
      *     SEM DEVOLVER E DADA COMO VENCIDA E ASSUMIDA PELO NOVO
      *     PEDIDO QUANDO:
      *       - O DETENTOR E O PROPRIO STEP BATCH PEDINDO DE NOVO
      *         (E A RETOMADA DEPOIS DO ABEND - O MESMO STEP NAO
      *         RODA DUAS VEZES AO MESMO TEMPO);
      *       - O RUNLOG TEM O 'FIM' DO DETENTOR DEPOIS DA TRAVA;
      *       - A TRAVA PASSOU DO PRAZO: WRK-LIMITE-BATCH MINUTOS
      *         PARA STEP BATCH, WRK-LIMITE-ONLINE PARA SESSAO DE
      *         TELA.
      *     A ACAO 'C' SO CONSULTA E A 'F' LIBERA A FORCA (OPERACAO,
      *     PROGCOB137, LINHA 'LIB' NO RUNLOG). SEM O LOCKREG, ELE E
      *     CRIADO VAZIO; REGISTRO ILEGIVEL RECUSA A ATUALIZACAO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-REGISTRY ASSIGN TO 'LOCKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-ARQUIVO
               FILE STATUS IS WRK-FS-LOCKREG.

           SELECT RUN-LOG ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-REGISTRY.
           COPY 'LOCKREG.COB'.

       FD  RUN-LOG.
       01  RL-LINHA.
           02 RL-E-PROGRAMA    PIC X(10).
           02 FILLER           PIC X(01).
           02 RL-E-FASE        PIC X(03).
           02 FILLER           PIC X(01).
           02 RL-E-DATA        PIC 9(08).
           02 FILLER           PIC X(01).
           02 RL-E-HORA        PIC 9(08).
           02 FILLER           PIC X(01).
           02 RL-E-DATA-FMT    PIC X(10).
           02 FILLER           PIC X(01).
           02 RL-E-LIDOS       PIC 9(06).
           02 FILLER           PIC X(01).
           02 RL-E-GRAVADOS    PIC 9(06).
           02 FILLER           PIC X(01).
           02 RL-E-REJEITADOS  PIC 9(06).
           02 FILLER           PIC X(01).
           02 RL-E-RC          PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WRK-FS-LOCKREG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-RUNLOG    PIC X(01) VALUE 'N'.
          88 FIM-RUNLOG     VALUE 'S'.
       77 WRK-REGISTRO-OK   PIC X(01) VALUE 'N'.
          88 REGISTRO-ABERTO VALUE 'S'.
       77 WRK-DECIDIDO      PIC X(01) VALUE 'N'.
          88 PEDIDO-DECIDIDO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
      *    ESPERA DO STEP BATCH E PRAZO DE VALIDADE DA TRAVA
       77 WRK-MAX-TENTATIVAS PIC 9(02) VALUE 10.
       77 WRK-SEGUNDOS-ESPERA PIC 9(03) VALUE 30.
       77 WRK-LIMITE-BATCH  PIC 9(05) VALUE 240.
       77 WRK-LIMITE-ONLINE PIC 9(05) VALUE 600.
       77 WRK-TENTATIVA     PIC 9(02) VALUE ZEROS.
       77 WRK-IDADE-MIN     PIC S9(09) VALUE ZEROS.
       77 WRK-SEG-INICIO    PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-AGORA     PIC 9(06) VALUE ZEROS.
       77 WRK-SEG-DECORRIDO PIC 9(06) VALUE ZEROS.
       77 WRK-RC-TRAVA      PIC 9(02) VALUE ZEROS.
       77 WRK-DESFECHO      PIC X(12) VALUE SPACES.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01  WRK-HORA-AUX       PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-AUX-R REDEFINES WRK-HORA-AUX.
           02 WRK-HA-HORA     PIC 9(02).
           02 WRK-HA-MINUTO   PIC 9(02).
           02 WRK-HA-SEGUNDO  PIC 9(02).
           02 WRK-HA-CENTESIMO PIC 9(02).
       01  WRK-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO      PIC 9(04).
           02 WRK-DA-MES      PIC 9(02).
           02 WRK-DA-DIA      PIC 9(02).
      *    DATA E HORA DA TRAVA NA MENSAGEM AO OPERADOR
       01  WRK-DESDE-ED.
           02 WRK-DE-DIA      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DE-MES      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DE-ANO      PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 WRK-DE-HORA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE ':'.
           02 WRK-DE-MINUTO   PIC 9(02).
           COPY 'RUNLOGP.COB'.
       LINKAGE SECTION.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION USING LKR-PARAMETROS.

       0001-PRINCIPAL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE SPACES TO LKR-MENSAGEM.
           MOVE 'N'    TO LKR-VENCIDA.

           EVALUATE TRUE
               WHEN LKR-ADQUIRIR
                   PERFORM 0100-ADQUIRIR
               WHEN LKR-LIBERAR
                   PERFORM 0300-LIBERAR
               WHEN LKR-CONSULTAR
                   PERFORM 0400-CONSULTAR
               WHEN LKR-FORCAR
                   PERFORM 0500-FORCAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    CADA TENTATIVA E UMA LEITURA DO REGISTRO: LIVRE OU
      *    VENCIDA, A TRAVA E DO CHAMADOR; OCUPADA, O STEP QUE ESPERA
      *    DA UM TEMPO E TENTA DE NOVO, OS DEMAIS DESISTEM NA HORA
       0100-ADQUIRIR.
           MOVE ZEROS TO WRK-TENTATIVA.
           MOVE 'N'   TO WRK-DECIDIDO.
           PERFORM UNTIL PEDIDO-DECIDIDO
               ADD 1 TO WRK-TENTATIVA
               PERFORM 0110-TENTAR
               IF NOT PEDIDO-DECIDIDO
                   IF LKR-ESPERAR
                      AND WRK-TENTATIVA < WRK-MAX-TENTATIVAS
                       DISPLAY LKR-ARQUIVO ' EM USO POR '
                               LKR-DETENTOR ' - AGUARDANDO,'
                               ' TENTATIVA ' WRK-TENTATIVA
                       PERFORM 0800-AGUARDAR
                   ELSE
                       PERFORM 0150-DESISTIR
                   END-IF
               END-IF
           END-PERFORM.

       0110-TENTAR.
           PERFORM 0600-ABRIR-REGISTRO.
           IF NOT REGISTRO-ABERTO
               MOVE 'S' TO WRK-DECIDIDO
               MOVE 'R' TO LKR-RESULTADO
               MOVE SPACES TO LKR-DETENTOR
               STRING 'REGISTRO DE TRAVAS LOCKREG INDISPONIVEL (FS '
                      WRK-FS-LOCKREG ') - ' LKR-ARQUIVO
                      DELIMITED BY SIZE INTO LKR-MENSAGEM
               MOVE 12 TO WRK-RC-TRAVA
               PERFORM 0700-REGISTRAR-RUNLOG
           ELSE
               MOVE LKR-ARQUIVO TO LR-ARQUIVO
               READ LOCK-REGISTRY
                   INVALID KEY
                       PERFORM 0130-GRAVAR-TRAVA
                   NOT INVALID KEY
                       PERFORM 0120-AVALIAR-DETENTOR
               END-READ
               CLOSE LOCK-REGISTRY
           END-IF.

      *    A TRAVA VENCIDA DE OUTRO E ASSUMIDA NA MESMA OPERACAO,
      *    COM AVISO DE QUEM ERA O DETENTOR
       0120-AVALIAR-DETENTOR.
           PERFORM 0200-CONFERIR-VENCIMENTO.
           IF LKR-TRAVA-VENCIDA
               PERFORM 0750-MONTAR-DESDE
               DISPLAY 'TRAVA VENCIDA DE ' LKR-DETENTOR ' SOBRE '
                       LKR-ARQUIVO ' (DESDE ' WRK-DESDE-ED
                       ') ASSUMIDA POR ' LKR-PROGRAMA
               MOVE LKR-PROGRAMA TO LR-PROGRAMA
               MOVE LKR-TIPO     TO LR-TIPO
               MOVE WRK-DATASYS  TO LR-DATA
               MOVE WRK-HORASYS  TO LR-HORA
               REWRITE LR-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 0140-CONFERIR-GRAVACAO
           END-IF.

       0130-GRAVAR-TRAVA.
           MOVE LKR-ARQUIVO  TO LR-ARQUIVO.
           MOVE LKR-PROGRAMA TO LR-PROGRAMA.
           MOVE LKR-TIPO     TO LR-TIPO.
           MOVE WRK-DATASYS  TO LR-DATA.
           MOVE WRK-HORASYS  TO LR-HORA.
           WRITE LR-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM 0140-CONFERIR-GRAVACAO.

      *    SO E CONCEDIDA A TRAVA QUE FICOU GRAVADA; CHAVE DUPLICADA
      *    (OUTRO PEDIDO GANHOU A CORRIDA) VOLTA PARA NOVA TENTATIVA
       0140-CONFERIR-GRAVACAO.
           IF WRK-FS-LOCKREG = '00'
               MOVE 'S' TO WRK-DECIDIDO
               MOVE 'C' TO LKR-RESULTADO
               MOVE LKR-PROGRAMA TO LKR-DETENTOR
               MOVE LKR-TIPO     TO LKR-TIPO-DETENTOR
               MOVE WRK-DATASYS  TO LKR-DATA-TRAVA
               MOVE WRK-HORASYS  TO LKR-HORA-TRAVA
           END-IF.

      *    ESGOTADA A ESPERA (OU SEM ESPERA): RECUSA OU SO CONSULTA,
      *    CONFORME A POLITICA, COM A LINHA NO RUNLOG
       0150-DESISTIR.
           MOVE 'S' TO WRK-DECIDIDO.
           PERFORM 0750-MONTAR-DESDE.
           IF LKR-CONSULTA-APENAS
               MOVE 'S' TO LKR-RESULTADO
               MOVE 'SO CONSULTA' TO WRK-DESFECHO
               MOVE 4 TO WRK-RC-TRAVA
           ELSE
               MOVE 'R' TO LKR-RESULTADO
               MOVE 'RECUSADO' TO WRK-DESFECHO
               MOVE 12 TO WRK-RC-TRAVA
           END-IF.
           STRING LKR-ARQUIVO  DELIMITED BY SPACE
                  ' EM USO POR ' DELIMITED BY SIZE
                  LKR-DETENTOR DELIMITED BY SPACE
                  ' DESDE '    DELIMITED BY SIZE
                  WRK-DESDE-ED DELIMITED BY SIZE
                  ' - '        DELIMITED BY SIZE
                  WRK-DESFECHO DELIMITED BY '  '
               INTO LKR-MENSAGEM.
           PERFORM 0700-REGISTRAR-RUNLOG.

      *    VENCIDA: RETOMADA DO PROPRIO STEP BATCH, 'FIM' DO
      *    DETENTOR NO RUNLOG DEPOIS DA TRAVA OU PRAZO ESTOURADO
       0200-CONFERIR-VENCIMENTO.
           MOVE 'N' TO LKR-VENCIDA.
           MOVE LR-PROGRAMA TO LKR-DETENTOR.
           MOVE LR-TIPO     TO LKR-TIPO-DETENTOR.
           MOVE LR-DATA     TO LKR-DATA-TRAVA.
           MOVE LR-HORA     TO LKR-HORA-TRAVA.

           IF LKR-ADQUIRIR AND LKR-BATCH AND LR-BATCH
              AND LR-PROGRAMA = LKR-PROGRAMA
               MOVE 'S' TO LKR-VENCIDA
           END-IF.

           IF NOT LKR-TRAVA-VENCIDA
               PERFORM 0210-CALCULAR-IDADE
               IF LR-BATCH AND WRK-IDADE-MIN > WRK-LIMITE-BATCH
                   MOVE 'S' TO LKR-VENCIDA
               END-IF
               IF NOT LR-BATCH
                  AND WRK-IDADE-MIN > WRK-LIMITE-ONLINE
                   MOVE 'S' TO LKR-VENCIDA
               END-IF
           END-IF.

           IF NOT LKR-TRAVA-VENCIDA
               PERFORM 0220-CONFERIR-RUNLOG
           END-IF.

      *    IDADE EM MINUTOS: DIAS ENTRE AS DATAS (PROGCOB16D) MAIS A
      *    DIFERENCA DAS HORAS; DATA ILEGIVEL CONTA COMO VENCIDA
       0210-CALCULAR-IDADE.
           MOVE 'D'         TO WRK-FUNCAO.
           MOVE LR-DATA     TO WRK-DATA-BASE.
           MOVE WRK-DATASYS TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
               MOVE 'S' TO LKR-VENCIDA
           ELSE
               COMPUTE WRK-IDADE-MIN = WRK-DIAS-DIF * 1440
               MOVE WRK-HORASYS TO WRK-HORA-AUX
               COMPUTE WRK-IDADE-MIN = WRK-IDADE-MIN
                                     + WRK-HA-HORA * 60
                                     + WRK-HA-MINUTO
               MOVE LR-HORA TO WRK-HORA-AUX
               COMPUTE WRK-IDADE-MIN = WRK-IDADE-MIN
                                     - WRK-HA-HORA * 60
                                     - WRK-HA-MINUTO
           END-IF.

      *    O RUNLOG E OPCIONAL; SESSAO DE TELA NAO GRAVA 'FIM' E SO
      *    VENCE PELO PRAZO
       0220-CONFERIR-RUNLOG.
           MOVE 'N' TO WRK-EOF-RUNLOG.
           OPEN INPUT RUN-LOG.
           IF WRK-FS-RUNLOG = '00'
               PERFORM 0230-LER-RUNLOG
               PERFORM UNTIL FIM-RUNLOG
                   IF RL-E-PROGRAMA = LR-PROGRAMA
                      AND RL-E-FASE = 'FIM'
                      AND (RL-E-DATA > LR-DATA
                           OR (RL-E-DATA = LR-DATA
                               AND RL-E-HORA NOT < LR-HORA))
                       MOVE 'S' TO LKR-VENCIDA
                   END-IF
                   PERFORM 0230-LER-RUNLOG
               END-PERFORM
               CLOSE RUN-LOG
           END-IF.

       0230-LER-RUNLOG.
           READ RUN-LOG
               AT END
                   MOVE 'S' TO WRK-EOF-RUNLOG
           END-READ.

      *    SO A TRAVA DO PROPRIO CHAMADOR E DEVOLVIDA - SE ELA FOI
      *    ASSUMIDA POR OUTRO DEPOIS DE VENCIDA, FICA COM O OUTRO
       0300-LIBERAR.
           PERFORM 0600-ABRIR-REGISTRO.
           IF REGISTRO-ABERTO
               MOVE LKR-ARQUIVO TO LR-ARQUIVO
               READ LOCK-REGISTRY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LR-PROGRAMA = LKR-PROGRAMA
                           DELETE LOCK-REGISTRY
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       END-IF
               END-READ
               CLOSE LOCK-REGISTRY
           END-IF.

       0400-CONSULTAR.
           MOVE 'N' TO LKR-RESULTADO.
           MOVE SPACES TO LKR-DETENTOR LKR-TIPO-DETENTOR.
           MOVE ZEROS TO LKR-DATA-TRAVA LKR-HORA-TRAVA.
           PERFORM 0600-ABRIR-REGISTRO.
           IF REGISTRO-ABERTO
               MOVE LKR-ARQUIVO TO LR-ARQUIVO
               READ LOCK-REGISTRY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO LKR-RESULTADO
                       PERFORM 0200-CONFERIR-VENCIMENTO
               END-READ
               CLOSE LOCK-REGISTRY
           END-IF.

      *    LIBERACAO PELA OPERACAO, SEJA QUEM FOR O DETENTOR; A
      *    LINHA 'LIB' NO RUNLOG LEVA O NOME DE QUEM LIBEROU
       0500-FORCAR.
           MOVE 'N' TO LKR-RESULTADO.
           PERFORM 0600-ABRIR-REGISTRO.
           IF REGISTRO-ABERTO
               MOVE LKR-ARQUIVO TO LR-ARQUIVO
               READ LOCK-REGISTRY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LR-PROGRAMA TO LKR-DETENTOR
                       DELETE LOCK-REGISTRY
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF WRK-FS-LOCKREG = '00'
                           MOVE 'C' TO LKR-RESULTADO
                       END-IF
               END-READ
               CLOSE LOCK-REGISTRY
           END-IF.
           IF LKR-CONCEDIDA
               MOVE ZEROS TO WRK-RC-TRAVA
               MOVE 'LIB' TO RLP-FASE
               PERFORM 0710-GRAVAR-RUNLOG
           END-IF.

      *    NA PRIMEIRA VEZ O REGISTRO DE TRAVAS NASCE VAZIO
       0600-ABRIR-REGISTRO.
           MOVE 'N' TO WRK-REGISTRO-OK.
           OPEN I-O LOCK-REGISTRY.
           IF WRK-FS-LOCKREG = '35'
               OPEN OUTPUT LOCK-REGISTRY
               CLOSE LOCK-REGISTRY
               OPEN I-O LOCK-REGISTRY
           END-IF.
           IF WRK-FS-LOCKREG = '00'
               MOVE 'S' TO WRK-REGISTRO-OK
           END-IF.

       0700-REGISTRAR-RUNLOG.
           DISPLAY LKR-MENSAGEM.
           MOVE 'TRV' TO RLP-FASE.
           PERFORM 0710-GRAVAR-RUNLOG.

       0710-GRAVAR-RUNLOG.
           MOVE LKR-PROGRAMA TO RLP-PROGRAMA.
           MOVE ZEROS        TO RLP-LIDOS RLP-GRAVADOS RLP-REJEITADOS.
           MOVE WRK-RC-TRAVA TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

       0750-MONTAR-DESDE.
           MOVE LKR-DATA-TRAVA TO WRK-DATA-AUX.
           MOVE WRK-DA-DIA     TO WRK-DE-DIA.
           MOVE WRK-DA-MES     TO WRK-DE-MES.
           MOVE WRK-DA-ANO     TO WRK-DE-ANO.
           MOVE LKR-HORA-TRAVA TO WRK-HORA-AUX.
           MOVE WRK-HA-HORA    TO WRK-DE-HORA.
           MOVE WRK-HA-MINUTO  TO WRK-DE-MINUTO.

      *    PAUSA ENTRE TENTATIVAS PELO RELOGIO (ACCEPT FROM TIME),
      *    ATRAVESSANDO A MEIA-NOITE
       0800-AGUARDAR.
           ACCEPT WRK-HORA-AUX FROM TIME.
           COMPUTE WRK-SEG-INICIO = WRK-HA-HORA * 3600
                                  + WRK-HA-MINUTO * 60
                                  + WRK-HA-SEGUNDO.
           MOVE ZEROS TO WRK-SEG-DECORRIDO.
           PERFORM UNTIL WRK-SEG-DECORRIDO NOT < WRK-SEGUNDOS-ESPERA
               ACCEPT WRK-HORA-AUX FROM TIME
               COMPUTE WRK-SEG-AGORA = WRK-HA-HORA * 3600
                                     + WRK-HA-MINUTO * 60
                                     + WRK-HA-SEGUNDO
               IF WRK-SEG-AGORA < WRK-SEG-INICIO
                   ADD 86400 TO WRK-SEG-AGORA
               END-IF
               COMPUTE WRK-SEG-DECORRIDO = WRK-SEG-AGORA
                                         - WRK-SEG-INICIO
           END-PERFORM.
