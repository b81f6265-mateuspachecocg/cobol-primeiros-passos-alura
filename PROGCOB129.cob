       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CONFERENCIA NOTURNA DA CORRENTE DE HASH DA TRILHA
      *     DE AUDITORIA. RELE O ARQUIVO MORTO AUDARCH (SEM OS
      *     TRAILERS DO CORTE MENSAL) E DEPOIS O AUDITTRL, NA ORDEM
      *     EM QUE AS LINHAS FORAM GRAVADAS, E RECALCULA O HASH DE
      *     CADA LINHA SOBRE O HASH DA ANTERIOR (SUBROTINA
      *     PROGCOB128, FUNCAO 'C'). LINHA APAGADA, EDITADA OU
      *     INSERIDA QUEBRA O ELO; O AUDVRPT LISTA CADA ELO QUEBRADO
      *     E O RESULTADO TRAZ O PRIMEIRO, COM DATA, USUARIO E
      *     PROGRAMA DA LINHA. LINHAS GRAVADAS ANTES DO HASH (AT-HASH
      *     EM BRANCO) SO SAO ACEITAS NO COMECO DA TRILHA. O AUDVCTL
      *     GUARDA A QUANTIDADE DE LINHAS E O ULTIMO ELO DA ULTIMA
      *     CONFERENCIA SEM QUEBRA: SE A LINHA DAQUELA POSICAO SUMIU
      *     OU MUDOU, A TRILHA FOI TRUNCADA. CORRENTE INTEGRA
      *     DEVOLVE RC 0; ELO QUEBRADO OU TRUNCAMENTO, RC 8; ERRO DE
      *     ABERTURA, RC 12
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDARCH.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT CHAIN-CONTROL ASSIGN TO 'AUDVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDVCTL.

           SELECT CHAIN-RPT ASSIGN TO 'AUDVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE.
       01  AA-LINHA.
           02 AA-TIPO          PIC X(08).
           02 FILLER           PIC X(122).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  CHAIN-CONTROL.
       01  VC-REGISTRO.
           02 VC-DATA          PIC 9(08).
           02 VC-QTD-LINHAS    PIC 9(09).
           02 VC-HASH          PIC 9(12).

       FD  CHAIN-RPT.
       01  VR-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDARCH    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDVCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDVRPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-AUDARCH   PIC X(01) VALUE 'N'.
          88 FIM-AUDARCH    VALUE 'S'.
       77 WRK-EOF-AUDITTRL  PIC X(01) VALUE 'N'.
          88 FIM-AUDITTRL   VALUE 'S'.
       77 WRK-TEM-AUDARCH   PIC X(01) VALUE 'N'.
          88 TEM-AUDARCH    VALUE 'S'.
       77 WRK-TEM-AUDITTRL  PIC X(01) VALUE 'N'.
          88 TEM-AUDITTRL   VALUE 'S'.
       77 WRK-TEM-CONTROLE  PIC X(01) VALUE 'N'.
          88 TEM-CONTROLE   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
      *    A CORRENTE COMECA NA PRIMEIRA LINHA COM HASH; DALI PARA A
      *    FRENTE, LINHA SEM HASH E ELO QUEBRADO
       77 WRK-CORRENTE      PIC X(01) VALUE 'N'.
          88 CORRENTE-INICIADA VALUE 'S'.
       77 WRK-TRUNCADA      PIC X(01) VALUE 'N'.
          88 TRILHA-TRUNCADA VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-OCORRENCIA    PIC X(20) VALUE SPACES.
       77 WRK-ELO-ANTERIOR  PIC 9(12) VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(09) VALUE ZEROS.
       77 WRK-QT-MORTO      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-TRILHA     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ANTIGAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONFERIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-QUEBRAS    PIC 9(07) VALUE ZEROS.
      *    ULTIMA CONFERENCIA SEM QUEBRA (AUDVCTL)
       77 WRK-CT-QTD-LINHAS PIC 9(09) VALUE ZEROS.
       77 WRK-CT-HASH       PIC 9(12) VALUE ZEROS.
      *    PRIMEIRO ELO QUEBRADO, PARA O RESULTADO
       01  WRK-PRIMEIRA-QUEBRA.
           02 WRK-PQ-DATA      PIC 9(08) VALUE ZEROS.
           02 WRK-PQ-USUARIO   PIC X(08) VALUE SPACES.
           02 WRK-PQ-PROGRAMA  PIC X(10) VALUE SPACES.
       01  VR-COLUNAS.
           02 FILLER          PIC X(08) VALUE '  LINHA'.
           02 FILLER          PIC X(09) VALUE 'ARQUIVO'.
           02 FILLER          PIC X(09) VALUE 'DATA'.
           02 FILLER          PIC X(07) VALUE 'HORA'.
           02 FILLER          PIC X(09) VALUE 'USUARIO'.
           02 FILLER          PIC X(11) VALUE 'PROGRAMA'.
           02 FILLER          PIC X(20) VALUE 'OCORRENCIA'.
       01  VR-DETALHE.
           02 VR-D-LINHA      PIC Z(06)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-ARQUIVO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-HORA       PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-USUARIO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-PROGRAMA   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 VR-D-OCORRENCIA PIC X(20).
       01  VR-RESUMO.
           02 VR-R-ROTULO     PIC X(32).
           02 VR-R-QTD        PIC Z.ZZZ.ZZ9.
       01  VR-ULTIMO-ELO.
           02 FILLER          PIC X(32) VALUE
              'ULTIMO ELO DA CORRENTE.........'.
           02 VR-U-HASH       PIC 9(12).
       01  VR-RESULTADO.
           02 FILLER          PIC X(11) VALUE 'RESULTADO: '.
           02 VR-S-TEXTO      PIC X(60).
           COPY 'AUDHASHP.COB'.
           COPY 'FSERRP.COB'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'CONFERENCIA DA TRILHA ABANDONADA - ERRO DE'
                       ' ABERTURA'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'AUDARCH ' TO WRK-ARQUIVO
               PERFORM 0200-CONFERIR-MORTO UNTIL FIM-AUDARCH
               MOVE 'AUDITTRL' TO WRK-ARQUIVO
               IF TEM-AUDITTRL
                   PERFORM 0310-LER-TRILHA
               END-IF
               PERFORM 0300-CONFERIR-TRILHA UNTIL FIM-AUDITTRL
               PERFORM 0500-CONFERIR-TRUNCAMENTO
               PERFORM 0800-IMPRIMIR-RESUMO
               PERFORM 0900-FINALIZAR
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE 'PROGCOB129' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM 0110-CARREGAR-CONTROLE.

      *    MORTO OU TRILHA AUSENTE (AINDA SEM CORTE, OU SEM NENHUMA
      *    LINHA) E SO MENOS A CONFERIR; O TRUNCAMENTO PEGA O SUMICO
           OPEN INPUT AUDIT-ARCHIVE.
           EVALUATE WRK-FS-AUDARCH
              WHEN '00'
                   MOVE 'S' TO WRK-TEM-AUDARCH
                   PERFORM 0210-LER-MORTO
              WHEN '35'
                   MOVE 'S' TO WRK-EOF-AUDARCH
              WHEN OTHER
                   MOVE 'AUDARCH   ' TO FSE-ARQUIVO
                   MOVE WRK-FS-AUDARCH TO FSE-STATUS
                   PERFORM 0190-ERRO-ABERTURA
           END-EVALUATE.

           OPEN INPUT AUDIT-TRAIL.
           EVALUATE WRK-FS-AUDITTRL
              WHEN '00'
                   MOVE 'S' TO WRK-TEM-AUDITTRL
              WHEN '35'
                   MOVE 'S' TO WRK-EOF-AUDITTRL
              WHEN OTHER
                   MOVE 'AUDITTRL  ' TO FSE-ARQUIVO
                   MOVE WRK-FS-AUDITTRL TO FSE-STATUS
                   PERFORM 0190-ERRO-ABERTURA
           END-EVALUATE.

           IF NOT ABANDONAR-LOTE
               OPEN OUTPUT CHAIN-RPT
               MOVE 'CONFERENCIA DA TRILHA DE AUDITORIA' TO RW-TITULO
               MOVE VR-COLUNAS TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

      *    O CONTROLE E OPCIONAL: SEM O AUDVCTL (PRIMEIRA RODADA),
      *    NAO HA TRUNCAMENTO A CONFERIR
       0110-CARREGAR-CONTROLE.
           OPEN INPUT CHAIN-CONTROL.
           IF WRK-FS-AUDVCTL = '00'
               READ CHAIN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VC-QTD-LINHAS IS NUMERIC
                          AND VC-HASH IS NUMERIC
                          AND VC-QTD-LINHAS > ZEROS
                           MOVE 'S' TO WRK-TEM-CONTROLE
                           MOVE VC-QTD-LINHAS TO WRK-CT-QTD-LINHAS
                           MOVE VC-HASH       TO WRK-CT-HASH
                       END-IF
               END-READ
               CLOSE CHAIN-CONTROL
           END-IF.

       0190-ERRO-ABERTURA.
           MOVE 'PROGCOB129' TO FSE-PROGRAMA.
           MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO.
           MOVE 'OPEN    ' TO FSE-OPERACAO.
           CALL 'PROGCOB39' USING FSE-PARAMETROS.
           MOVE 'S' TO WRK-ABANDONAR.

      *    O TRAILER DE CADA MES SELADO NAO E LINHA DA TRILHA
       0200-CONFERIR-MORTO.
           IF AA-TIPO NOT = 'TRAILER '
               ADD 1 TO WRK-QT-MORTO
               MOVE AA-LINHA TO AT-REGISTRO
               PERFORM 0400-CONFERIR-ELO
           END-IF.
           PERFORM 0210-LER-MORTO.

       0210-LER-MORTO.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'S' TO WRK-EOF-AUDARCH
           END-READ.

      *    A TRILHA SO E LIDA DEPOIS DO MORTO: AS LINHAS DO MORTO
      *    SAO CONFERIDAS NA AREA DO REGISTRO DA TRILHA
       0300-CONFERIR-TRILHA.
           ADD 1 TO WRK-QT-TRILHA.
           PERFORM 0400-CONFERIR-ELO.
           PERFORM 0310-LER-TRILHA.

       0310-LER-TRILHA.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'S' TO WRK-EOF-AUDITTRL
           END-READ.

      *    A LINHA COM HASH TEM QUE BATER COM O RECALCULADO SOBRE O
      *    ELO ANTERIOR. NA QUEBRA, A CONFERENCIA SEGUE A PARTIR DO
      *    HASH GRAVADO NA LINHA, PARA UMA SO ADULTERACAO NAO
      *    MARCAR A TRILHA INTEIRA DALI PARA A FRENTE
       0400-CONFERIR-ELO.
           ADD 1 TO WRK-QT-LINHAS.
           IF AT-HASH IS NUMERIC
               MOVE 'C' TO AH-FUNCAO
               MOVE WRK-ELO-ANTERIOR TO AH-HASH-ANTERIOR
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               ADD 1 TO WRK-QT-CONFERIDAS
               IF AH-HASH NOT = AT-HASH
                   MOVE 'ELO QUEBRADO' TO WRK-OCORRENCIA
                   PERFORM 0450-REGISTRAR-QUEBRA
               END-IF
               MOVE 'S' TO WRK-CORRENTE
               MOVE AT-HASH TO WRK-ELO-ANTERIOR
           ELSE
               IF CORRENTE-INICIADA
                   MOVE 'LINHA SEM HASH' TO WRK-OCORRENCIA
                   PERFORM 0450-REGISTRAR-QUEBRA
               ELSE
                   ADD 1 TO WRK-QT-ANTIGAS
               END-IF
               MOVE ZEROS TO WRK-ELO-ANTERIOR
           END-IF.
           IF TEM-CONTROLE
              AND WRK-QT-LINHAS = WRK-CT-QTD-LINHAS
               IF AT-HASH IS NOT NUMERIC
                  OR AT-HASH NOT = WRK-CT-HASH
                   MOVE 'S' TO WRK-TRUNCADA
               END-IF
           END-IF.

       0450-REGISTRAR-QUEBRA.
           ADD 1 TO WRK-QT-QUEBRAS.
           IF WRK-QT-QUEBRAS = 1
               MOVE AT-DATA     TO WRK-PQ-DATA
               MOVE AT-USUARIO  TO WRK-PQ-USUARIO
               MOVE AT-PROGRAMA TO WRK-PQ-PROGRAMA
           END-IF.
           MOVE WRK-QT-LINHAS  TO VR-D-LINHA.
           MOVE WRK-ARQUIVO    TO VR-D-ARQUIVO.
           MOVE AT-DATA        TO VR-D-DATA.
           MOVE AT-HORA(1:6)   TO VR-D-HORA.
           MOVE AT-USUARIO     TO VR-D-USUARIO.
           MOVE AT-PROGRAMA    TO VR-D-PROGRAMA.
           MOVE WRK-OCORRENCIA TO VR-D-OCORRENCIA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE VR-LINHA FROM VR-DETALHE.

      *    A POSICAO DO ULTIMO ELO DA CONFERENCIA ANTERIOR TEM QUE
      *    EXISTIR E TER O MESMO HASH; O CORTE MENSAL SO MUDA A LINHA
      *    DE ARQUIVO, NAO A POSICAO NA CORRENTE
       0500-CONFERIR-TRUNCAMENTO.
           IF TEM-CONTROLE
              AND WRK-QT-LINHAS < WRK-CT-QTD-LINHAS
               MOVE 'S' TO WRK-TRUNCADA
           END-IF.
           IF TRILHA-TRUNCADA
               MOVE WRK-CT-QTD-LINHAS TO VR-D-LINHA
               MOVE SPACES            TO VR-D-ARQUIVO
               MOVE ZEROS             TO VR-D-DATA VR-D-HORA
               MOVE SPACES            TO VR-D-USUARIO VR-D-PROGRAMA
               MOVE 'TRILHA TRUNCADA'  TO VR-D-OCORRENCIA
               PERFORM 0950-QUEBRA-PAGINA
               WRITE VR-LINHA FROM VR-DETALHE
           END-IF.

       0800-IMPRIMIR-RESUMO.
           PERFORM 0950-QUEBRA-PAGINA.
           MOVE SPACES TO VR-LINHA.
           WRITE VR-LINHA.
           MOVE 'LINHAS NO ARQUIVO MORTO........' TO VR-R-ROTULO.
           MOVE WRK-QT-MORTO TO VR-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA-RESUMO.
           MOVE 'LINHAS NA TRILHA...............' TO VR-R-ROTULO.
           MOVE WRK-QT-TRILHA TO VR-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA-RESUMO.
           MOVE 'LINHAS ANTERIORES AO HASH......' TO VR-R-ROTULO.
           MOVE WRK-QT-ANTIGAS TO VR-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA-RESUMO.
           MOVE 'ELOS CONFERIDOS................' TO VR-R-ROTULO.
           MOVE WRK-QT-CONFERIDAS TO VR-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA-RESUMO.
           MOVE 'ELOS QUEBRADOS.................' TO VR-R-ROTULO.
           MOVE WRK-QT-QUEBRAS TO VR-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA-RESUMO.
           MOVE WRK-ELO-ANTERIOR TO VR-U-HASH.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE VR-LINHA FROM VR-ULTIMO-ELO.

           MOVE SPACES TO VR-S-TEXTO.
           EVALUATE TRUE
              WHEN WRK-QT-QUEBRAS > ZEROS
                   STRING 'PRIMEIRA QUEBRA EM ' WRK-PQ-DATA
                          ' USUARIO ' WRK-PQ-USUARIO
                          ' ' WRK-PQ-PROGRAMA
                       DELIMITED BY SIZE INTO VR-S-TEXTO
              WHEN TRILHA-TRUNCADA
                   MOVE 'TRILHA TRUNCADA DESDE A ULTIMA CONFERENCIA'
                     TO VR-S-TEXTO
              WHEN OTHER
                   MOVE 'CORRENTE INTEGRA' TO VR-S-TEXTO
           END-EVALUATE.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE VR-LINHA FROM VR-RESULTADO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE VR-LINHA FROM RW-TRAILER.

       0810-IMPRIMIR-LINHA-RESUMO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE VR-LINHA FROM VR-RESUMO.

      *    SO A CONFERENCIA SEM QUEBRA AVANCA O CONTROLE; COM QUEBRA,
      *    FICA O ULTIMO PONTO SABIDAMENTE INTEGRO
       0900-FINALIZAR.
           IF TEM-AUDARCH
               CLOSE AUDIT-ARCHIVE
           END-IF.
           IF TEM-AUDITTRL
               CLOSE AUDIT-TRAIL
           END-IF.
           CLOSE CHAIN-RPT.

           IF WRK-QT-QUEBRAS = ZEROS AND NOT TRILHA-TRUNCADA
               OPEN OUTPUT CHAIN-CONTROL
               MOVE WRK-DATASYS      TO VC-DATA
               MOVE WRK-QT-LINHAS    TO VC-QTD-LINHAS
               MOVE WRK-ELO-ANTERIOR TO VC-HASH
               WRITE VC-REGISTRO
               CLOSE CHAIN-CONTROL
           END-IF.

           DISPLAY '-------------------------'
           DISPLAY 'LINHAS CONFERIDAS........ ' WRK-QT-LINHAS.
           DISPLAY 'ELOS QUEBRADOS........... ' WRK-QT-QUEBRAS.
           IF WRK-QT-QUEBRAS > ZEROS
               DISPLAY 'PRIMEIRA QUEBRA: ' WRK-PQ-DATA ' '
                       WRK-PQ-USUARIO ' ' WRK-PQ-PROGRAMA
           END-IF.
           IF TRILHA-TRUNCADA
               DISPLAY 'TRILHA TRUNCADA - ESPERADAS AO MENOS '
                       WRK-CT-QTD-LINHAS ' LINHAS'
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-QT-QUEBRAS > ZEROS OR TRILHA-TRUNCADA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LINHAS TO RLP-LIDOS.
           COMPUTE RLP-GRAVADOS = WRK-QT-LINHAS - WRK-QT-QUEBRAS.
           MOVE WRK-QT-QUEBRAS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE VR-LINHA FROM RW-CABECALHO1
               WRITE VR-LINHA FROM RW-CABECALHO2
               WRITE VR-LINHA FROM RW-COLUNAS
           END-IF.
