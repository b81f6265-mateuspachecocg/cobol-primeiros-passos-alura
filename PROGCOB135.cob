       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: FUNIL MENSAL DE PROSPECCAO. LE O ACOMPANHAMENTO DE
      *     PROSPECTS (FOLLOWUP, COPYBOOK PROSPFUP) E EMITE NO
      *     FUNILRPT, POR VENDEDOR E POR ORIGEM (W = BALCAO,
      *     T = TELEFONE, I = INDICACAO): OS PROSPECTS CAPTADOS NO
      *     MES CORRENTE, OS CONVERTIDOS E OS PERDIDOS NO MES, A
      *     CARTEIRA AINDA ABERTA, A TAXA DE CONVERSAO (CONVERTIDOS
      *     SOBRE OS ENCERRADOS NO MES - CONVERTIDOS MAIS PERDIDOS)
      *     E A MEDIA DE DIAS DA CAPTACAO ATE A CONVERSAO (DIFERENCA
      *     EXATA DE DATAS DO PROGCOB16). PROSPECT SEM VENDEDOR SAI
      *     COMO A DISTRIBUIR. RC 4 COM MAIS VENDEDORES QUE A TABELA,
      *     RC 16 SEM O FOLLOWUP
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT FUNNEL-RPT ASSIGN TO 'FUNILRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FUNILRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  FUNNEL-RPT.
       01  FR-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FOLLOWUP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FUNILRPT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FOLLOWUP  PIC X(01) VALUE 'N'.
          88 FIM-FOLLOWUP   VALUE 'S'.
       77 WRK-EMPMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-LUGAR         PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REF       PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-VEN       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ORI       PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-SEM-LUGAR  PIC 9(06) VALUE ZEROS.
       77 WRK-ENCERRADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-RC            PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    NOMES DAS ORIGENS NA ORDEM DA TABELA (4 = NAO INFORMADA)
       01  WRK-ORIGENS.
           02 FILLER        PIC X(15) VALUE 'W BALCAO'.
           02 FILLER        PIC X(15) VALUE 'T TELEFONE'.
           02 FILLER        PIC X(15) VALUE 'I INDICACAO'.
           02 FILLER        PIC X(15) VALUE '? NAO INFORMADA'.
       01  WRK-ORIGENS-R REDEFINES WRK-ORIGENS.
           02 WRK-OR-ITEM OCCURS 4 TIMES.
               03 WRK-OR-CODIGO PIC X(01).
               03 FILLER        PIC X(01).
               03 WRK-OR-NOME   PIC X(13).
      *    CONTADORES DO FUNIL: POR VENDEDOR (EM ORDEM DE
      *    MATRICULA), POR ORIGEM E O TOTAL GERAL
       01  WRK-TB-VENDEDORES.
           02 WRK-TV-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TV-ITEM OCCURS 100 TIMES.
               03 WRK-TV-MATRICULA  PIC 9(06).
               03 WRK-TV-CONTADORES.
                   04 WRK-TV-CAPTADOS   PIC 9(05).
                   04 WRK-TV-CONVERTIDOS PIC 9(05).
                   04 WRK-TV-PERDIDOS   PIC 9(05).
                   04 WRK-TV-ABERTOS    PIC 9(05).
                   04 WRK-TV-DIAS       PIC 9(07).
       01  WRK-TB-ORIGENS.
           02 WRK-TO-ITEM OCCURS 4 TIMES.
               03 WRK-TO-CONTADORES.
                   04 WRK-TO-CAPTADOS   PIC 9(05).
                   04 WRK-TO-CONVERTIDOS PIC 9(05).
                   04 WRK-TO-PERDIDOS   PIC 9(05).
                   04 WRK-TO-ABERTOS    PIC 9(05).
                   04 WRK-TO-DIAS       PIC 9(07).
       01  WRK-TOTAL-GERAL.
           02 WRK-TG-CAPTADOS   PIC 9(05) VALUE ZEROS.
           02 WRK-TG-CONVERTIDOS PIC 9(05) VALUE ZEROS.
           02 WRK-TG-PERDIDOS   PIC 9(05) VALUE ZEROS.
           02 WRK-TG-ABERTOS    PIC 9(05) VALUE ZEROS.
           02 WRK-TG-DIAS       PIC 9(07) VALUE ZEROS.
      *    CONTRIBUICAO DO ACOMPANHAMENTO LIDO, SOMADA NOS TRES
       01  WRK-CONTRIBUICAO.
           02 WRK-CT-CAPTADOS   PIC 9(05).
           02 WRK-CT-CONVERTIDOS PIC 9(05).
           02 WRK-CT-PERDIDOS   PIC 9(05).
           02 WRK-CT-ABERTOS    PIC 9(05).
           02 WRK-CT-DIAS       PIC 9(07).
      *    LINHA EM IMPRESSAO (VENDEDOR, ORIGEM OU TOTAL)
       01  WRK-LINHA-IMP.
           02 WRK-LI-CAPTADOS   PIC 9(05).
           02 WRK-LI-CONVERTIDOS PIC 9(05).
           02 WRK-LI-PERDIDOS   PIC 9(05).
           02 WRK-LI-ABERTOS    PIC 9(05).
           02 WRK-LI-DIAS       PIC 9(07).
       01  WRK-TAXA         PIC 9(03)V9 VALUE ZEROS.
       01  WRK-MEDIA-DIAS   PIC 9(04) VALUE ZEROS.
       01  FR-SECAO.
           02 FILLER           PIC X(04) VALUE '*** '.
           02 FR-S-TITULO      PIC X(30).
       01  FR-DETALHE.
           02 FR-D-ROTULO      PIC X(24).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FR-D-CAPTADOS    PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FR-D-CONVERTIDOS PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FR-D-PERDIDOS    PIC ZZZZ9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 FR-D-ABERTOS     PIC ZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 FR-D-TAXA        PIC ZZ9,9.
           02 FILLER           PIC X(01) VALUE '%'.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 FR-D-MEDIA       PIC ZZZ9.
           02 FILLER           PIC X(05) VALUE ' DIAS'.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'RUNLOGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC < 16
               PERFORM 0200-PROCESSAR UNTIL FIM-FOLLOWUP
               PERFORM 0400-IMPRIMIR-FUNIL
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB135' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-MES-REF.
           INITIALIZE WRK-TB-ORIGENS.

           OPEN INPUT FOLLOW-UP-FILE.
           IF WRK-FS-FOLLOWUP = '00'
               PERFORM 0210-LER-ACOMPANHAMENTO
           ELSE
               MOVE 'PROGCOB135' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'FOLLOWUP  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-FOLLOWUP TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 16 TO WRK-RC
           END-IF.

      *    SEM O EMPMAST O FUNIL SAI SO COM A MATRICULA DO VENDEDOR
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST = '00'
               MOVE 'S' TO WRK-EMPMAST-ABERTO
           END-IF.

      *    CAPTADO CONTA PELA DATA DA CAPTACAO; CONVERTIDO E PERDIDO
      *    PELA DATA DO ENCERRAMENTO; ABERTO E A CARTEIRA DE HOJE
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           INITIALIZE WRK-CONTRIBUICAO.
           IF FU-DATA-CAPTACAO(1:6) = WRK-MES-REF
               MOVE 1 TO WRK-CT-CAPTADOS
           END-IF.
           EVALUATE TRUE
               WHEN FU-ABERTO
                   MOVE 1 TO WRK-CT-ABERTOS
               WHEN FU-CONVERTIDO
                   IF FU-DATA-FECHAMENTO(1:6) = WRK-MES-REF
                       MOVE 1 TO WRK-CT-CONVERTIDOS
                       PERFORM 0220-CALCULAR-DIAS
                   END-IF
               WHEN FU-PERDIDO
                   IF FU-DATA-FECHAMENTO(1:6) = WRK-MES-REF
                       MOVE 1 TO WRK-CT-PERDIDOS
                   END-IF
           END-EVALUATE.

           IF WRK-CONTRIBUICAO NOT = ZEROS
               PERFORM 0300-LOCALIZAR-VENDEDOR
               IF WRK-IDX-VEN > ZEROS
                   ADD WRK-CT-CAPTADOS
                    TO WRK-TV-CAPTADOS(WRK-IDX-VEN)
                   ADD WRK-CT-CONVERTIDOS
                    TO WRK-TV-CONVERTIDOS(WRK-IDX-VEN)
                   ADD WRK-CT-PERDIDOS
                    TO WRK-TV-PERDIDOS(WRK-IDX-VEN)
                   ADD WRK-CT-ABERTOS
                    TO WRK-TV-ABERTOS(WRK-IDX-VEN)
                   ADD WRK-CT-DIAS
                    TO WRK-TV-DIAS(WRK-IDX-VEN)
               END-IF
               PERFORM 0310-LOCALIZAR-ORIGEM
               ADD WRK-CT-CAPTADOS    TO WRK-TO-CAPTADOS(WRK-IDX-ORI)
               ADD WRK-CT-CONVERTIDOS
                TO WRK-TO-CONVERTIDOS(WRK-IDX-ORI)
               ADD WRK-CT-PERDIDOS    TO WRK-TO-PERDIDOS(WRK-IDX-ORI)
               ADD WRK-CT-ABERTOS     TO WRK-TO-ABERTOS(WRK-IDX-ORI)
               ADD WRK-CT-DIAS        TO WRK-TO-DIAS(WRK-IDX-ORI)
               ADD WRK-CT-CAPTADOS    TO WRK-TG-CAPTADOS
               ADD WRK-CT-CONVERTIDOS TO WRK-TG-CONVERTIDOS
               ADD WRK-CT-PERDIDOS    TO WRK-TG-PERDIDOS
               ADD WRK-CT-ABERTOS     TO WRK-TG-ABERTOS
               ADD WRK-CT-DIAS        TO WRK-TG-DIAS
           END-IF.

           PERFORM 0210-LER-ACOMPANHAMENTO.

       0210-LER-ACOMPANHAMENTO.
           READ FOLLOW-UP-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-FOLLOWUP
           END-READ.

       0220-CALCULAR-DIAS.
           MOVE 'D' TO WRK-FUNCAO.
           MOVE FU-DATA-CAPTACAO   TO WRK-DATA-BASE.
           MOVE FU-DATA-FECHAMENTO TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DIAS-DIF > ZEROS
               MOVE WRK-DIAS-DIF TO WRK-CT-DIAS
           END-IF.

      *    ACHA (OU ABRE, NA ORDEM DA MATRICULA) O ITEM DO VENDEDOR;
      *    TABELA CHEIA DEIXA O VENDEDOR NOVO SO NOS TOTAIS
       0300-LOCALIZAR-VENDEDOR.
           MOVE ZEROS TO WRK-IDX-VEN.
           MOVE 'N' TO WRK-LUGAR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TV-QTD
                              OR WRK-LUGAR = 'S'
               IF WRK-TV-MATRICULA(WRK-IDX) NOT < FU-VENDEDOR
                   MOVE 'S' TO WRK-LUGAR
                   IF WRK-TV-MATRICULA(WRK-IDX) = FU-VENDEDOR
                       MOVE WRK-IDX TO WRK-IDX-VEN
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LUGAR = 'S'
               SUBTRACT 1 FROM WRK-IDX
           END-IF.

           IF WRK-IDX-VEN = ZEROS
               IF WRK-TV-QTD = 100
                   ADD 1 TO WRK-QT-SEM-LUGAR
               ELSE
                   MOVE WRK-IDX TO WRK-IDX-VEN
                   PERFORM VARYING WRK-IDX FROM WRK-TV-QTD BY -1
                                   UNTIL WRK-IDX < WRK-IDX-VEN
                       MOVE WRK-TV-ITEM(WRK-IDX)
                         TO WRK-TV-ITEM(WRK-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WRK-TV-QTD
                   MOVE FU-VENDEDOR TO WRK-TV-MATRICULA(WRK-IDX-VEN)
                   INITIALIZE WRK-TV-CONTADORES(WRK-IDX-VEN)
               END-IF
           END-IF.

       0310-LOCALIZAR-ORIGEM.
           MOVE 4 TO WRK-IDX-ORI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
               IF WRK-OR-CODIGO(WRK-IDX) = FU-ORIGEM
                   MOVE WRK-IDX TO WRK-IDX-ORI
               END-IF
           END-PERFORM.

       0400-IMPRIMIR-FUNIL.
           OPEN OUTPUT FUNNEL-RPT.
           MOVE SPACES TO RW-TITULO.
           STRING 'FUNIL DE PROSPECCAO - MES ' WRK-MES-REF(5:2) '/'
                  WRK-MES-REF(1:4)
               DELIMITED BY SIZE INTO RW-TITULO.
           MOVE 'VENDEDOR / ORIGEM' TO RW-COLUNAS.
           MOVE 'CAPT  CONV  PERD ABERT   TAXA   MEDIA'
             TO RW-COLUNAS(27:).
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE 'POR VENDEDOR' TO FR-S-TITULO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE FR-LINHA FROM FR-SECAO.
           PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                           UNTIL WRK-IDX-VEN > WRK-TV-QTD
               PERFORM 0410-ROTULAR-VENDEDOR
               MOVE WRK-TV-CONTADORES(WRK-IDX-VEN) TO WRK-LINHA-IMP
               PERFORM 0450-IMPRIMIR-LINHA
           END-PERFORM.

           MOVE 'POR ORIGEM' TO FR-S-TITULO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE FR-LINHA FROM FR-SECAO.
           PERFORM VARYING WRK-IDX-ORI FROM 1 BY 1
                           UNTIL WRK-IDX-ORI > 4
               IF WRK-TO-CONTADORES(WRK-IDX-ORI) NOT = ZEROS
                  OR WRK-IDX-ORI < 4
                   MOVE WRK-OR-NOME(WRK-IDX-ORI) TO FR-D-ROTULO
                   MOVE WRK-TO-CONTADORES(WRK-IDX-ORI)
                     TO WRK-LINHA-IMP
                   PERFORM 0450-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.

           MOVE 'TOTAL GERAL' TO FR-D-ROTULO.
           MOVE WRK-TOTAL-GERAL TO WRK-LINHA-IMP.
           PERFORM 0450-IMPRIMIR-LINHA.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE FR-LINHA FROM RW-TRAILER.
           CLOSE FUNNEL-RPT.

       0410-ROTULAR-VENDEDOR.
           MOVE SPACES TO FR-D-ROTULO.
           IF WRK-TV-MATRICULA(WRK-IDX-VEN) = ZEROS
               MOVE 'A DISTRIBUIR' TO FR-D-ROTULO
           ELSE
               MOVE WRK-TV-MATRICULA(WRK-IDX-VEN) TO FR-D-ROTULO(1:6)
               IF WRK-EMPMAST-ABERTO = 'S'
                   MOVE WRK-TV-MATRICULA(WRK-IDX-VEN) TO EM-MATRICULA
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-NOME(1:17) TO FR-D-ROTULO(8:17)
                   END-READ
               END-IF
           END-IF.

      *    TAXA = CONVERTIDOS SOBRE ENCERRADOS NO MES; MEDIA DE DIAS
      *    SO DOS CONVERTIDOS. SEM ENCERRAMENTO, AS DUAS SAEM ZERADAS
       0450-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-TAXA WRK-MEDIA-DIAS.
           COMPUTE WRK-ENCERRADOS = WRK-LI-CONVERTIDOS
                                  + WRK-LI-PERDIDOS.
           IF WRK-ENCERRADOS > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-LI-CONVERTIDOS * 100 / WRK-ENCERRADOS
           END-IF.
           IF WRK-LI-CONVERTIDOS > ZEROS
               COMPUTE WRK-MEDIA-DIAS ROUNDED =
                       WRK-LI-DIAS / WRK-LI-CONVERTIDOS
           END-IF.
           MOVE WRK-LI-CAPTADOS    TO FR-D-CAPTADOS.
           MOVE WRK-LI-CONVERTIDOS TO FR-D-CONVERTIDOS.
           MOVE WRK-LI-PERDIDOS    TO FR-D-PERDIDOS.
           MOVE WRK-LI-ABERTOS     TO FR-D-ABERTOS.
           MOVE WRK-TAXA           TO FR-D-TAXA.
           MOVE WRK-MEDIA-DIAS     TO FR-D-MEDIA.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE FR-LINHA FROM FR-DETALHE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA LINHA
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE FR-LINHA FROM RW-CABECALHO1
               WRITE FR-LINHA FROM RW-CABECALHO2
               WRITE FR-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           IF WRK-QT-SEM-LUGAR > ZEROS
               DISPLAY '*** MAIS DE 100 VENDEDORES - ' WRK-QT-SEM-LUGAR
                       ' ACOMPANHAMENTOS SO NOS TOTAIS ***'
               IF WRK-RC < 4
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.

           DISPLAY '-------------------------'
           DISPLAY 'ACOMPANHAMENTOS LIDOS.... ' WRK-QT-LIDOS.
           DISPLAY 'CAPTADOS NO MES.......... ' WRK-TG-CAPTADOS.
           DISPLAY 'CONVERTIDOS NO MES....... ' WRK-TG-CONVERTIDOS.
           DISPLAY 'PERDIDOS NO MES.......... ' WRK-TG-PERDIDOS.
           DISPLAY 'CARTEIRA ABERTA.......... ' WRK-TG-ABERTOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-RC < 16
               CLOSE FOLLOW-UP-FILE
           END-IF.
           IF WRK-EMPMAST-ABERTO = 'S'
               CLOSE EMPLOYEE-MASTER
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS     TO RLP-LIDOS.
           MOVE WRK-TV-QTD       TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-LUGAR TO RLP-REJEITADOS.
           MOVE WRK-RC           TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE WRK-RC TO RETURN-CODE.
