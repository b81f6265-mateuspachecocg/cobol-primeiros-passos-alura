       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: ESTATISTICA DAS NOTAS POR MATERIA, TURMA E
      *     BIMESTRE: O RESUMO DE PERIODO (PROGCOB20) SO CONTA
      *     APROVADO/RECUPERACAO/EXAME/REPROVADO E NAO MOSTRA A
      *     MATERIA QUE ESTA DOIS PONTOS ABAIXO DO RESTO. LE AS
      *     NOTAS POR MATERIA (SUBJGRD, NOMES NO SUBJTAB) E IMPRIME
      *     NO GRADSTAT, PARA CADA MATERIA X TURMA X BIMESTRE, A
      *     QUANTIDADE DE NOTAS, A MEDIA, A MEDIANA, O DESVIO
      *     PADRAO, A MENOR E A MAIOR NOTA E O HISTOGRAMA EM FAIXAS
      *     DE UM PONTO (FAIXA 9 = 9,0 A 10,0). A MATERIA CUJA
      *     MEDIA SE AFASTA DA MEDIA DA ESCOLA NO BIMESTRE MAIS DO
      *     QUE O LIMIAR DO STATPARM (SEM ELE, 1,5 PONTO) SAI
      *     MARCADA ACIMA/ABAIXO, COM RETURN-CODE 4. NOTA ZERADA E
      *     NOTA AINDA NAO LANCADA E NAO ENTRA NA CONTA. POR FIM, A
      *     MESMA ESTATISTICA DAS NOTAS GERAIS DO ULTIMO FECHAMENTO
      *     DO ACADHIST, POR TURMA E BIMESTRE, COMO REFERENCIA
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-GRADES ASSIGN TO 'SUBJGRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBJGRD.

           SELECT SUBJECT-TABLE ASSIGN TO 'SUBJTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBJTAB.

           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACADHIST.

           SELECT STATISTICS-PARAMETERS ASSIGN TO 'STATPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STATPARM.

           SELECT STATISTICS-RPT ASSIGN TO 'GRADSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRADSTAT.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-GRADES.
       01  SG-REGISTRO.
           02 SG-NOME        PIC X(20).
           02 SG-TURMA       PIC X(05).
           02 SG-MATERIA     PIC 9(02).
           02 SG-NOTA1       PIC 9(02)V9.
           02 SG-NOTA2       PIC 9(02)V9.
           02 SG-NOTA3       PIC 9(02)V9.
           02 SG-NOTA4       PIC 9(02)V9.
       01  SG-REGISTRO-R REDEFINES SG-REGISTRO.
           02 FILLER         PIC X(27).
           02 SG-NOTA        PIC 9(02)V9 OCCURS 4 TIMES.

       FD  SUBJECT-TABLE.
       01  MT-REGISTRO.
           02 MT-CODIGO      PIC 9(02).
           02 MT-DESCRICAO   PIC X(15).

       FD  ACADEMIC-HISTORY.
       01  AH-REGISTRO.
           02 AH-NOME        PIC X(20).
           02 AH-ANO         PIC 9(04).
           02 AH-PERIODO     PIC 9(01).
           02 AH-TURMA       PIC X(05).
           02 AH-NOTA        PIC 9(02)V9 OCCURS 4 TIMES.
           02 AH-MEDIA       PIC 9(03)V99.
           02 AH-STATUS      PIC X(11).
           02 AH-MATRICULA   PIC 9(06).

       FD  STATISTICS-PARAMETERS.
       01  SP-REGISTRO.
           02 SP-LIMIAR      PIC 9(02)V9.

       FD  STATISTICS-RPT.
       01  ST-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SUBJGRD    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUBJTAB    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACADHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-STATPARM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-GRADSTAT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SUBJGRD   PIC X(01) VALUE 'N'.
          88 FIM-SUBJGRD    VALUE 'S'.
       77 WRK-EOF-SUBJTAB   PIC X(01) VALUE 'N'.
          88 FIM-SUBJTAB    VALUE 'S'.
       77 WRK-EOF-ACADHIST  PIC X(01) VALUE 'N'.
          88 FIM-ACADHIST   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-LIMIAR        PIC 9(02)V9 VALUE 1,5.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-GR        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MAT       PIC 9(04) VALUE ZEROS.
       77 WRK-BIM           PIC 9(01) VALUE ZEROS.
       77 WRK-FAIXA         PIC 9(02) VALUE ZEROS.
       77 WRK-POS           PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA          PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ORIGEM        PIC X(01) VALUE SPACE.
       77 WRK-MATERIA       PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA         PIC X(05) VALUE SPACES.
       77 WRK-ANO-PER       PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-FECHAM PIC 9(05) VALUE ZEROS.
       77 WRK-ACUMULADO     PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO1      PIC 9(05) VALUE ZEROS.
       77 WRK-POSICAO2      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR1        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-VALOR2        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-ACHOU1        PIC X(01) VALUE 'N'.
       77 WRK-ACHOU2        PIC X(01) VALUE 'N'.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MEDIANA       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VARIANCIA     PIC S9(03)V9(04) VALUE ZEROS.
       77 WRK-DESVIO        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MINIMO        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MAXIMO        PIC 9(02)V9 VALUE ZEROS.
       77 WRK-DIFERENCA     PIC S9(02)V99 VALUE ZEROS.
       77 WRK-QT-NOTAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-INVALIDAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-GRUPOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ALERTAS    PIC 9(04) VALUE ZEROS.
       01  WRK-TB-MATERIAS.
           02 WRK-MT-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-MT-ITEM OCCURS 99 TIMES.
               03 WRK-MT-CODIGO    PIC 9(02).
               03 WRK-MT-DESCRICAO PIC X(15).
      *    MEDIA DA ESCOLA POR BIMESTRE (SO AS NOTAS DO SUBJGRD)
       01  WRK-TB-ESCOLA.
           02 WRK-ESC-ITEM OCCURS 4 TIMES.
               03 WRK-ESC-QTD      PIC 9(06).
               03 WRK-ESC-SOMA     PIC 9(08)V9.
               03 WRK-ESC-MEDIA    PIC 9(02)V99.
      *    UM GRUPO POR ORIGEM (1 = SUBJGRD, 2 = ACADHIST) X MATERIA
      *    X TURMA X BIMESTRE; WRK-GR-CONTA(N) CONTA QUANTAS NOTAS
      *    (N - 1) / 10 O GRUPO TEVE - DELA SAEM A MEDIANA, A MENOR
      *    E A MAIOR NOTA E O HISTOGRAMA SEM ORDENAR AS NOTAS
       01  WRK-TB-GRUPOS.
           02 WRK-GR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-GR-ITEM OCCURS 400 TIMES.
               03 WRK-GR-CHAVE.
                   04 WRK-GR-ORIGEM   PIC X(01).
                   04 WRK-GR-MATERIA  PIC 9(02).
                   04 WRK-GR-TURMA    PIC X(05).
                   04 WRK-GR-BIM      PIC 9(01).
               03 WRK-GR-NOTAS     PIC 9(05).
               03 WRK-GR-SOMA      PIC 9(07)V9.
               03 WRK-GR-SOMA-QUAD PIC 9(09)V99.
               03 WRK-GR-CONTA     PIC 9(04) OCCURS 101 TIMES.
       01  WRK-GR-TROCA         PIC X(437).
       01  WRK-TB-FAIXAS.
           02 WRK-FX-QTD        PIC 9(04) OCCURS 10 TIMES.
       01  ST-COLUNAS.
           02 FILLER PIC X(40) VALUE
              'MT MATERIA         TURMA B  QTD MEDIA ME'.
           02 FILLER PIC X(40) VALUE
              'DIANA DESVIO MIN  MAX ALERTA'.
       01  ST-DETALHE.
           02 ST-D-MATERIA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-DESCRICAO  PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-TURMA      PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-BIM        PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-QTD        PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-MEDIA      PIC Z9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 ST-D-MEDIANA    PIC Z9,99.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 ST-D-DESVIO     PIC Z9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-MINIMO     PIC Z9,9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-MAXIMO     PIC Z9,9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 ST-D-ALERTA.
               03 ST-D-SENTIDO    PIC X(06).
               03 ST-D-DIFERENCA  PIC +Z9,99.
       01  ST-HISTOGRAMA.
           02 FILLER          PIC X(11) VALUE '  FAIXAS  '.
           02 ST-H-FAIXA OCCURS 10 TIMES.
               03 ST-H-ROTULO PIC 9(01).
               03 FILLER      PIC X(01) VALUE ':'.
               03 ST-H-QTD    PIC ZZ9.
               03 FILLER      PIC X(01) VALUE SPACE.
       01  ST-ESCOLA.
           02 FILLER          PIC X(24) VALUE
              'MEDIA DA ESCOLA BIMESTRE'.
           02 ST-E-BIM        PIC 9(01).
           02 FILLER          PIC X(03) VALUE ' : '.
           02 ST-E-MEDIA      PIC Z9,99.
           02 FILLER          PIC X(10) VALUE ' - NOTAS: '.
           02 ST-E-QTD        PIC ZZZZZ9.
       01  ST-LIMIAR.
           02 FILLER          PIC X(33) VALUE
              'LIMIAR DE ALERTA (PONTOS)....... '.
           02 ST-L-LIMIAR     PIC Z9,9.
       01  ST-REFERENCIA.
           02 FILLER          PIC X(40) VALUE
              'REFERENCIA - NOTAS GERAIS DO FECHAMENTO '.
           02 ST-R-ANO        PIC 9(04).
           02 FILLER          PIC X(01) VALUE '/'.
           02 ST-R-PERIODO    PIC 9(01).
           02 FILLER          PIC X(11) VALUE ' (ACADHIST)'.
       01  ST-SEM-REFERENCIA  PIC X(40) VALUE
              'ACADHIST SEM FECHAMENTO PARA REFERENCIA'.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'ESTATISTICA ABANDONADA - GRADSTAT NAO GERADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-PROCESSAR UNTIL FIM-SUBJGRD
                                         OR ABANDONAR-LOTE
               IF NOT ABANDONAR-LOTE
                   PERFORM 0300-LER-FECHAMENTO
               END-IF
               IF ABANDONAR-LOTE
                   DISPLAY 'MAIS DE 400 GRUPOS MATERIA X TURMA X'
                           ' BIMESTRE - GRADSTAT NAO GERADO'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0400-ORDENAR-GRUPOS
                   PERFORM 0500-MEDIA-DA-ESCOLA
                   PERFORM 0600-IMPRIMIR-ESTATISTICA
                   PERFORM 0900-FINALIZAR
               END-IF
           END-IF.
           IF WRK-FS-SUBJGRD NOT = '35'
               CLOSE SUBJECT-GRADES
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-MATERIAS.
           PERFORM 0140-CARREGAR-LIMIAR.

           OPEN INPUT SUBJECT-GRADES.
           IF WRK-FS-SUBJGRD NOT = '00'
               MOVE 'PROGCOB123' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'SUBJGRD   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-SUBJGRD TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0110-LER-NOTA
           END-IF.

           PERFORM VARYING WRK-BIM FROM 1 BY 1 UNTIL WRK-BIM > 4
               MOVE ZEROS TO WRK-ESC-QTD(WRK-BIM)
                             WRK-ESC-SOMA(WRK-BIM)
                             WRK-ESC-MEDIA(WRK-BIM)
           END-PERFORM.

       0110-LER-NOTA.
           READ SUBJECT-GRADES
               AT END
                   MOVE 'S' TO WRK-EOF-SUBJGRD
           END-READ.

       0120-CARREGAR-MATERIAS.
           OPEN INPUT SUBJECT-TABLE.
           IF WRK-FS-SUBJTAB = '00'
               PERFORM 0130-LER-MATERIA
               PERFORM UNTIL FIM-SUBJTAB
                              OR WRK-MT-QTD = 99
                   ADD 1 TO WRK-MT-QTD
                   MOVE MT-CODIGO    TO WRK-MT-CODIGO(WRK-MT-QTD)
                   MOVE MT-DESCRICAO TO WRK-MT-DESCRICAO(WRK-MT-QTD)
                   PERFORM 0130-LER-MATERIA
               END-PERFORM
               CLOSE SUBJECT-TABLE
           END-IF.

       0130-LER-MATERIA.
           READ SUBJECT-TABLE
               AT END
                   MOVE 'S' TO WRK-EOF-SUBJTAB
           END-READ.

      *    O LIMIAR E OPCIONAL: SEM O STATPARM (OU COM ZERO), VALE
      *    O 1,5 DO VALUE DA WORKING-STORAGE
       0140-CARREGAR-LIMIAR.
           OPEN INPUT STATISTICS-PARAMETERS.
           IF WRK-FS-STATPARM = '00'
               READ STATISTICS-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-LIMIAR > ZEROS
                           MOVE SP-LIMIAR TO WRK-LIMIAR
                       END-IF
               END-READ
               CLOSE STATISTICS-PARAMETERS
           END-IF.

      *    CADA LINHA DO SUBJGRD ALIMENTA OS QUATRO BIMESTRES DA
      *    MATERIA NA TURMA
       0200-PROCESSAR.
           MOVE '1'        TO WRK-ORIGEM.
           MOVE SG-MATERIA TO WRK-MATERIA.
           MOVE SG-TURMA   TO WRK-TURMA.
           PERFORM VARYING WRK-BIM FROM 1 BY 1
                           UNTIL WRK-BIM > 4 OR ABANDONAR-LOTE
               MOVE SG-NOTA(WRK-BIM) TO WRK-NOTA
               PERFORM 0210-ACUMULAR-NOTA
               IF WRK-NOTA > ZEROS AND WRK-NOTA NOT > 10
                   ADD 1 TO WRK-ESC-QTD(WRK-BIM)
                   ADD WRK-NOTA TO WRK-ESC-SOMA(WRK-BIM)
               END-IF
           END-PERFORM.

           PERFORM 0110-LER-NOTA.

      *    NOTA ZERADA AINDA NAO FOI LANCADA; ACIMA DE 10 E APONTADA
      *    E FICA DE FORA
       0210-ACUMULAR-NOTA.
           EVALUATE TRUE
               WHEN WRK-NOTA = ZEROS
                   CONTINUE
               WHEN WRK-NOTA > 10
                   ADD 1 TO WRK-QT-INVALIDAS
               WHEN OTHER
                   PERFORM 0220-LOCALIZAR-GRUPO
                   IF WRK-IDX-GR > ZEROS
                       ADD 1 TO WRK-QT-NOTAS
                       ADD 1 TO WRK-GR-NOTAS(WRK-IDX-GR)
                       ADD WRK-NOTA TO WRK-GR-SOMA(WRK-IDX-GR)
                       COMPUTE WRK-GR-SOMA-QUAD(WRK-IDX-GR) =
                               WRK-GR-SOMA-QUAD(WRK-IDX-GR)
                             + (WRK-NOTA * WRK-NOTA)
                       COMPUTE WRK-POS = (WRK-NOTA * 10) + 1
                       ADD 1 TO WRK-GR-CONTA(WRK-IDX-GR, WRK-POS)
                   END-IF
           END-EVALUATE.

       0220-LOCALIZAR-GRUPO.
           MOVE ZEROS TO WRK-IDX-GR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-GR-QTD
                              OR WRK-IDX-GR > ZEROS
               IF WRK-GR-ORIGEM(WRK-IDX)  = WRK-ORIGEM
                  AND WRK-GR-MATERIA(WRK-IDX) = WRK-MATERIA
                  AND WRK-GR-TURMA(WRK-IDX)   = WRK-TURMA
                  AND WRK-GR-BIM(WRK-IDX)     = WRK-BIM
                   MOVE WRK-IDX TO WRK-IDX-GR
               END-IF
           END-PERFORM.
           IF WRK-IDX-GR = ZEROS
               IF WRK-GR-QTD = 400
                   MOVE 'S' TO WRK-ABANDONAR
               ELSE
                   ADD 1 TO WRK-GR-QTD
                   MOVE WRK-GR-QTD  TO WRK-IDX-GR
                   MOVE WRK-ORIGEM  TO WRK-GR-ORIGEM(WRK-IDX-GR)
                   MOVE WRK-MATERIA TO WRK-GR-MATERIA(WRK-IDX-GR)
                   MOVE WRK-TURMA   TO WRK-GR-TURMA(WRK-IDX-GR)
                   MOVE WRK-BIM     TO WRK-GR-BIM(WRK-IDX-GR)
                   MOVE ZEROS TO WRK-GR-NOTAS(WRK-IDX-GR)
                                 WRK-GR-SOMA(WRK-IDX-GR)
                                 WRK-GR-SOMA-QUAD(WRK-IDX-GR)
                   PERFORM VARYING WRK-POS FROM 1 BY 1
                                   UNTIL WRK-POS > 101
                       MOVE ZEROS TO WRK-GR-CONTA(WRK-IDX-GR, WRK-POS)
                   END-PERFORM
               END-IF
           END-IF.

      *    O ACADHIST E OPCIONAL: A PRIMEIRA LEITURA ACHA O ULTIMO
      *    FECHAMENTO (ANO + PERIODO) E A SEGUNDA JUNTA AS NOTAS
      *    GERAIS DELE POR TURMA E BIMESTRE (ORIGEM 2, MATERIA 00)
       0300-LER-FECHAMENTO.
           OPEN INPUT ACADEMIC-HISTORY.
           IF WRK-FS-ACADHIST = '00'
               PERFORM 0310-LER-HISTORICO
               PERFORM UNTIL FIM-ACADHIST
                   COMPUTE WRK-ANO-PER = (AH-ANO * 10) + AH-PERIODO
                   IF WRK-ANO-PER > WRK-ULTIMO-FECHAM
                       MOVE WRK-ANO-PER TO WRK-ULTIMO-FECHAM
                   END-IF
                   PERFORM 0310-LER-HISTORICO
               END-PERFORM
               CLOSE ACADEMIC-HISTORY

               MOVE 'N' TO WRK-EOF-ACADHIST
               OPEN INPUT ACADEMIC-HISTORY
               PERFORM 0310-LER-HISTORICO
               PERFORM UNTIL FIM-ACADHIST OR ABANDONAR-LOTE
                   COMPUTE WRK-ANO-PER = (AH-ANO * 10) + AH-PERIODO
                   IF WRK-ANO-PER = WRK-ULTIMO-FECHAM
                       MOVE '2'      TO WRK-ORIGEM
                       MOVE ZEROS    TO WRK-MATERIA
                       MOVE AH-TURMA TO WRK-TURMA
                       PERFORM VARYING WRK-BIM FROM 1 BY 1
                                       UNTIL WRK-BIM > 4
                                          OR ABANDONAR-LOTE
                           MOVE AH-NOTA(WRK-BIM) TO WRK-NOTA
                           PERFORM 0210-ACUMULAR-NOTA
                       END-PERFORM
                   END-IF
                   PERFORM 0310-LER-HISTORICO
               END-PERFORM
               CLOSE ACADEMIC-HISTORY
           END-IF.

       0310-LER-HISTORICO.
           READ ACADEMIC-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-ACADHIST
           END-READ.

      *    ORDEM DO RELATORIO: ORIGEM, MATERIA, TURMA E BIMESTRE
       0400-ORDENAR-GRUPOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX NOT < WRK-GR-QTD
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 > WRK-GR-QTD - WRK-IDX
                   IF WRK-GR-CHAVE(WRK-IDX2) >
                                       WRK-GR-CHAVE(WRK-IDX2 + 1)
                       MOVE WRK-GR-ITEM(WRK-IDX2) TO WRK-GR-TROCA
                       MOVE WRK-GR-ITEM(WRK-IDX2 + 1)
                         TO WRK-GR-ITEM(WRK-IDX2)
                       MOVE WRK-GR-TROCA
                         TO WRK-GR-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0500-MEDIA-DA-ESCOLA.
           PERFORM VARYING WRK-BIM FROM 1 BY 1 UNTIL WRK-BIM > 4
               IF WRK-ESC-QTD(WRK-BIM) > ZEROS
                   COMPUTE WRK-ESC-MEDIA(WRK-BIM) ROUNDED =
                           WRK-ESC-SOMA(WRK-BIM)
                         / WRK-ESC-QTD(WRK-BIM)
               END-IF
           END-PERFORM.

       0600-IMPRIMIR-ESTATISTICA.
           OPEN OUTPUT STATISTICS-RPT.
           MOVE 'ESTATISTICA DAS NOTAS POR MATERIA' TO RW-TITULO.
           MOVE ST-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-LIMIAR TO ST-L-LIMIAR.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE ST-LINHA FROM ST-LIMIAR.
           PERFORM VARYING WRK-BIM FROM 1 BY 1 UNTIL WRK-BIM > 4
               MOVE WRK-BIM                TO ST-E-BIM
               MOVE WRK-ESC-MEDIA(WRK-BIM) TO ST-E-MEDIA
               MOVE WRK-ESC-QTD(WRK-BIM)   TO ST-E-QTD
               PERFORM 0700-QUEBRA-PAGINA
               WRITE ST-LINHA FROM ST-ESCOLA
           END-PERFORM.

           PERFORM VARYING WRK-IDX-GR FROM 1 BY 1
                           UNTIL WRK-IDX-GR > WRK-GR-QTD
               IF WRK-GR-ORIGEM(WRK-IDX-GR) = '2'
                  AND (WRK-IDX-GR = 1
                       OR WRK-GR-ORIGEM(WRK-IDX-GR - 1) = '1')
                   PERFORM 0650-ABRIR-REFERENCIA
               END-IF
               PERFORM 0610-CALCULAR-GRUPO
               PERFORM 0620-IMPRIMIR-GRUPO
           END-PERFORM.
           IF WRK-ULTIMO-FECHAM = ZEROS
               PERFORM 0700-QUEBRA-PAGINA
               WRITE ST-LINHA FROM ST-SEM-REFERENCIA
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE ST-LINHA FROM RW-TRAILER.
           CLOSE STATISTICS-RPT.

      *    MEDIA E DESVIO PADRAO (POPULACIONAL) PELAS SOMAS; MEDIANA,
      *    MENOR, MAIOR E FAIXAS PELA CONTAGEM DE CADA NOTA
       0610-CALCULAR-GRUPO.
           COMPUTE WRK-MEDIA ROUNDED =
                   WRK-GR-SOMA(WRK-IDX-GR) / WRK-GR-NOTAS(WRK-IDX-GR).
           COMPUTE WRK-VARIANCIA ROUNDED =
                   (WRK-GR-SOMA-QUAD(WRK-IDX-GR)
                    / WRK-GR-NOTAS(WRK-IDX-GR))
                 - ((WRK-GR-SOMA(WRK-IDX-GR)
                    / WRK-GR-NOTAS(WRK-IDX-GR)) ** 2).
           IF WRK-VARIANCIA > ZEROS
               COMPUTE WRK-DESVIO ROUNDED = WRK-VARIANCIA ** 0,5
           ELSE
               MOVE ZEROS TO WRK-DESVIO
           END-IF.

           DIVIDE WRK-GR-NOTAS(WRK-IDX-GR) BY 2
               GIVING WRK-POSICAO1 REMAINDER WRK-POSICAO2.
           IF WRK-POSICAO2 = ZEROS
               COMPUTE WRK-POSICAO2 = WRK-POSICAO1 + 1
           ELSE
               ADD 1 TO WRK-POSICAO1
               MOVE WRK-POSICAO1 TO WRK-POSICAO2
           END-IF.

           MOVE ZEROS TO WRK-ACUMULADO.
           MOVE 'N' TO WRK-ACHOU1 WRK-ACHOU2.
           MOVE 99 TO WRK-MINIMO.
           MOVE ZEROS TO WRK-MAXIMO.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 10
               MOVE ZEROS TO WRK-FX-QTD(WRK-FAIXA)
           END-PERFORM.
           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 101
               IF WRK-GR-CONTA(WRK-IDX-GR, WRK-POS) > ZEROS
                   COMPUTE WRK-NOTA = (WRK-POS - 1) / 10
                   IF WRK-NOTA < WRK-MINIMO
                       MOVE WRK-NOTA TO WRK-MINIMO
                   END-IF
                   MOVE WRK-NOTA TO WRK-MAXIMO
                   ADD WRK-GR-CONTA(WRK-IDX-GR, WRK-POS)
                     TO WRK-ACUMULADO
                   IF WRK-ACHOU1 = 'N'
                      AND WRK-ACUMULADO NOT < WRK-POSICAO1
                       MOVE WRK-NOTA TO WRK-VALOR1
                       MOVE 'S' TO WRK-ACHOU1
                   END-IF
                   IF WRK-ACHOU2 = 'N'
                      AND WRK-ACUMULADO NOT < WRK-POSICAO2
                       MOVE WRK-NOTA TO WRK-VALOR2
                       MOVE 'S' TO WRK-ACHOU2
                   END-IF
                   COMPUTE WRK-FAIXA = ((WRK-POS - 1) / 10) + 1
                   IF WRK-FAIXA > 10
                       MOVE 10 TO WRK-FAIXA
                   END-IF
                   ADD WRK-GR-CONTA(WRK-IDX-GR, WRK-POS)
                     TO WRK-FX-QTD(WRK-FAIXA)
               END-IF
           END-PERFORM.
           COMPUTE WRK-MEDIANA ROUNDED = (WRK-VALOR1 + WRK-VALOR2) / 2.

      *    SO AS MATERIAS DO SUBJGRD SAO COMPARADAS COM A ESCOLA; A
      *    REFERENCIA DO ACADHIST SAI SEM ALERTA
       0620-IMPRIMIR-GRUPO.
           ADD 1 TO WRK-QT-GRUPOS.
           MOVE WRK-GR-MATERIA(WRK-IDX-GR) TO ST-D-MATERIA.
           IF WRK-GR-ORIGEM(WRK-IDX-GR) = '2'
               MOVE 'GERAL DA TURMA' TO ST-D-DESCRICAO
           ELSE
               MOVE 'NAO CADASTRADA' TO ST-D-DESCRICAO
               PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                               UNTIL WRK-IDX-MAT > WRK-MT-QTD
                   IF WRK-MT-CODIGO(WRK-IDX-MAT) =
                                       WRK-GR-MATERIA(WRK-IDX-GR)
                       MOVE WRK-MT-DESCRICAO(WRK-IDX-MAT)
                         TO ST-D-DESCRICAO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WRK-GR-TURMA(WRK-IDX-GR) TO ST-D-TURMA.
           MOVE WRK-GR-BIM(WRK-IDX-GR)   TO ST-D-BIM.
           MOVE WRK-GR-NOTAS(WRK-IDX-GR) TO ST-D-QTD.
           MOVE WRK-MEDIA   TO ST-D-MEDIA.
           MOVE WRK-MEDIANA TO ST-D-MEDIANA.
           MOVE WRK-DESVIO  TO ST-D-DESVIO.
           MOVE WRK-MINIMO  TO ST-D-MINIMO.
           MOVE WRK-MAXIMO  TO ST-D-MAXIMO.

           MOVE SPACES TO ST-D-ALERTA.
           IF WRK-GR-ORIGEM(WRK-IDX-GR) = '1'
               MOVE WRK-GR-BIM(WRK-IDX-GR) TO WRK-BIM
               COMPUTE WRK-DIFERENCA =
                       WRK-MEDIA - WRK-ESC-MEDIA(WRK-BIM)
               IF WRK-DIFERENCA > WRK-LIMIAR
                   MOVE 'ACIMA ' TO ST-D-SENTIDO
                   MOVE WRK-DIFERENCA TO ST-D-DIFERENCA
                   ADD 1 TO WRK-QT-ALERTAS
               END-IF
               IF WRK-DIFERENCA < ZEROS
                  AND (WRK-DIFERENCA * -1) > WRK-LIMIAR
                   MOVE 'ABAIXO' TO ST-D-SENTIDO
                   MOVE WRK-DIFERENCA TO ST-D-DIFERENCA
                   ADD 1 TO WRK-QT-ALERTAS
               END-IF
           END-IF.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE ST-LINHA FROM ST-DETALHE.

           PERFORM VARYING WRK-FAIXA FROM 1 BY 1 UNTIL WRK-FAIXA > 10
               COMPUTE ST-H-ROTULO(WRK-FAIXA) = WRK-FAIXA - 1
               MOVE WRK-FX-QTD(WRK-FAIXA) TO ST-H-QTD(WRK-FAIXA)
           END-PERFORM.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE ST-LINHA FROM ST-HISTOGRAMA.

      *    A REFERENCIA DO ACADHIST COMECA EM PAGINA PROPRIA
       0650-ABRIR-REFERENCIA.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           DIVIDE WRK-ULTIMO-FECHAM BY 10
               GIVING ST-R-ANO REMAINDER ST-R-PERIODO.
           PERFORM 0700-QUEBRA-PAGINA.
           WRITE ST-LINHA FROM ST-REFERENCIA.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0700-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE ST-LINHA FROM RW-CABECALHO1
               WRITE ST-LINHA FROM RW-CABECALHO2
               WRITE ST-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'NOTAS CONSIDERADAS....... ' WRK-QT-NOTAS.
           DISPLAY 'NOTAS ACIMA DE 10........ ' WRK-QT-INVALIDAS.
           DISPLAY 'GRUPOS NO RELATORIO...... ' WRK-QT-GRUPOS.
           DISPLAY 'MATERIAS EM ALERTA....... ' WRK-QT-ALERTAS.
           IF WRK-QT-ALERTAS > ZEROS
              OR WRK-QT-INVALIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
