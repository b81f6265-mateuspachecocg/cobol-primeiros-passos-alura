      *            TABELA DE 2000 O CORTE E ABANDONADO (RC 12,
      *            ARQUIVOS INTACTOS) EM VEZ DE APAGAR LINHAS DA
      *            TRILHA NA REGRAVACAO
      * ALTERADO = 15/10/2026 - TRILHA COM HASH ENCADEADO (AT-HASH):
      *            O CORTE SO ACEITA O MES MAIS ANTIGO DA TRILHA
      *            (MES ANTERIOR AINDA NO AUDITTRL ABANDONA COM RC
      *            12, ARQUIVOS INTACTOS), PARA O AUDARCH SEGUIDO
      *            DO AUDITTRL CONTINUAR NA ORDEM DA CORRENTE; E A
      *            TRILHA REGRAVADA GANHA UMA LINHA ENCADEADA DO
      *            PROPRIO CORTE (PROGCOB128), PARA A TRILHA NUNCA
      *            PERDER O ULTIMO ELO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'AUDITTRL.COB'.

       FD  AUDIT-ARCHIVE.
       01  AA-LINHA            PIC X(130).

       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
          88 TABELA-CHEIA   VALUE 'S'.
       77 WRK-QT-MANTIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ANTERIORES PIC 9(07) VALUE ZEROS.
       77 WRK-FORA-ORDEM    PIC X(01) VALUE 'N'.
          88 CORTE-FORA-DE-ORDEM VALUE 'S'.
      *    ULTIMO ELO SELADO NO MORTO; SE NENHUMA LINHA FICAR NA
      *    TRILHA, A LINHA DO CORTE ENCADEIA SOBRE ELE
       77 WRK-HASH-SELADO   PIC 9(12) VALUE ZEROS.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HASH-TOTAL    PIC 9(15) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
      *    AS LINHAS QUE FICAM SAO SEGURADAS EM TABELA PARA REGRAVAR
       01  WRK-TB-MANTIDAS.
           02 WRK-TB-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-LINHA.
                  04 FILLER        PIC X(114).
                  04 WRK-TB-HASH   PIC X(12).
       01  AA-TRAILER.
           02 FILLER           PIC X(08) VALUE 'TRAILER '.
           02 AA-T-ANOMES      PIC 9(06).
           02 FILLER           PIC X(06) VALUE ' HASH '.
           02 AA-T-HASH        PIC 9(15).
           COPY 'FSERRP.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-EOF-AUDITTRL
           END-IF.
           IF CORTE-FORA-DE-ORDEM
               DISPLAY 'AUDITTRL COM ' WRK-QT-ANTERIORES ' LINHAS DE'
                       ' MESES ANTERIORES A ' WRK-ANOMES
               DISPLAY 'CORTE OS MESES EM ORDEM - CORTE ABANDONADO'
                       ' - ARQUIVOS INTACTOS'
               MOVE 12 TO RETURN-CODE
               MOVE 'S' TO WRK-EOF-AUDITTRL
           END-IF.
           PERFORM 0200-SEPARAR UNTIL FIM-AUDITTRL.

           EVALUATE TRUE
               WHEN TABELA-CHEIA
               WHEN CORTE-FORA-DE-ORDEM
                   CONTINUE
               WHEN WRK-QT-SELADAS = ZEROS
                   DISPLAY 'NENHUMA LINHA DO MES ' WRK-ANOMES
               MOVE 'S' TO WRK-EOF-AUDITTRL
           ELSE
               PERFORM 0130-CRITICAR-VOLUME
               IF NOT TABELA-CHEIA AND NOT CORTE-FORA-DE-ORDEM
                   OPEN EXTEND AUDIT-ARCHIVE
                   IF WRK-FS-AUDARCH = '05'
                      OR WRK-FS-AUDARCH = '35'
           END-IF.

      *    PASSADA PREVIA: CONTA AS LINHAS DE OUTROS MESES (QUE
      *    VOLTAM PARA A TRILHA) ANTES DE GRAVAR QUALQUER COISA, E
      *    AS DE MESES ANTERIORES AO CORTADO, QUE QUEBRARIAM A ORDEM
      *    DA CORRENTE ENTRE O MORTO E A TRILHA
       0130-CRITICAR-VOLUME.
           PERFORM 0110-LER-AUDITORIA.
           PERFORM UNTIL FIM-AUDITTRL
               IF WRK-ANOMES-REG NOT = WRK-ANOMES
                   ADD 1 TO WRK-QT-MANTER
               END-IF
               IF WRK-ANOMES-REG < WRK-ANOMES
                   ADD 1 TO WRK-QT-ANTERIORES
               END-IF
               PERFORM 0110-LER-AUDITORIA
           END-PERFORM.
           IF WRK-QT-MANTER > 2000
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.
           IF WRK-QT-ANTERIORES > ZEROS
               MOVE 'S' TO WRK-FORA-ORDEM
           END-IF.
           MOVE 'N' TO WRK-EOF-AUDITTRL.
           CLOSE AUDIT-TRAIL.
           IF NOT TABELA-CHEIA AND NOT CORTE-FORA-DE-ORDEM
               OPEN INPUT AUDIT-TRAIL
           END-IF.

               ADD 1 TO WRK-QT-SELADAS
               ADD AT-DATA TO WRK-HASH-TOTAL
               ADD AT-HORA TO WRK-HASH-TOTAL
               IF AT-HASH IS NUMERIC
                   MOVE AT-HASH TO WRK-HASH-SELADO
               ELSE
                   MOVE ZEROS TO WRK-HASH-SELADO
               END-IF
               WRITE AA-LINHA FROM AT-REGISTRO
           ELSE
               IF WRK-TB-QTD < 2000
               MOVE WRK-TB-LINHA(WRK-IDX) TO AT-REGISTRO
               WRITE AT-REGISTRO
           END-PERFORM.
           PERFORM 0410-REGISTRAR-CORTE.
           CLOSE AUDIT-TRAIL.

      *    A LINHA DO CORTE ENCADEIA SOBRE A ULTIMA LINHA MANTIDA OU,
      *    SEM NENHUMA, SOBRE A ULTIMA SELADA NO MORTO
       0410-REGISTRAR-CORTE.
           IF WRK-TB-QTD > ZEROS
               IF WRK-TB-HASH(WRK-TB-QTD) IS NUMERIC
                   MOVE WRK-TB-HASH(WRK-TB-QTD) TO AH-HASH-ANTERIOR
               ELSE
                   MOVE ZEROS TO AH-HASH-ANTERIOR
               END-IF
           ELSE
               MOVE WRK-HASH-SELADO TO AH-HASH-ANTERIOR
           END-IF.
           MOVE 'P' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE WRK-DATASYS       TO AT-DATA.
           MOVE WRK-HORASYS       TO AT-HORA.
           MOVE 'BATCH'           TO AT-USUARIO.
           MOVE 'PROGCOB49'       TO AT-PROGRAMA.
           MOVE 'CORTE DA TRILHA' TO AT-OPERACAO.
           MOVE SPACES            TO AT-ENTRADA AT-RESULTADO.
           STRING 'MES ' WRK-ANOMES
               DELIMITED BY SIZE INTO AT-ENTRADA.
           STRING WRK-QT-SELADAS ' LINHAS SELADAS NO MORTO'
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'LINHAS SELADAS NO MORTO.. ' WRK-QT-SELADAS.
