      *     PROGCOB41 E PROGCOB18; A LINHA DO AUDIT-TRAIL CARREGA O
      *     VALOR ANTIGO E O NOVO
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-TB-MEDIA   PIC 9(03)V99.
               03 WRK-TB-STATUS  PIC X(11).
               03 WRK-TB-MATR    PIC 9(06).
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                   MOVE 'S' TO WRK-EOF-GRDCORR
               END-IF

               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
           STRING GC-CAMPO ' DE ' GC-VALOR-ANTIGO
                  ' PARA ' GC-VALOR-NOVO ' - ' GC-MOTIVO
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0600-REGRAVAR-HISTORICO.
