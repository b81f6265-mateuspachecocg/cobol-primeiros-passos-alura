      *            QUE A TABELA DE 120 ABANDONA A SESSAO (RC 12,
      *            ARQUIVO INTACTO) EM VEZ DE PERDER O EXCEDENTE NA
      *            REGRAVACAO
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-TB-ANOMES  PIC 9(06).
               03 WRK-TB-STATUS  PIC X(01).
               03 WRK-TB-USUARIO PIC X(08).
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           IF APROVADOR-AUTORIZADO
               PERFORM 0120-CARREGAR-PERIODOS

               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
           STRING 'PERIODO ' WRK-ANOMES
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0900-FINALIZAR.
