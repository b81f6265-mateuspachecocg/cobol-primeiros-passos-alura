      *            00 (PROGCOB52) POSTA NO CADASTRO; O EMPMAST
      *            AQUI VIROU SO LEITURA PARA AS CRITICAS DE
      *            EXISTENCIA
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 EX-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 EX-D-MOTIVO     PIC X(25).
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           OPEN INPUT EMP-TRANSACTION.
           OPEN OUTPUT EXCEPTION-LIST.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
               DELIMITED BY SIZE INTO AT-ENTRADA.
           STRING 'EFEITO ' ET-DATA-EFEITO ' R$ ' WRK-SALARIO-ED
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0300-FINALIZAR.
