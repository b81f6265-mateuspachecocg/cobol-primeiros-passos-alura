      *            O WRITE FALTAVA) E O RUN-LOG PASSOU A CONTAR OS
      *            REJEITADOS POR CENTRO DESCONHECIDO EM
      *            RLP-LIDOS/RLP-REJEITADOS
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 MR-D-SAL-PROJ     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           STRING WRK-MATRICULA ' ' WRK-NOME
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE WRK-SALARIO-ED TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.


