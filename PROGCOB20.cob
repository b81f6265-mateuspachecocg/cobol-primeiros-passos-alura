      *            E O FECHAMENTO PASSOU A GRAVA-LA, PARA O
      *            HISTORICO ESCOLAR (PROGCOB42) VIRAR CONSULTA POR
      *            NUMERO
      * ALTERADO = 15/10/2026 - O RESUMO POR TURMA TAMBEM SAI PARA
      *            PLANILHA NO TERMCSV (SUBROTINA PROGCOB152, COPYBOOK
      *            CSVLINP): UMA LINHA POR TURMA COM AS CINCO SITUACOES,
      *            SEPARADOR ';', E A LINHA DE CONTROLE COM A QUANTIDADE
      *            DE TURMAS E O TOTAL DE CADA SITUACAO - A SECRETARIA
      *            REDIGITAVA O TERMRPT
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACADHIST.

           SELECT TERM-SUMMARY-CSV ASSIGN TO 'TERMCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMCSV.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           02 AH-STATUS      PIC X(11).
           02 AH-MATRICULA   PIC 9(06).

       FD  TERM-SUMMARY-CSV.
       01  TC-LINHA            PIC X(300).

       WORKING-STORAGE SECTION.
       77 WRK-NOTA1         PIC 9(02)V9  VALUE ZEROS.
       77 WRK-NOTA2         PIC 9(02)V9  VALUE ZEROS.
       77 WRK-PISO-FREQ     PIC 9(03)    VALUE 75.
       77 WRK-QT-ALUNOS     PIC 9(04)    VALUE ZEROS.
       77 WRK-FS-ACADHIST   PIC X(02)    VALUE ZEROS.
       77 WRK-FS-TERMCSV    PIC X(02)    VALUE ZEROS.
      *    TOTAIS DA LINHA DE CONTROLE DA EXPORTACAO PARA PLANILHA
       77 WRK-CSV-APROVADO  PIC 9(06)    VALUE ZEROS.
       77 WRK-CSV-RECUP     PIC 9(06)    VALUE ZEROS.
       77 WRK-CSV-EXAME     PIC 9(06)    VALUE ZEROS.
       77 WRK-CSV-REPROV    PIC 9(06)    VALUE ZEROS.
       77 WRK-CSV-REPFALTA  PIC 9(06)    VALUE ZEROS.
       01 WRK-DATASYS       PIC 9(08)    VALUE ZEROS.
       01 WRK-DATASYS-R REDEFINES WRK-DATASYS.
           02 WRK-DT-ANO    PIC 9(04).
           02 TR-D-REPFALTA     PIC ZZZ9.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           OPEN OUTPUT TERM-SUMMARY-CSV.
           MOVE 'TURMA;APROVADO;RECUPERACAO;EXAME;REPROVADO;REPR FALTA'
             TO TC-LINHA.
           WRITE TC-LINHA.

           OPEN EXTEND ACADEMIC-HISTORY.
           IF WRK-FS-ACADHIST = '05' OR WRK-FS-ACADHIST = '35'
               OPEN OUTPUT ACADEMIC-HISTORY
               PERFORM 0310-QUEBRA-PAGINA
               WRITE TR-LINHA FROM TR-DETALHE
               DISPLAY TR-LINHA
               PERFORM 0320-EXPORTAR-TURMA
           END-PERFORM.
           PERFORM 0330-EXPORTAR-CONTROLE.

           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE STUDENT-FILE.
           CLOSE TERM-SUMMARY-RPT.
           CLOSE ACADEMIC-HISTORY.
           CLOSE TERM-SUMMARY-CSV.
      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0310-QUEBRA-PAGINA.
               WRITE TR-LINHA FROM RW-COLUNAS
           END-IF.

      *    A MESMA LINHA DA TURMA PARA A PLANILHA
       0320-EXPORTAR-TURMA.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE WRK-TB-TURMA(WRK-TB-IDX) TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-TB-APROVADO(WRK-TB-IDX) TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-RECUP(WRK-TB-IDX)    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-EXAME(WRK-TB-IDX)    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-REPROV(WRK-TB-IDX)   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-REPFALTA(WRK-TB-IDX) TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE TC-LINHA FROM CSV-LINHA.

           ADD WRK-TB-APROVADO(WRK-TB-IDX) TO WRK-CSV-APROVADO.
           ADD WRK-TB-RECUP(WRK-TB-IDX)    TO WRK-CSV-RECUP.
           ADD WRK-TB-EXAME(WRK-TB-IDX)    TO WRK-CSV-EXAME.
           ADD WRK-TB-REPROV(WRK-TB-IDX)   TO WRK-CSV-REPROV.
           ADD WRK-TB-REPFALTA(WRK-TB-IDX) TO WRK-CSV-REPFALTA.

      *    LINHA DE CONTROLE: QUANTIDADE DE TURMAS E TOTAL DE CADA
      *    SITUACAO (A SOMA DAS CINCO BATE COM OS ALUNOS PROCESSADOS)
       0330-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-TB-QTD       TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-APROVADO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-RECUP    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-EXAME    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-REPROV   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-REPFALTA TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE TC-LINHA FROM CSV-LINHA.
