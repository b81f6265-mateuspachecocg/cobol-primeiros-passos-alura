       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: DOCUMENTOS ESCOLARES DA SECRETARIA, PELA MATRICULA
      *     DO ALUNO (STD-MATRICULA): DECLARACAO DE MATRICULA (NOME,
      *     TURMA, ANO LETIVO E DATA DA MATRICULA, DO STUDENT-FILE)
      *     OU CERTIFICADO DE CONCLUSAO (TODOS OS PERIODOS DO
      *     HISTORICO ACADEMICO ACADHIST, COM MEDIA E SITUACAO - SO
      *     SAI COM O ULTIMO PERIODO APROVADO E NENHUM PERIODO EM
      *     RECUPERACAO OU EXAME). O DOCUMENTO SAI NO DOCPRT COM
      *     NUMERO SEQUENCIAL (CONTROLE DOCCTL) E CODIGO DE
      *     VERIFICACAO, E FICA NO REGISTRO DE DOCUMENTOS (DOCREG,
      *     COPYBOOK DOCREG). A OPCAO 'V' CONFERE NUMERO E CODIGO DE
      *     UM PAPEL APRESENTADO CONTRA O REGISTRO - A DECLARACAO
      *     DEIXA DE SER DIGITADA NO EDITOR DE TEXTO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO 'STUDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDENT.

           SELECT ACADEMIC-HISTORY ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACADHIST.

           SELECT DOCUMENT-CONTROL ASSIGN TO 'DOCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCCTL.

           SELECT DOCUMENT-REGISTER ASSIGN TO 'DOCREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCREG.

           SELECT DOCUMENT-PRINT ASSIGN TO 'DOCPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCPRT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY 'STUDENT.COB'.

       FD  ACADEMIC-HISTORY.
       01  AH-REGISTRO.
           02 AH-NOME        PIC X(20).
           02 AH-ANO         PIC 9(04).
           02 AH-PERIODO     PIC 9(01).
           02 AH-TURMA       PIC X(05).
           02 AH-NOTA1       PIC 9(02)V9.
           02 AH-NOTA2       PIC 9(02)V9.
           02 AH-NOTA3       PIC 9(02)V9.
           02 AH-NOTA4       PIC 9(02)V9.
           02 AH-MEDIA       PIC 9(03)V99.
           02 AH-STATUS      PIC X(11).
           02 AH-MATRICULA   PIC 9(06).

       FD  DOCUMENT-CONTROL.
       01  DK-REGISTRO.
           02 DK-ULTIMO-NUMERO PIC 9(06).

       FD  DOCUMENT-REGISTER.
           COPY 'DOCREG.COB'.

       FD  DOCUMENT-PRINT.
       01  DP-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-STUDENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACADHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-DOCCTL     PIC X(02) VALUE ZEROS.
       77 WRK-FS-DOCREG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-DOCPRT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STUDENT   PIC X(01) VALUE 'N'.
          88 FIM-STUDENT    VALUE 'S'.
       77 WRK-EOF-ACADHIST  PIC X(01) VALUE 'N'.
          88 FIM-ACADHIST   VALUE 'S'.
       77 WRK-EOF-DOCREG    PIC X(01) VALUE 'N'.
          88 FIM-DOCREG     VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
          88 REGISTRO-ACHADO VALUE 'S'.
       77 WRK-TIPO          PIC X(01) VALUE SPACE.
          88 TIPO-DECLARACAO VALUE 'D'.
          88 TIPO-CERTIFICADO VALUE 'C'.
          88 TIPO-VERIFICACAO VALUE 'V'.
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-CODIGO        PIC 9(08) VALUE ZEROS.
       77 WRK-SEMENTE       PIC 9(12) VALUE ZEROS.
       77 WRK-PESO-TIPO     PIC 9(01) VALUE ZEROS.
       77 WRK-QUOC          PIC 9(12) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
       77 WRK-DATA-TEXTO    PIC X(10) VALUE SPACES.
       01  WRK-DATASYS          PIC 9(08) VALUE ZEROS.
       01  WRK-DATASYS-R REDEFINES WRK-DATASYS.
           02 WRK-DS-ANO        PIC 9(04).
           02 WRK-DS-MES        PIC 9(02).
           02 WRK-DS-DIA        PIC 9(02).
       01  WRK-DATA-MATR        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MATR-R REDEFINES WRK-DATA-MATR.
           02 WRK-DM-ANO        PIC 9(04).
           02 WRK-DM-MES        PIC 9(02).
           02 WRK-DM-DIA        PIC 9(02).
       01  WRK-TB-MESES.
           02 WRK-MES PIC X(09) OCCURS 12 TIMES.
      *    PERIODOS DO ALUNO NO HISTORICO, ORDENADOS POR ANO E
      *    PERIODO (A CHAVE E O ANO SEGUIDO DO PERIODO)
       01  WRK-TB-PERIODOS.
           02 WRK-HP-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-HP-ITEM OCCURS 50 TIMES.
               03 WRK-HP-CHAVE.
                   04 WRK-HP-ANO     PIC 9(04).
                   04 WRK-HP-PERIODO PIC 9(01).
               03 WRK-HP-TURMA   PIC X(05).
               03 WRK-HP-NOME    PIC X(20).
               03 WRK-HP-MEDIA   PIC 9(03)V99.
               03 WRK-HP-STATUS  PIC X(11).
       01  WRK-PERIODO-TROCA    PIC X(46).
      *    LINHAS DO DOCUMENTO
       01  DP-TITULO.
           02 FILLER          PIC X(25) VALUE SPACES.
           02 DP-T-TEXTO      PIC X(30).
       01  DP-NUMERACAO.
           02 FILLER          PIC X(14) VALUE 'DOCUMENTO NO. '.
           02 DP-N-NUMERO     PIC 9(06).
           02 FILLER          PIC X(25) VALUE
              '   CODIGO DE VERIFICACAO '.
           02 DP-N-CODIGO     PIC 9(08).
       01  DP-TEXTO           PIC X(80).
       01  DP-PERIODO.
           02 FILLER          PIC X(08) VALUE '    ANO '.
           02 DP-P-ANO        PIC 9(04).
           02 FILLER          PIC X(10) VALUE '  PERIODO '.
           02 DP-P-PERIODO    PIC 9(01).
           02 FILLER          PIC X(08) VALUE '  TURMA '.
           02 DP-P-TURMA      PIC X(05).
           02 FILLER          PIC X(08) VALUE '  MEDIA '.
           02 DP-P-MEDIA      PIC Z9,9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DP-P-STATUS     PIC X(11).
       01  DP-ASSINATURA.
           02 FILLER          PIC X(25) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE ALL '_'.
       01  DP-SECRETARIA.
           02 FILLER          PIC X(31) VALUE SPACES.
           02 FILLER          PIC X(18) VALUE 'SECRETARIA ESCOLAR'.
       01  DP-AVISO1          PIC X(80) VALUE
           'A AUTENTICIDADE DESTE DOCUMENTO PODE SER CONFIRMADA NA'.
       01  DP-AVISO2          PIC X(80) VALUE
           'SECRETARIA PELO NUMERO E PELO CODIGO DE VERIFICACAO.'.
           COPY 'FSERRP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.

           EVALUATE TRUE
               WHEN TIPO-DECLARACAO
                   PERFORM 0200-DECLARACAO
               WHEN TIPO-CERTIFICADO
                   PERFORM 0300-CERTIFICADO
               WHEN TIPO-VERIFICACAO
                   PERFORM 0600-VERIFICAR
               WHEN OTHER
                   DISPLAY 'TIPO DE DOCUMENTO INVALIDO: ' WRK-TIPO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0150-MONTAR-MESES.

           DISPLAY 'DOCUMENTO (D = DECLARACAO DE MATRICULA,'
                   ' C = CERTIFICADO DE CONCLUSAO,'
                   ' V = VERIFICAR AUTENTICIDADE).. '
           ACCEPT WRK-TIPO FROM CONSOLE.

           IF TIPO-DECLARACAO OR TIPO-CERTIFICADO
               DISPLAY 'MATRICULA DO ALUNO.. '
               ACCEPT WRK-MATRICULA FROM CONSOLE
               DISPLAY 'USUARIO RESPONSAVEL.. '
               ACCEPT WRK-USUARIO FROM CONSOLE
           END-IF.

       0150-MONTAR-MESES.
           MOVE 'JANEIRO'   TO WRK-MES(01).
           MOVE 'FEVEREIRO' TO WRK-MES(02).
           MOVE 'MARCO    ' TO WRK-MES(03).
           MOVE 'ABRIL    ' TO WRK-MES(04).
           MOVE 'MAIO     ' TO WRK-MES(05).
           MOVE 'JUNHO    ' TO WRK-MES(06).
           MOVE 'JULHO    ' TO WRK-MES(07).
           MOVE 'AGOSTO   ' TO WRK-MES(08).
           MOVE 'SETEMBRO ' TO WRK-MES(09).
           MOVE 'OUTUBRO  ' TO WRK-MES(10).
           MOVE 'NOVEMBRO ' TO WRK-MES(11).
           MOVE 'DEZEMBRO ' TO WRK-MES(12).

      *    A DECLARACAO E SO PARA ALUNO NO CADASTRO ATUAL; O ANO
      *    LETIVO E O DA EMISSAO
       0200-DECLARACAO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-FS-STUDENT NOT = '00'
               MOVE 'PROGCOB121' TO FSE-PROGRAMA
               MOVE '0200-DECLARACAO     ' TO FSE-PARAGRAFO
               MOVE 'STUDENT   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-STUDENT TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
           ELSE
               PERFORM 0210-LER-ALUNO
               PERFORM UNTIL FIM-STUDENT OR REGISTRO-ACHADO
                   IF STD-MATRICULA = WRK-MATRICULA
                       MOVE 'S' TO WRK-ACHOU
                   ELSE
                       PERFORM 0210-LER-ALUNO
                   END-IF
               END-PERFORM
               IF REGISTRO-ACHADO
                   MOVE 'D'           TO DC-TIPO
                   MOVE STD-MATRICULA TO DC-MATRICULA
                   MOVE STD-NOME      TO DC-NOME
                   MOVE STD-TURMA     TO DC-TURMA
                   PERFORM 0400-NUMERAR-DOCUMENTO
                   PERFORM 0250-IMPRIMIR-DECLARACAO
                   PERFORM 0450-REGISTRAR-DOCUMENTO
               END-IF
               CLOSE STUDENT-FILE
           END-IF.

           IF NOT REGISTRO-ACHADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' NAO ESTA NO CADASTRO DE ALUNOS -'
                       ' DECLARACAO NAO EMITIDA'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0210-LER-ALUNO.
           READ STUDENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-STUDENT
           END-READ.

      *    ALUNO ANTIGO SEM A DATA DA MATRICULA GRAVADA SAI SEM ELA
       0250-IMPRIMIR-DECLARACAO.
           OPEN OUTPUT DOCUMENT-PRINT.
           MOVE 'DECLARACAO DE MATRICULA' TO DP-T-TEXTO.
           PERFORM 0500-IMPRIMIR-CABECALHO.

           MOVE SPACES TO DP-TEXTO.
           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '
                  DELIMITED BY SIZE
                  STD-NOME DELIMITED BY '  '
                  ','
                  DELIMITED BY SIZE INTO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.

           MOVE SPACES TO DP-TEXTO.
           STRING 'MATRICULA ' STD-MATRICULA
                  ', ESTA REGULARMENTE MATRICULADO(A) NA TURMA '
                  STD-TURMA
                  DELIMITED BY SIZE INTO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.

           MOVE STD-DATA-MATRICULA TO WRK-DATA-MATR.
           MOVE SPACES TO DP-TEXTO.
           IF STD-DATA-MATRICULA NOT NUMERIC
              OR STD-DATA-MATRICULA = ZEROS
               STRING 'DESTA ESCOLA NO ANO LETIVO DE ' WRK-DS-ANO '.'
                      DELIMITED BY SIZE INTO DP-TEXTO
           ELSE
               MOVE SPACES TO WRK-DATA-TEXTO
               STRING WRK-DM-DIA '/' WRK-DM-MES '/' WRK-DM-ANO
                      DELIMITED BY SIZE INTO WRK-DATA-TEXTO
               STRING 'DESTA ESCOLA NO ANO LETIVO DE ' WRK-DS-ANO
                      ', COM MATRICULA EM ' WRK-DATA-TEXTO '.'
                      DELIMITED BY SIZE INTO DP-TEXTO
           END-IF.
           WRITE DP-LINHA FROM DP-TEXTO.

           PERFORM 0550-IMPRIMIR-FECHO.
           CLOSE DOCUMENT-PRINT.

      *    O CERTIFICADO LISTA TODOS OS PERIODOS DO HISTORICO E SO
      *    SAI COM O CURSO FECHADO: ULTIMO PERIODO APROVADO E
      *    NENHUM PERIODO AINDA EM RECUPERACAO OU EXAME
       0300-CERTIFICADO.
           OPEN INPUT ACADEMIC-HISTORY.
           IF WRK-FS-ACADHIST NOT = '00'
               MOVE 'PROGCOB121' TO FSE-PROGRAMA
               MOVE '0300-CERTIFICADO    ' TO FSE-PARAGRAFO
               MOVE 'ACADHIST  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-ACADHIST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
           ELSE
               PERFORM 0310-LER-HISTORICO
               PERFORM UNTIL FIM-ACADHIST
                   IF AH-MATRICULA = WRK-MATRICULA
                      AND WRK-MATRICULA > ZEROS
                       PERFORM 0320-GUARDAR-PERIODO
                   END-IF
                   PERFORM 0310-LER-HISTORICO
               END-PERFORM
               CLOSE ACADEMIC-HISTORY
           END-IF.

           PERFORM 0330-ORDENAR-PERIODOS.

           MOVE SPACES TO WRK-MOTIVO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-HP-QTD
               IF WRK-HP-STATUS(WRK-IDX) = 'RECUPERACAO'
                  OR WRK-HP-STATUS(WRK-IDX) = 'EXAME'
                   MOVE 'HISTORICO COM PERIODO PENDENTE'
                     TO WRK-MOTIVO
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-HP-QTD = ZEROS
                   MOVE 'MATRICULA SEM HISTORICO ACADEMICO'
                     TO WRK-MOTIVO
               WHEN WRK-HP-QTD = 50
                   MOVE 'HISTORICO MAIOR QUE A TABELA DE 50'
                     TO WRK-MOTIVO
               WHEN WRK-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN WRK-HP-STATUS(WRK-HP-QTD) NOT = 'APROVADO'
                   MOVE 'ULTIMO PERIODO NAO APROVADO' TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
               MOVE 'C'           TO DC-TIPO
               MOVE WRK-MATRICULA TO DC-MATRICULA
               MOVE WRK-HP-NOME(WRK-HP-QTD)  TO DC-NOME
               MOVE WRK-HP-TURMA(WRK-HP-QTD) TO DC-TURMA
               PERFORM 0400-NUMERAR-DOCUMENTO
               PERFORM 0350-IMPRIMIR-CERTIFICADO
               PERFORM 0450-REGISTRAR-DOCUMENTO
           ELSE
               DISPLAY 'CERTIFICADO NAO EMITIDO - ' WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0310-LER-HISTORICO.
           READ ACADEMIC-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-ACADHIST
           END-READ.

      *    A TABELA CHEIA RECUSA O CERTIFICADO - ELE NAO PODE SAIR
      *    FALTANDO PERIODO
       0320-GUARDAR-PERIODO.
           IF WRK-HP-QTD < 50
               ADD 1 TO WRK-HP-QTD
               MOVE AH-ANO     TO WRK-HP-ANO(WRK-HP-QTD)
               MOVE AH-PERIODO TO WRK-HP-PERIODO(WRK-HP-QTD)
               MOVE AH-TURMA   TO WRK-HP-TURMA(WRK-HP-QTD)
               MOVE AH-NOME    TO WRK-HP-NOME(WRK-HP-QTD)
               MOVE AH-MEDIA   TO WRK-HP-MEDIA(WRK-HP-QTD)
               MOVE AH-STATUS  TO WRK-HP-STATUS(WRK-HP-QTD)
           END-IF.

       0330-ORDENAR-PERIODOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX NOT < WRK-HP-QTD
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 NOT < WRK-HP-QTD
                   IF WRK-HP-CHAVE(WRK-IDX2) >
                              WRK-HP-CHAVE(WRK-IDX2 + 1)
                       MOVE WRK-HP-ITEM(WRK-IDX2)
                         TO WRK-PERIODO-TROCA
                       MOVE WRK-HP-ITEM(WRK-IDX2 + 1)
                         TO WRK-HP-ITEM(WRK-IDX2)
                       MOVE WRK-PERIODO-TROCA
                         TO WRK-HP-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0350-IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT DOCUMENT-PRINT.
           MOVE 'CERTIFICADO DE CONCLUSAO' TO DP-T-TEXTO.
           PERFORM 0500-IMPRIMIR-CABECALHO.

           MOVE SPACES TO DP-TEXTO.
           STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                  DC-NOME DELIMITED BY '  '
                  ', MATRICULA ' DC-MATRICULA ','
                  DELIMITED BY SIZE INTO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE 'CONCLUIU O CURSO NESTA ESCOLA, COM OS RESULTADOS'
             TO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE 'REGISTRADOS NO HISTORICO ACADEMICO:' TO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-HP-QTD
               MOVE WRK-HP-ANO(WRK-IDX)     TO DP-P-ANO
               MOVE WRK-HP-PERIODO(WRK-IDX) TO DP-P-PERIODO
               MOVE WRK-HP-TURMA(WRK-IDX)   TO DP-P-TURMA
               MOVE WRK-HP-MEDIA(WRK-IDX)   TO DP-P-MEDIA
               MOVE WRK-HP-STATUS(WRK-IDX)  TO DP-P-STATUS
               WRITE DP-LINHA FROM DP-PERIODO
           END-PERFORM.

           PERFORM 0550-IMPRIMIR-FECHO.
           CLOSE DOCUMENT-PRINT.

      *    O NUMERO SO ANDA NA EMISSAO; O CONTROLE E REGRAVADO NA
      *    HORA, COMO O STDCTL DAS MATRICULAS
       0400-NUMERAR-DOCUMENTO.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT DOCUMENT-CONTROL.
           IF WRK-FS-DOCCTL = '00'
               READ DOCUMENT-CONTROL
                   AT END
                       MOVE ZEROS TO DK-ULTIMO-NUMERO
               END-READ
               MOVE DK-ULTIMO-NUMERO TO WRK-NUMERO
               CLOSE DOCUMENT-CONTROL
           END-IF.
           ADD 1 TO WRK-NUMERO.

           OPEN OUTPUT DOCUMENT-CONTROL.
           MOVE WRK-NUMERO TO DK-ULTIMO-NUMERO.
           WRITE DK-REGISTRO.
           CLOSE DOCUMENT-CONTROL.

           MOVE WRK-NUMERO  TO DC-NUMERO.
           MOVE WRK-DATASYS TO DC-DATA-EMISSAO.
           MOVE WRK-USUARIO TO DC-USUARIO.
           PERFORM 0420-CALCULAR-CODIGO.
           MOVE WRK-CODIGO  TO DC-CODIGO-VERIF.

      *    O CODIGO MISTURA NUMERO, TIPO, MATRICULA E DATA DE EMISSAO
      *    DO REGISTRO: NAO DA PARA CHUTAR O CODIGO DE UM NUMERO, E
      *    REGISTRO COM UM DESSES CAMPOS ALTERADO DEIXA DE CONFERIR
       0420-CALCULAR-CODIGO.
           IF DC-CERTIFICADO
               MOVE 2 TO WRK-PESO-TIPO
           ELSE
               MOVE 1 TO WRK-PESO-TIPO
           END-IF.
           COMPUTE WRK-SEMENTE = (DC-NUMERO * 7919)
                               + (WRK-PESO-TIPO * 104729)
                               + (DC-MATRICULA * 3571)
                               + (DC-DATA-EMISSAO * 13).
           DIVIDE WRK-SEMENTE BY 99999989 GIVING WRK-QUOC
                                          REMAINDER WRK-CODIGO.

       0450-REGISTRAR-DOCUMENTO.
           OPEN EXTEND DOCUMENT-REGISTER.
           IF WRK-FS-DOCREG = '05' OR WRK-FS-DOCREG = '35'
               OPEN OUTPUT DOCUMENT-REGISTER
           END-IF.
           WRITE DC-REGISTRO.
           CLOSE DOCUMENT-REGISTER.

           DISPLAY 'DOCUMENTO ' DC-NUMERO ' EMITIDO PARA '
                   DC-NOME ' - CODIGO DE VERIFICACAO '
                   DC-CODIGO-VERIF.

       0500-IMPRIMIR-CABECALHO.
           MOVE SPACES TO DP-TEXTO.
           MOVE 'ALURA - SECRETARIA ESCOLAR' TO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.
           WRITE DP-LINHA FROM DP-TITULO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.
           MOVE DC-NUMERO       TO DP-N-NUMERO.
           MOVE DC-CODIGO-VERIF TO DP-N-CODIGO.
           WRITE DP-LINHA FROM DP-NUMERACAO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.

       0550-IMPRIMIR-FECHO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.
           MOVE SPACES TO DP-TEXTO.
           STRING 'EMITIDO EM ' WRK-DS-DIA ' DE ' DELIMITED BY SIZE
                  WRK-MES(WRK-DS-MES) DELIMITED BY SPACE
                  ' DE ' WRK-DS-ANO '.' DELIMITED BY SIZE
               INTO DP-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.
           WRITE DP-LINHA.
           WRITE DP-LINHA FROM DP-ASSINATURA.
           WRITE DP-LINHA FROM DP-SECRETARIA.
           MOVE SPACES TO DP-LINHA.
           WRITE DP-LINHA.
           WRITE DP-LINHA FROM DP-AVISO1.
           WRITE DP-LINHA FROM DP-AVISO2.

      *    CONFERENCIA DE UM PAPEL APRESENTADO: O NUMERO TEM DE
      *    ESTAR NO REGISTRO, O CODIGO DO PAPEL TEM DE SER O DO
      *    REGISTRO E O DO REGISTRO TEM DE BATER COM O RECALCULO
       0600-VERIFICAR.
           DISPLAY 'NUMERO DO DOCUMENTO.. '
           ACCEPT WRK-NUMERO FROM CONSOLE.
           DISPLAY 'CODIGO DE VERIFICACAO.. '
           ACCEPT WRK-CODIGO FROM CONSOLE.

           OPEN INPUT DOCUMENT-REGISTER.
           IF WRK-FS-DOCREG = '00'
               PERFORM 0610-LER-REGISTRO
               PERFORM UNTIL FIM-DOCREG OR REGISTRO-ACHADO
                   IF DC-NUMERO = WRK-NUMERO
                       MOVE 'S' TO WRK-ACHOU
                   ELSE
                       PERFORM 0610-LER-REGISTRO
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN NOT REGISTRO-ACHADO
                   DISPLAY 'DOCUMENTO ' WRK-NUMERO
                           ' NAO CONSTA DO REGISTRO - NAO AUTENTICO'
                   MOVE 8 TO RETURN-CODE
               WHEN DC-CODIGO-VERIF NOT = WRK-CODIGO
                   DISPLAY 'CODIGO DE VERIFICACAO NAO CONFERE -'
                           ' DOCUMENTO NAO AUTENTICO'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0420-CALCULAR-CODIGO
                   IF WRK-CODIGO NOT = DC-CODIGO-VERIF
                       DISPLAY 'REGISTRO DO DOCUMENTO ALTERADO DEPOIS'
                               ' DA EMISSAO - CONSULTAR A DIRECAO'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0620-EXIBIR-DOCUMENTO
                   END-IF
           END-EVALUATE.

           IF WRK-FS-DOCREG NOT = '35'
               CLOSE DOCUMENT-REGISTER
           END-IF.

       0610-LER-REGISTRO.
           READ DOCUMENT-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-DOCREG
           END-READ.

       0620-EXIBIR-DOCUMENTO.
           DISPLAY 'DOCUMENTO AUTENTICO - CONFIRA OS DADOS DO PAPEL:'.
           IF DC-DECLARACAO
               DISPLAY 'TIPO........ DECLARACAO DE MATRICULA'
           ELSE
               DISPLAY 'TIPO........ CERTIFICADO DE CONCLUSAO'
           END-IF.
           DISPLAY 'ALUNO....... ' DC-NOME.
           DISPLAY 'MATRICULA... ' DC-MATRICULA.
           DISPLAY 'TURMA....... ' DC-TURMA.
           DISPLAY 'EMITIDO EM.. ' DC-DATA-EMISSAO
                   ' POR ' DC-USUARIO.
