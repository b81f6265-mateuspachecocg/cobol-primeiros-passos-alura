      *            COPYBOOK REPORTWR): EMPRESA, TITULO, DATA/HORA
      *            DA RODADA, NUMERO DE PAGINA, COLUNAS REPETIDAS
      *            NA QUEBRA E TRAILER COM O TOTAL DE LINHAS
      * ALTERADO = 15/10/2026 - CRIADA A SAIDA 'E' DE FOLHAS DE
      *            EXERCICIOS PARA A ESCOLA: PARA UMA TURMA DO
      *            CLASSLST, O INTERVALO DE TABUADAS E UM NIVEL DE
      *            DIFICULDADE (1 = 12 CONTAS DE MULTIPLICAR, 2 = 20
      *            DE MULTIPLICAR E DIVIDIR, 3 = 30 CONTAS ATE O 12,
      *            COM FATOR EM BRANCO), SAI UMA FOLHA POR ALUNO DO
      *            STUDENT-FILE COM AS CONTAS EMBARALHADAS E OS
      *            BRANCOS PARA PREENCHER (EXERCIC) E O GABARITO DE
      *            CADA FOLHA (GABARITO). O EMBARALHAMENTO PARTE DA
      *            SEMENTE INFORMADA MAIS A MATRICULA DO ALUNO: COM A
      *            MESMA SEMENTE, TABUADAS E NIVEL IMPRESSOS NA
      *            FOLHA, A FOLHA PERDIDA SAI IGUAL PEDINDO SO A
      *            MATRICULA DO ALUNO. A TABUADA CONTINUA SENDO A
      *            SAIDA 'T' DE SEMPRE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABUADA-RPT ASSIGN TO 'TABUADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABUADA.

           SELECT CLASS-LIST ASSIGN TO 'CLASSLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLASSLST.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDENT.

           SELECT EXERCISE-SHEET ASSIGN TO 'EXERCIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXERCIC.

           SELECT ANSWER-KEY ASSIGN TO 'GABARITO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GABARITO.
       DATA DIVISION.
       FILE SECTION.
       FD  TABUADA-RPT.
       01  TB-LINHA         PIC X(80).

       FD  CLASS-LIST.
       01  CL-REGISTRO.
           02 CL-TURMA       PIC X(05).
           02 CL-CAPACIDADE  PIC 9(03).

       FD  STUDENT-FILE.
           COPY 'STUDENT.COB'.

       FD  EXERCISE-SHEET.
       01  EX-LINHA         PIC X(80).

       FD  ANSWER-KEY.
       01  GB-LINHA         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-NUM-INICIO   PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-FIM      PIC 9(02) VALUE ZEROS.
          88 INICIO-VALIDO VALUE 'S'.
       77 WRK-FIM-OK       PIC X(01) VALUE 'S'.
          88 FIM-VALIDO    VALUE 'S'.
       77 WRK-SAIDA        PIC X(01) VALUE 'T'.
          88 SAIDA-FOLHAS  VALUE 'E'.
       77 WRK-TURMA        PIC X(05) VALUE SPACES.
       77 WRK-NIVEL        PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-OK     PIC X(01) VALUE 'S'.
          88 NIVEL-VALIDO  VALUE 'S'.
       77 WRK-SEMENTE      PIC 9(05) VALUE ZEROS.
       77 WRK-SEMENTE-OK   PIC X(01) VALUE 'S'.
          88 SEMENTE-VALIDA VALUE 'S'.
       77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-FS-CLASSLST  PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUDENT   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXERCIC   PIC X(02) VALUE ZEROS.
       77 WRK-FS-GABARITO  PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLASSLST PIC X(01) VALUE 'N'.
          88 FIM-CLASSLST  VALUE 'S'.
       77 WRK-EOF-STUDENT  PIC X(01) VALUE 'N'.
          88 FIM-STUDENT   VALUE 'S'.
       77 WRK-TURMA-ACHADA PIC X(01) VALUE 'N'.
          88 TURMA-ACHADA  VALUE 'S'.
       77 WRK-QT-FOLHAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PROBLEMAS PIC 9(02) VALUE ZEROS.
       77 WRK-MULT-MAXIMO  PIC 9(02) VALUE ZEROS.
       77 WRK-QT-TIPOS     PIC 9(01) VALUE ZEROS.
       77 WRK-TIPO         PIC 9(01) VALUE ZEROS.
       77 WRK-TABUADA      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-SORTEIO  PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-COLUNA   PIC 9(01) VALUE ZEROS.
       77 WRK-FAIXA        PIC 9(04) VALUE ZEROS.
       77 WRK-HORASYS      PIC 9(08) VALUE ZEROS.
       77 WRK-DATASYS      PIC 9(08) VALUE ZEROS.
      *    GERADOR DE SEQUENCIA DE PARK E MILLER (MULTIPLICA POR
      *    16807, RESTO POR 2147483647): SO COM MULTIPLY E DIVIDE,
      *    SAI A MESMA SEQUENCIA EM QUALQUER MAQUINA
       77 WRK-ALEATORIO    PIC 9(10) VALUE ZEROS.
       77 WRK-PRODUTO      PIC 9(15) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(15) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(10) VALUE ZEROS.
      *    TODAS AS CONTAS POSSIVEIS DO INTERVALO E DO NIVEL, NA
      *    ORDEM FIXA DE MONTAGEM (TABUADA, MULTIPLICADOR, TIPO);
      *    CADA FOLHA EMBARALHA UMA COPIA DESSA LISTA
       01  WRK-TB-CONTAS.
           02 WRK-TB-QTD       PIC 9(04) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 3600 TIMES.
               03 WRK-TB-TABUADA  PIC 9(02).
               03 WRK-TB-MULT     PIC 9(02).
               03 WRK-TB-TIPO     PIC X(01).
      *           M = A X B = ___ / D = P : A = ___ / F = A X ___ = P
       01  WRK-TB-FOLHA.
           02 WRK-FL-QTD       PIC 9(04) VALUE ZEROS.
           02 WRK-FL-ITEM OCCURS 3600 TIMES.
               03 WRK-FL-TABUADA  PIC 9(02).
               03 WRK-FL-MULT     PIC 9(02).
               03 WRK-FL-TIPO     PIC X(01).
       01  WRK-FL-TROCA.
           02 WRK-TR-TABUADA   PIC 9(02).
           02 WRK-TR-MULT      PIC 9(02).
           02 WRK-TR-TIPO      PIC X(01).
      *    TEXTO DE CADA CONTA; O BRANCO E A RESPOSTA OCUPAM O MESMO
      *    CAMPO, PARA A FOLHA E O GABARITO SAIREM ALINHADOS
       01  WRK-TX-MULTIPLICAR.
           02 WRK-TM-A         PIC ZZZ9.
           02 FILLER           PIC X(03) VALUE ' X '.
           02 WRK-TM-B         PIC Z9.
           02 FILLER           PIC X(03) VALUE ' = '.
           02 WRK-TM-P         PIC ZZZ9.
           02 WRK-TM-P-X REDEFINES WRK-TM-P PIC X(04).
       01  WRK-TX-DIVIDIR.
           02 WRK-TD-P         PIC ZZZ9.
           02 FILLER           PIC X(03) VALUE ' : '.
           02 WRK-TD-A         PIC Z9.
           02 FILLER           PIC X(03) VALUE ' = '.
           02 WRK-TD-Q         PIC ZZ9.
           02 WRK-TD-Q-X REDEFINES WRK-TD-Q PIC X(03).
       01  WRK-TX-FATOR.
           02 WRK-TF-A         PIC ZZZ9.
           02 FILLER           PIC X(03) VALUE ' X '.
           02 WRK-TF-B         PIC ZZ9.
           02 WRK-TF-B-X REDEFINES WRK-TF-B PIC X(03).
           02 FILLER           PIC X(03) VALUE ' = '.
           02 WRK-TF-P         PIC ZZZ9.
       01  WRK-TX-PERGUNTA     PIC X(20) VALUE SPACES.
       01  WRK-TX-RESPOSTA     PIC X(20) VALUE SPACES.
      *    LINHAS DA FOLHA E DO GABARITO (DUAS CONTAS POR LINHA)
       01  FE-TITULO.
           02 FILLER        PIC X(13) VALUE 'ALURA ESCOLA '.
           02 FE-T-TEXTO    PIC X(40).
       01  FE-ALUNO.
           02 FILLER        PIC X(07) VALUE 'ALUNO: '.
           02 FE-A-NOME     PIC X(20).
           02 FILLER        PIC X(12) VALUE ' MATRICULA: '.
           02 FE-A-MATRICULA PIC 9(06).
           02 FILLER        PIC X(09) VALUE '  TURMA: '.
           02 FE-A-TURMA    PIC X(05).
       01  FE-CODIGO.
           02 FILLER        PIC X(09) VALUE 'SEMENTE: '.
           02 FE-C-SEMENTE  PIC 9(05).
           02 FILLER        PIC X(09) VALUE '  NIVEL: '.
           02 FE-C-NIVEL    PIC 9(01).
           02 FILLER        PIC X(12) VALUE '  TABUADAS: '.
           02 FE-C-INICIO   PIC Z9.
           02 FILLER        PIC X(03) VALUE ' A '.
           02 FE-C-FIM      PIC Z9.
       01  FE-NOTA.
           02 FILLER        PIC X(40)
                  VALUE 'DATA: ___/___/______      NOTA: ______'.
       01  FE-CONTAS.
           02 FE-CT-ITEM OCCURS 2 TIMES.
               03 FE-CT-NUMERO   PIC Z9.
               03 FE-CT-PARENTE  PIC X(02).
               03 FE-CT-TEXTO    PIC X(20).
               03 FE-CT-ESPACO   PIC X(06).
       01  FE-SEPARADOR     PIC X(80) VALUE ALL '-'.
       01  GB-CONTAS.
           02 GB-CT-ITEM OCCURS 2 TIMES.
               03 GB-CT-NUMERO   PIC Z9.
               03 GB-CT-PARENTE  PIC X(02).
               03 GB-CT-TEXTO    PIC X(20).
               03 GB-CT-ESPACO   PIC X(06).
       01  TB-CABECALHO.
           02 FILLER        PIC X(15) VALUE '---- TABUADA DO'.
           02 FILLER        PIC X(01) VALUE SPACE.
           02 FILLER        PIC X(03) VALUE ' = '.
           02 TB-D-RESULT   PIC ZZZ9.
           COPY 'REPORTWR.COB'.
           COPY 'FSERRP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF SAIDA-FOLHAS
               PERFORM 0400-GERAR-FOLHAS
           ELSE
               PERFORM 0150-ABRIR-TABUADA
               IF INICIO-VALIDO AND FIM-VALIDO
                              AND WRK-NUM-FIM >= WRK-NUM-INICIO
                   MOVE WRK-NUM-INICIO TO WRK-NUMERO
                   PERFORM 0200-PROCESSAR
                       UNTIL WRK-NUMERO > WRK-NUM-FIM
               END-IF
               PERFORM 0300-FINALIZAR
           END-IF.

           GOBACK.

      *    O PROGRAMA E CHAMADO PELO MENU MAIS DE UMA VEZ NA MESMA
      *    SESSAO: A SAIDA E OS CONTADORES RECOMECAM A CADA CHAMADA
       0100-INICIALIZAR.
           MOVE ZEROS TO WRK-QT-FOLHAS.
           MOVE 'N' TO WRK-EOF-CLASSLST WRK-EOF-STUDENT
                       WRK-TURMA-ACHADA.
           DISPLAY 'SAIDA (T = TABUADA, E = FOLHAS DE EXERCICIOS).. '
           ACCEPT WRK-SAIDA FROM CONSOLE.

           DISPLAY 'ENTRE COM O NUMERO INICIAL: '
           ACCEPT WRK-NUM-INICIO FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
                         VN-FLAG   BY WRK-FIM-OK
                         VN-NOME   BY 'NUMERO FINAL'.

           IF SAIDA-FOLHAS
               PERFORM 0110-RECEBER-FOLHAS
           END-IF.

      *    TURMA, NIVEL, SEMENTE E, PARA REIMPRIMIR A FOLHA PERDIDA
      *    DE UM ALUNO, A MATRICULA DELE
       0110-RECEBER-FOLHAS.
           DISPLAY 'TURMA.. '
           ACCEPT WRK-TURMA FROM CONSOLE.

           DISPLAY 'NIVEL (1 = FACIL, 2 = MEDIO, 3 = DIFICIL).. '
           ACCEPT WRK-NIVEL FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
               REPLACING VN-CAMPO  BY WRK-NIVEL
                         VN-MINIMO BY 1
                         VN-MAXIMO BY 3
                         VN-FLAG   BY WRK-NIVEL-OK
                         VN-NOME   BY 'NIVEL'.

           DISPLAY 'SEMENTE (ZERO = SORTEAR UMA NOVA).. '
           ACCEPT WRK-SEMENTE FROM CONSOLE.
           COPY 'VALIDANUM.CPY'
               REPLACING VN-CAMPO  BY WRK-SEMENTE
                         VN-MINIMO BY 0
                         VN-MAXIMO BY 99999
                         VN-FLAG   BY WRK-SEMENTE-OK
                         VN-NOME   BY 'SEMENTE'.

           DISPLAY 'MATRICULA (ZERO = TURMA INTEIRA).. '
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           IF WRK-MATRICULA NOT NUMERIC
               MOVE ZEROS TO WRK-MATRICULA
           END-IF.

       0150-ABRIR-TABUADA.
           OPEN OUTPUT TABUADA-RPT.
           MOVE 'TABUADA' TO RW-TITULO.
           MOVE 'NUMERO X CONTADOR = RESULTADO'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE TABUADA-RPT.

      *    FOLHAS DE EXERCICIOS: A LISTA DE CONTAS E MONTADA UMA VEZ
      *    E CADA ALUNO DA TURMA RECEBE A SUA FOLHA E O SEU GABARITO
       0400-GERAR-FOLHAS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           IF INICIO-VALIDO AND FIM-VALIDO AND NIVEL-VALIDO
                          AND SEMENTE-VALIDA
                          AND WRK-NUM-FIM >= WRK-NUM-INICIO
               PERFORM 0410-CONFERIR-TURMA
           ELSE
               DISPLAY 'DADOS INVALIDOS - FOLHAS NAO EMITIDAS'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF TURMA-ACHADA
               IF WRK-SEMENTE = ZEROS
                   ACCEPT WRK-HORASYS FROM TIME
                   DIVIDE WRK-HORASYS BY 99999 GIVING WRK-QUOCIENTE
                                          REMAINDER WRK-SEMENTE
                   IF WRK-SEMENTE = ZEROS
                       MOVE 1 TO WRK-SEMENTE
                   END-IF
                   DISPLAY 'SEMENTE SORTEADA.. ' WRK-SEMENTE
               END-IF
               PERFORM 0430-MONTAR-CONTAS
               PERFORM 0440-EMITIR-TURMA
           END-IF.

       0410-CONFERIR-TURMA.
           OPEN INPUT CLASS-LIST.
           IF WRK-FS-CLASSLST = '00'
               PERFORM 0420-LER-TURMA
               PERFORM UNTIL FIM-CLASSLST OR TURMA-ACHADA
                   IF CL-TURMA = WRK-TURMA
                       MOVE 'S' TO WRK-TURMA-ACHADA
                   ELSE
                       PERFORM 0420-LER-TURMA
                   END-IF
               END-PERFORM
               CLOSE CLASS-LIST
               IF NOT TURMA-ACHADA
                   DISPLAY 'TURMA ' WRK-TURMA ' NAO ESTA NO CLASSLST'
                           ' - FOLHAS NAO EMITIDAS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'PROGCOB14 ' TO FSE-PROGRAMA
               MOVE '0410-CONFERIR-TURMA ' TO FSE-PARAGRAFO
               MOVE 'CLASSLST  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-CLASSLST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 12 TO RETURN-CODE
           END-IF.

       0420-LER-TURMA.
           READ CLASS-LIST
               AT END
                   MOVE 'S' TO WRK-EOF-CLASSLST
           END-READ.

      *    NIVEL 1: SO MULTIPLICAR ATE O 10; NIVEL 2: MULTIPLICAR E
      *    DIVIDIR ATE O 10; NIVEL 3: ATE O 12, E TAMBEM O FATOR EM
      *    BRANCO. UMA FOLHA NUNCA REPETE CONTA; COM POUCAS TABUADAS
      *    NO INTERVALO, A FOLHA SAI COM TODAS AS CONTAS POSSIVEIS
       0430-MONTAR-CONTAS.
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE 12 TO WRK-QT-PROBLEMAS
                   MOVE 10 TO WRK-MULT-MAXIMO
                   MOVE 1  TO WRK-QT-TIPOS
               WHEN 2
                   MOVE 20 TO WRK-QT-PROBLEMAS
                   MOVE 10 TO WRK-MULT-MAXIMO
                   MOVE 2  TO WRK-QT-TIPOS
               WHEN OTHER
                   MOVE 30 TO WRK-QT-PROBLEMAS
                   MOVE 12 TO WRK-MULT-MAXIMO
                   MOVE 3  TO WRK-QT-TIPOS
           END-EVALUATE.

           MOVE ZEROS TO WRK-TB-QTD.
           PERFORM VARYING WRK-TABUADA FROM WRK-NUM-INICIO BY 1
                           UNTIL WRK-TABUADA > WRK-NUM-FIM
               PERFORM VARYING WRK-CONTADOR FROM 1 BY 1
                               UNTIL WRK-CONTADOR > WRK-MULT-MAXIMO
                   PERFORM VARYING WRK-TIPO FROM 1 BY 1
                                   UNTIL WRK-TIPO > WRK-QT-TIPOS
                       ADD 1 TO WRK-TB-QTD
                       MOVE WRK-TABUADA  TO WRK-TB-TABUADA(WRK-TB-QTD)
                       MOVE WRK-CONTADOR TO WRK-TB-MULT(WRK-TB-QTD)
                       EVALUATE WRK-TIPO
                           WHEN 1
                               MOVE 'M' TO WRK-TB-TIPO(WRK-TB-QTD)
                           WHEN 2
                               MOVE 'D' TO WRK-TB-TIPO(WRK-TB-QTD)
                           WHEN OTHER
                               MOVE 'F' TO WRK-TB-TIPO(WRK-TB-QTD)
                       END-EVALUATE
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           IF WRK-QT-PROBLEMAS > WRK-TB-QTD
               MOVE WRK-TB-QTD TO WRK-QT-PROBLEMAS
           END-IF.

       0440-EMITIR-TURMA.
           OPEN INPUT STUDENT-FILE.
           IF WRK-FS-STUDENT NOT = '00'
               MOVE 'PROGCOB14 ' TO FSE-PROGRAMA
               MOVE '0440-EMITIR-TURMA   ' TO FSE-PARAGRAFO
               MOVE 'STUDENT   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-STUDENT TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXERCISE-SHEET
               OPEN OUTPUT ANSWER-KEY
               PERFORM 0450-LER-ALUNO
               PERFORM UNTIL FIM-STUDENT
                   IF STD-TURMA = WRK-TURMA
                      AND (WRK-MATRICULA = ZEROS
                           OR STD-MATRICULA = WRK-MATRICULA)
                       PERFORM 0500-EMITIR-FOLHA
                   END-IF
                   PERFORM 0450-LER-ALUNO
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE EXERCISE-SHEET
               CLOSE ANSWER-KEY
               DISPLAY '-------------------------'
               DISPLAY 'FOLHAS EMITIDAS.......... ' WRK-QT-FOLHAS
               DISPLAY 'CONTAS POR FOLHA......... ' WRK-QT-PROBLEMAS
               DISPLAY 'SEMENTE.................. ' WRK-SEMENTE
               IF WRK-QT-FOLHAS = ZEROS
                   DISPLAY 'NENHUM ALUNO DA TURMA ' WRK-TURMA
                           ' NO STUDENT-FILE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0450-LER-ALUNO.
           READ STUDENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-STUDENT
           END-READ.

      *    A SEQUENCIA DE CADA FOLHA NASCE DA SEMENTE COM A
      *    MATRICULA, E NAO DA ORDEM DO ALUNO NO ARQUIVO: A FOLHA DE
      *    UM ALUNO SAI IGUAL SOZINHA OU JUNTO COM A TURMA. AS
      *    PRIMEIRAS POSICOES DA COPIA SAO SORTEADAS UMA A UMA ENTRE
      *    AS CONTAS QUE AINDA NAO SAIRAM
       0500-EMITIR-FOLHA.
           ADD 1 TO WRK-QT-FOLHAS.
           COMPUTE WRK-PRODUTO = WRK-SEMENTE * 1000000
                               + STD-MATRICULA.
           DIVIDE WRK-PRODUTO BY 2147483647 GIVING WRK-QUOCIENTE
                                  REMAINDER WRK-ALEATORIO.
           IF WRK-ALEATORIO = ZEROS
               MOVE 1 TO WRK-ALEATORIO
           END-IF.
           PERFORM 0510-SORTEAR.

           MOVE WRK-TB-CONTAS TO WRK-TB-FOLHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QT-PROBLEMAS
               PERFORM 0510-SORTEAR
               COMPUTE WRK-FAIXA = WRK-FL-QTD - WRK-IDX + 1
               DIVIDE WRK-ALEATORIO BY WRK-FAIXA
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               COMPUTE WRK-IDX-SORTEIO = WRK-IDX + WRK-RESTO
               MOVE WRK-FL-ITEM(WRK-IDX)         TO WRK-FL-TROCA
               MOVE WRK-FL-ITEM(WRK-IDX-SORTEIO)
                 TO WRK-FL-ITEM(WRK-IDX)
               MOVE WRK-FL-TROCA TO WRK-FL-ITEM(WRK-IDX-SORTEIO)
           END-PERFORM.

           PERFORM 0520-CABECALHO-FOLHA.

           MOVE ZEROS TO WRK-IDX-COLUNA.
           MOVE SPACES TO FE-CONTAS GB-CONTAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QT-PROBLEMAS
               PERFORM 0530-MONTAR-CONTA
               ADD 1 TO WRK-IDX-COLUNA
               MOVE WRK-IDX         TO FE-CT-NUMERO(WRK-IDX-COLUNA)
                                       GB-CT-NUMERO(WRK-IDX-COLUNA)
               MOVE ') '            TO FE-CT-PARENTE(WRK-IDX-COLUNA)
                                       GB-CT-PARENTE(WRK-IDX-COLUNA)
               MOVE WRK-TX-PERGUNTA TO FE-CT-TEXTO(WRK-IDX-COLUNA)
               MOVE WRK-TX-RESPOSTA TO GB-CT-TEXTO(WRK-IDX-COLUNA)
               IF WRK-IDX-COLUNA = 2
                   WRITE EX-LINHA FROM FE-CONTAS
                   WRITE GB-LINHA FROM GB-CONTAS
                   MOVE SPACES TO EX-LINHA GB-LINHA
                   WRITE EX-LINHA
                   WRITE GB-LINHA
                   MOVE ZEROS TO WRK-IDX-COLUNA
                   MOVE SPACES TO FE-CONTAS GB-CONTAS
               END-IF
           END-PERFORM.
           IF WRK-IDX-COLUNA > ZEROS
               WRITE EX-LINHA FROM FE-CONTAS
               WRITE GB-LINHA FROM GB-CONTAS
           END-IF.

           MOVE SPACES TO EX-LINHA GB-LINHA.
           WRITE EX-LINHA.
           WRITE GB-LINHA.
           WRITE EX-LINHA FROM FE-SEPARADOR.
           WRITE GB-LINHA FROM FE-SEPARADOR.

       0510-SORTEAR.
           MULTIPLY 16807 BY WRK-ALEATORIO GIVING WRK-PRODUTO.
           DIVIDE WRK-PRODUTO BY 2147483647 GIVING WRK-QUOCIENTE
                                  REMAINDER WRK-ALEATORIO.

      *    A FOLHA E O GABARITO SAEM COM O MESMO CABECALHO; O CODIGO
      *    (SEMENTE, NIVEL E TABUADAS) E O QUE REFAZ A FOLHA
       0520-CABECALHO-FOLHA.
           MOVE STD-NOME       TO FE-A-NOME.
           MOVE STD-MATRICULA  TO FE-A-MATRICULA.
           MOVE STD-TURMA      TO FE-A-TURMA.
           MOVE WRK-SEMENTE    TO FE-C-SEMENTE.
           MOVE WRK-NIVEL      TO FE-C-NIVEL.
           MOVE WRK-NUM-INICIO TO FE-C-INICIO.
           MOVE WRK-NUM-FIM    TO FE-C-FIM.

           MOVE '- EXERCICIOS DE TABUADA' TO FE-T-TEXTO.
           WRITE EX-LINHA FROM FE-TITULO.
           WRITE EX-LINHA FROM FE-ALUNO.
           WRITE EX-LINHA FROM FE-CODIGO.
           WRITE EX-LINHA FROM FE-NOTA.
           MOVE SPACES TO EX-LINHA.
           WRITE EX-LINHA.

           MOVE '- GABARITO DOS EXERCICIOS DE TABUADA' TO FE-T-TEXTO.
           WRITE GB-LINHA FROM FE-TITULO.
           WRITE GB-LINHA FROM FE-ALUNO.
           WRITE GB-LINHA FROM FE-CODIGO.
           MOVE SPACES TO GB-LINHA.
           WRITE GB-LINHA.

       0530-MONTAR-CONTA.
           COMPUTE WRK-RESULT = WRK-FL-TABUADA(WRK-IDX)
                              * WRK-FL-MULT(WRK-IDX).
           EVALUATE WRK-FL-TIPO(WRK-IDX)
               WHEN 'M'
                   MOVE WRK-FL-TABUADA(WRK-IDX) TO WRK-TM-A
                   MOVE WRK-FL-MULT(WRK-IDX)    TO WRK-TM-B
                   MOVE '____'                  TO WRK-TM-P-X
                   MOVE WRK-TX-MULTIPLICAR      TO WRK-TX-PERGUNTA
                   MOVE WRK-RESULT              TO WRK-TM-P
                   MOVE WRK-TX-MULTIPLICAR      TO WRK-TX-RESPOSTA
               WHEN 'D'
                   MOVE WRK-RESULT              TO WRK-TD-P
                   MOVE WRK-FL-TABUADA(WRK-IDX) TO WRK-TD-A
                   MOVE '___'                   TO WRK-TD-Q-X
                   MOVE WRK-TX-DIVIDIR          TO WRK-TX-PERGUNTA
                   MOVE WRK-FL-MULT(WRK-IDX)    TO WRK-TD-Q
                   MOVE WRK-TX-DIVIDIR          TO WRK-TX-RESPOSTA
               WHEN OTHER
                   MOVE WRK-FL-TABUADA(WRK-IDX) TO WRK-TF-A
                   MOVE '___'                   TO WRK-TF-B-X
                   MOVE WRK-RESULT              TO WRK-TF-P
                   MOVE WRK-TX-FATOR            TO WRK-TX-PERGUNTA
                   MOVE WRK-FL-MULT(WRK-IDX)    TO WRK-TF-B
                   MOVE WRK-TX-FATOR            TO WRK-TX-RESPOSTA
           END-EVALUATE.
