       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB85.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES (DEPMAST,
      *     COPYBOOK DEPENDNT): CONSULTA DOS DEPENDENTES DE UMA
      *     MATRICULA, INCLUSAO, ALTERACAO E EXCLUSAO. A MATRICULA
      *     PRECISA EXISTIR NO EMPMAST, A DATA DE NASCIMENTO PASSA
      *     PELA CRITICA ESTRITA DO PROGCOB16D E O CPF PELA
      *     SUBROTINA PROGCOBD02; SO FILHO PODE SER MARCADO PARA O
      *     SALARIO-FAMILIA. O FECHAMENTO DA FOLHA (PROGCOB04) LE
      *     ESTE CADASTRO PARA A DEDUCAO POR DEPENDENTE NO IRRF E
      *     PARA A COTA DE SALARIO-FAMILIA. TODA INCLUSAO,
      *     ALTERACAO OU EXCLUSAO GRAVA LINHA NO AUDIT-TRAIL COM
      *     QUEM MEXEU, EM QUE MATRICULA E EM QUE DEPENDENTE
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O CPF DA LISTA DE DEPENDENTES SAI
      *            MASCARADO (***.456.789-**) PELA SUBROTINA PROGCOB130
      *            (LGPD) - O USUARIO DIGITADO AQUI NAO TEM SENHA, ENTAO
      *            NAO LIBERA O CPF COMPLETO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPENDENT-MASTER ASSIGN TO 'DEPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WRK-FS-DEPMAST.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENT-MASTER.
           COPY 'DEPENDNT.COB'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-DEPMAST     PIC X(02) VALUE ZEROS.
       77  WRK-FS-EMPMAST     PIC X(02) VALUE ZEROS.
       77  WRK-FS-AUDITTRL    PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-HORASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01) VALUE 9.
           88 SAIR-MENU       VALUE 0.
       77  WRK-MATRICULA      PIC 9(06) VALUE ZEROS.
       77  WRK-SEQUENCIA      PIC 9(02) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ     PIC 9(02) VALUE ZEROS.
       77  WRK-QT-DEPEND      PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-ACHADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO VALUE 'S'.
       77  WRK-DEP-ACHADO     PIC X(01) VALUE 'N'.
           88 DEPENDENTE-ACHADO VALUE 'S'.
       77  WRK-EOF-DEPMAST    PIC X(01) VALUE 'N'.
           88 FIM-DEPMAST     VALUE 'S'.
       77  WRK-DADOS-OK       PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS   VALUE 'S'.
       77  WRK-CAMPO-NOVO     PIC X(30) VALUE SPACES.
       77  WRK-CPF-VALIDO     PIC X(01) VALUE 'N'.
       77  WRK-OPERACAO       PIC X(20) VALUE SPACES.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77  WRK-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-DATA-BASE      PIC 9(08) VALUE ZEROS.
       77  WRK-QT-DIAS        PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-RESULT    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-DIF       PIC S9(06) VALUE ZEROS.
       77  WRK-DATA-VALIDA    PIC X(01) VALUE 'N'.
           COPY 'AUDHASHP.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-MENU UNTIL SAIR-MENU.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE SPACES       TO CF-USUARIO.
           MOVE 'PROGCOB85'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           OPEN I-O DEPENDENT-MASTER.
           IF WRK-FS-DEPMAST = '35'
               OPEN OUTPUT DEPENDENT-MASTER
               CLOSE DEPENDENT-MASTER
               OPEN I-O DEPENDENT-MASTER
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'MANUTENCAO DE DEPENDENTES'
           DISPLAY '1 - CONSULTAR DEPENDENTES DA MATRICULA'
           DISPLAY '2 - INCLUIR DEPENDENTE'
           DISPLAY '3 - ALTERAR DEPENDENTE'
           DISPLAY '4 - EXCLUIR DEPENDENTE'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CONSULTAR
               WHEN 2
                   PERFORM 0400-INCLUIR
               WHEN 3
                   PERFORM 0500-ALTERAR
               WHEN 4
                   PERFORM 0600-EXCLUIR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    O DEPENDENTE SO EXISTE PENDURADO EM FUNCIONARIO DO
      *    EMPMAST - MATRICULA DESCONHECIDA NAO ENTRA NO CADASTRO
       0210-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           DISPLAY 'MATRICULA DO FUNCIONARIO.. '
           ACCEPT WRK-MATRICULA FROM CONSOLE.

           MOVE WRK-MATRICULA TO EM-MATRICULA.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMAST'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FUNC-ACHADO
                   DISPLAY 'FUNCIONARIO.. ' EM-NOME
           END-READ.

      *    PERCORRE OS DEPENDENTES DA MATRICULA PELA CHAVE PARCIAL,
      *    LISTANDO CADA UM E GUARDANDO A ULTIMA SEQUENCIA USADA
       0220-LISTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-ULTIMA-SEQ WRK-QT-DEPEND.
           MOVE 'N' TO WRK-EOF-DEPMAST.
           MOVE WRK-MATRICULA TO DP-MATRICULA.
           MOVE ZEROS TO DP-SEQUENCIA.
           START DEPENDENT-MASTER KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-DEPMAST
           END-START.

           PERFORM 0230-LER-PROXIMO-DEPENDENTE.
           PERFORM UNTIL FIM-DEPMAST
               ADD 1 TO WRK-QT-DEPEND
               MOVE DP-SEQUENCIA TO WRK-ULTIMA-SEQ
               MOVE 'CONSOLE' TO CF-RELATORIO
               MOVE DP-CPF    TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               DISPLAY DP-SEQUENCIA ' ' DP-NOME
                       ' NASC ' DP-DATA-NASC
                       ' PARENT ' DP-PARENTESCO
                       ' CPF ' CF-CPF-EDITADO
                       ' IR ' DP-DEPEND-IR
                       ' SF ' DP-SAL-FAMILIA
               PERFORM 0230-LER-PROXIMO-DEPENDENTE
           END-PERFORM.

           IF WRK-QT-DEPEND = ZEROS
               DISPLAY 'NENHUM DEPENDENTE CADASTRADO'
           END-IF.

       0230-LER-PROXIMO-DEPENDENTE.
           IF NOT FIM-DEPMAST
               READ DEPENDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-DEPMAST
                   NOT AT END
                       IF DP-MATRICULA NOT = WRK-MATRICULA
                           MOVE 'S' TO WRK-EOF-DEPMAST
                       END-IF
               END-READ
           END-IF.

       0240-LOCALIZAR-DEPENDENTE.
           MOVE 'N' TO WRK-DEP-ACHADO.
           DISPLAY 'SEQUENCIA DO DEPENDENTE.. '
           ACCEPT WRK-SEQUENCIA FROM CONSOLE.

           MOVE WRK-MATRICULA TO DP-MATRICULA.
           MOVE WRK-SEQUENCIA TO DP-SEQUENCIA.
           READ DEPENDENT-MASTER
               INVALID KEY
                   DISPLAY 'DEPENDENTE NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-DEP-ACHADO
           END-READ.

      *    DIGITACAO E CRITICA DOS DADOS DO DEPENDENTE, COMUM A
      *    INCLUSAO E A ALTERACAO; QUALQUER CAMPO INVALIDO DEVOLVE
      *    WRK-DADOS-OK = 'N' E NADA E GRAVADO
       0250-RECEBER-DADOS.
           MOVE 'S' TO WRK-DADOS-OK.

           DISPLAY 'NOME DO DEPENDENTE.. '
           ACCEPT WRK-CAMPO-NOVO FROM CONSOLE.
           MOVE WRK-CAMPO-NOVO TO DP-NOME.
           IF DP-NOME = SPACES
               DISPLAY 'NOME EM BRANCO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD).. '
           ACCEPT DP-DATA-NASC FROM CONSOLE.
           MOVE 'V' TO WRK-FUNCAO.
           MOVE DP-DATA-NASC TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR DP-DATA-NASC > WRK-DATASYS
               DISPLAY 'DATA DE NASCIMENTO INVALIDA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           DISPLAY 'PARENTESCO (F=FILHO C=CONJUGE P=PAI/MAE'
                   ' O=OUTRO).. '
           ACCEPT DP-PARENTESCO FROM CONSOLE.
           IF NOT DP-PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           DISPLAY 'CPF DO DEPENDENTE.. '
           ACCEPT DP-CPF FROM CONSOLE.
           CALL 'PROGCOBD02' USING DP-CPF WRK-CPF-VALIDO.
           IF WRK-CPF-VALIDO NOT = 'S'
               DISPLAY 'CPF INVALIDO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           DISPLAY 'DEPENDENTE PARA O IRRF (S/N).. '
           ACCEPT DP-DEPEND-IR FROM CONSOLE.
           IF DP-DEPEND-IR NOT = 'S' AND DP-DEPEND-IR NOT = 'N'
               DISPLAY 'INFORME S OU N'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      *    A COTA DE SALARIO-FAMILIA E POR FILHO; PARA OS DEMAIS
      *    PARENTESCOS A MARCA E SEMPRE 'N'
           IF DP-FILHO
               DISPLAY 'DA DIREITO A SALARIO-FAMILIA (S/N).. '
               ACCEPT DP-SAL-FAMILIA FROM CONSOLE
               IF DP-SAL-FAMILIA NOT = 'S'
                  AND DP-SAL-FAMILIA NOT = 'N'
                   DISPLAY 'INFORME S OU N'
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           ELSE
               MOVE 'N' TO DP-SAL-FAMILIA
           END-IF.

       0300-CONSULTAR.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF FUNCIONARIO-ACHADO
               PERFORM 0220-LISTAR-DEPENDENTES
           END-IF.

       0400-INCLUIR.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF FUNCIONARIO-ACHADO
               PERFORM 0220-LISTAR-DEPENDENTES
               IF WRK-ULTIMA-SEQ = 99
                   DISPLAY 'MATRICULA SEM SEQUENCIA LIVRE'
               ELSE
                   COMPUTE WRK-SEQUENCIA = WRK-ULTIMA-SEQ + 1
                   MOVE WRK-MATRICULA TO DP-MATRICULA
                   MOVE WRK-SEQUENCIA TO DP-SEQUENCIA
                   PERFORM 0250-RECEBER-DADOS
                   IF DADOS-VALIDOS
                       WRITE DP-REGISTRO
                           INVALID KEY
                               DISPLAY 'DEPENDENTE JA CADASTRADO'
                           NOT INVALID KEY
                               MOVE 'INCLUSAO DEPENDENTE'
                                 TO WRK-OPERACAO
                               PERFORM 0700-REGISTRAR-AUDITORIA
                               DISPLAY 'DEPENDENTE ' WRK-SEQUENCIA
                                       ' INCLUIDO COM SUCESSO'
                       END-WRITE
                   ELSE
                       DISPLAY 'DEPENDENTE NAO INCLUIDO'
                   END-IF
               END-IF
           END-IF.

       0500-ALTERAR.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF FUNCIONARIO-ACHADO
               PERFORM 0220-LISTAR-DEPENDENTES
               PERFORM 0240-LOCALIZAR-DEPENDENTE
               IF DEPENDENTE-ACHADO
                   PERFORM 0250-RECEBER-DADOS
                   IF DADOS-VALIDOS
                       REWRITE DP-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO NA REGRAVACAO - STATUS '
                                       WRK-FS-DEPMAST
                           NOT INVALID KEY
                               MOVE 'ALTERACAO DEPENDENTE'
                                 TO WRK-OPERACAO
                               PERFORM 0700-REGISTRAR-AUDITORIA
                               DISPLAY 'DEPENDENTE ALTERADO COM'
                                       ' SUCESSO'
                       END-REWRITE
                   ELSE
                       DISPLAY 'DEPENDENTE NAO ALTERADO'
                   END-IF
               END-IF
           END-IF.

       0600-EXCLUIR.
           PERFORM 0210-LOCALIZAR-FUNCIONARIO.
           IF FUNCIONARIO-ACHADO
               PERFORM 0220-LISTAR-DEPENDENTES
               PERFORM 0240-LOCALIZAR-DEPENDENTE
               IF DEPENDENTE-ACHADO
                   DELETE DEPENDENT-MASTER
                       INVALID KEY
                           DISPLAY 'ERRO NA EXCLUSAO - STATUS '
                                   WRK-FS-DEPMAST
                       NOT INVALID KEY
                           MOVE 'EXCLUSAO DEPENDENTE'
                             TO WRK-OPERACAO
                           PERFORM 0700-REGISTRAR-AUDITORIA
                           DISPLAY 'DEPENDENTE EXCLUIDO COM SUCESSO'
                   END-DELETE
               END-IF
           END-IF.

       0700-REGISTRAR-AUDITORIA.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE WRK-DATASYS TO AT-DATA.
           MOVE WRK-HORASYS TO AT-HORA.
           MOVE WRK-USUARIO TO AT-USUARIO.
           MOVE 'PROGCOB85' TO AT-PROGRAMA.
           MOVE WRK-OPERACAO TO AT-OPERACAO.
           MOVE SPACES TO AT-ENTRADA.
           STRING 'MATR ' WRK-MATRICULA ' DEP ' WRK-SEQUENCIA
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE DP-NOME TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE DEPENDENT-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE AUDIT-TRAIL.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
