      *            DECIDIR A PROPRIA TRANSACAO (MAKER = CHECKER E
      *            RECUSADO E O ITEM SEGUE PENDENTE) - SEGREGACAO
      *            DE FUNCOES DE VERDADE
      * ALTERADO = 15/10/2026 - CADA TRANSACAO APROVADA E POSTADA
      *            PASSOU A SER GRAVADA TAMBEM NO HISTORICO EMPTHIST
      *            (COPYBOOK EMPTHIST, EM EXTEND) COM A DATA DE
      *            EFEITO E O CENTRO DE CUSTO, PARA O RELATORIO DE
      *            QUADRO E ROTATIVIDADE (PROGCOB88). O DESLIGAMENTO
      *            LE O CADASTRO ANTES DE EXCLUIR, PARA O HISTORICO
      *            GUARDAR DE QUE AREA A PESSOA SAIU
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT EMP-HISTORY ASSIGN TO 'EMPTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPTHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  EMP-HISTORY.
           COPY 'EMPTHIST.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPPEND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPTHIST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EMPPEND   PIC X(01) VALUE 'N'.
          88 FIM-EMPPEND    VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-REGISTRO PIC X(60).
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                   OPEN I-O EMPLOYEE-MASTER
               END-IF

               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF

               OPEN EXTEND EMP-HISTORY
               IF WRK-FS-EMPTHIST = '05' OR WRK-FS-EMPTHIST = '35'
                   OPEN OUTPUT EMP-HISTORY
               END-IF

               PERFORM 0120-CARREGAR-PENDENTES
           END-IF.

                           PERFORM 0330-MARCAR-APROVADO
                   END-WRITE
               WHEN PE-DESLIGAMENTO
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY 'FUNCIONARIO SUMIU - PENDENTE'
                                   ' MANTIDO'
                           ADD 1 TO WRK-QT-PENDENTES
                       NOT INVALID KEY
                           DELETE EMPLOYEE-MASTER
                               INVALID KEY
                                   DISPLAY 'ERRO AO EXCLUIR -'
                                           ' PENDENTE MANTIDO'
                                   ADD 1 TO WRK-QT-PENDENTES
                               NOT INVALID KEY
                                   PERFORM 0330-MARCAR-APROVADO
                           END-DELETE
                   END-READ
               WHEN PE-ALT-SALARIO
                   READ EMPLOYEE-MASTER
                       INVALID KEY
           ADD 1 TO WRK-QT-APROVADOS.
           MOVE 'APROVADO E POSTADO' TO AT-OPERACAO.
           PERFORM 0340-REGISTRAR-AUDITORIA.
           PERFORM 0350-GRAVAR-HISTORICO.

      *    A LINHA DE AUDITORIA LEVA AS DUAS IDENTIDADES: QUEM
      *    DIGITOU (MAKER) NA ENTRADA E QUEM DECIDIU (CHECKER) NO
                  ' MAKER ' PE-USUARIO
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE PE-NOME TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

      *    O EM-REGISTRO ESTA COM A FOTO DO FUNCIONARIO NA HORA DA
      *    POSTAGEM: O QUE FOI GRAVADO (ADMISSAO), O QUE FOI LIDO E
      *    EXCLUIDO (DESLIGAMENTO) OU O REGRAVADO COM O SALARIO NOVO
       0350-GRAVAR-HISTORICO.
           MOVE PE-TIPO         TO TH-TIPO.
           MOVE PE-MATRICULA    TO TH-MATRICULA.
           MOVE EM-NOME         TO TH-NOME.
           MOVE EM-SALARIO      TO TH-SALARIO.
           MOVE EM-ANO-POSSE    TO TH-ANO-POSSE.
           MOVE EM-CENTRO-CUSTO TO TH-CENTRO-CUSTO.
           MOVE PE-DATA-EFEITO  TO TH-DATA-EFEITO.
           MOVE PE-USUARIO      TO TH-USUARIO.
           MOVE WRK-APROVADOR(1:8) TO TH-APROVADOR.
           MOVE WRK-DATASYS     TO TH-DATA-APLICACAO.
           WRITE TH-REGISTRO.

       0400-REGRAVAR-PENDENTES.
           OPEN OUTPUT PENDING-CHANGES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
           IF APROVADOR-AUTORIZADO
               CLOSE EMPLOYEE-MASTER
               CLOSE AUDIT-TRAIL
               CLOSE EMP-HISTORY
           END-IF.
