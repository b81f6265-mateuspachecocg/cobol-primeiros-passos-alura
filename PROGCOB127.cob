       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: CONFERENCIA NOTURNA DE INTEGRIDADE ENTRE OS
      *     CADASTROS MESTRES E OS ARQUIVOS QUE APONTAM PARA ELES.
      *     CADA PROGRAMA SO CRITICA A CHAVE NA ENTRADA, E O REGISTRO
      *     QUE PERDE O MESTRE DEPOIS (CLIENTE APAGADO, FUNCIONARIO
      *     REMOVIDO, ALUNO FORA DO STUDENT) FICA ORFAO SEM NINGUEM
      *     VER. AS RELACOES CONFERIDAS SAO:
      *     ARFILE X CUSTMAST (CPF DO TITULO), LOANFILE E VACMOV X
      *     EMPMAST (MATRICULA DO CONSIGNADO E DA FERIAS), ATTEND X
      *     STUDENT (MATRICULA; REGISTRO ANTIGO SEM MATRICULA CONFERE
      *     NOME E TURMA), SUBJGRD X STUDENT (NOME E TURMA, A CHAVE
      *     QUE O ARQUIVO TEM, COMO NO PROGCOB27), SHIPFILE X
      *     CARRMAST (TRANSPORTADORA DA ENTREGA; ENTREGA AINDA SEM
      *     TRANSPORTADORA NAO CONTA) E EMPMAST X CCMAST (CENTRO DE
      *     CUSTO). CADA ORFAO VAI PARA O ARQUIVO COMUM DE EXCECOES
      *     (SYSEXCEP) E SAI NO DIGESTO DA MANHA (PROGCOB47); O
      *     INTRPT TRAZ A CONTAGEM POR RELACAO. ORFAO DENTRO DO
      *     LIMITE DO INTPARM (SEM ELE, ZERO) DEVOLVE RC 4; ACIMA
      *     DO LIMITE, OU COM UM MESTRE AUSENTE, RC 8; TABELA DE
      *     MESTRE ESTOURADA ABANDONA COM RC 12
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDENT.

           SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRMAST.

           SELECT COST-CENTER-MASTER ASSIGN TO 'CCMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCMAST.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOANFILE.

           SELECT VACATION-MOVEMENTS ASSIGN TO 'VACMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACMOV.

           SELECT ATTENDANCE-FILE ASSIGN TO 'ATTEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATTEND.

           SELECT SUBJECT-GRADES ASSIGN TO 'SUBJGRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUBJGRD.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.

           SELECT INTEGRITY-PARAMETERS ASSIGN TO 'INTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTPARM.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT INTEGRITY-RPT ASSIGN TO 'INTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  STUDENT-FILE.
           COPY 'STUDENT.COB'.

       FD  CARRIER-MASTER.
       01  CR-REGISTRO.
           02 CR-CODIGO      PIC 9(03).
           02 CR-NOME        PIC X(20).
           02 CR-ATIVA       PIC X(01).
           02 CR-TAXA-KG     PIC 9(01)V99.
           02 CR-PRAZO-DIAS  PIC 9(03).
           02 CR-PRAZO-PAGTO PIC 9(03).

       FD  COST-CENTER-MASTER.
       01  CC-REGISTRO.
           02 CC-CODIGO       PIC 9(04).
           02 CC-DESCRICAO    PIC X(20).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  LOAN-FILE.
       01  LN-REGISTRO.
           02 LN-MATRICULA   PIC 9(06).
           02 LN-VALOR       PIC 9(06)V99.
           02 LN-TAXA        PIC 9(02)V99.
           02 LN-PARCELAS    PIC 9(02).
           02 LN-PARCELA-ATUAL PIC 9(02).
           02 LN-SALDO       PIC 9(08)V99.

       FD  VACATION-MOVEMENTS.
       01  VM-REGISTRO.
           02 VM-MATRICULA   PIC 9(06).
           02 VM-DATA        PIC 9(08).
           02 VM-DIAS        PIC 9(02).

       FD  ATTENDANCE-FILE.
       01  AD-REGISTRO.
           02 AD-NOME        PIC X(20).
           02 AD-TURMA       PIC X(05).
           02 AD-AULAS-DADAS PIC 9(03).
           02 AD-AULAS-PRES  PIC 9(03).
           02 AD-MATRICULA   PIC 9(06).

       FD  SUBJECT-GRADES.
       01  SG-REGISTRO.
           02 SG-NOME        PIC X(20).
           02 SG-TURMA       PIC X(05).
           02 SG-MATERIA     PIC 9(02).
           02 SG-NOTA1       PIC 9(02)V9.
           02 SG-NOTA2       PIC 9(02)V9.
           02 SG-NOTA3       PIC 9(02)V9.
           02 SG-NOTA4       PIC 9(02)V9.

       FD  SHIPMENT-FILE.
       01  SP-REGISTRO.
           02 SP-NUMERO      PIC 9(06).
           02 SP-CPF         PIC 9(11).
           02 SP-UF          PIC X(02).
           02 SP-FRETE       PIC 9(04)V99.
           02 SP-STATUS      PIC X(09).
           02 SP-DATA-COTACAO PIC 9(08).
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  INTEGRITY-PARAMETERS.
       01  IP-REGISTRO.
           02 IP-LIMITE-ORFAOS PIC 9(05).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  INTEGRITY-RPT.
       01  IR-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-STUDENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CCMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-LOANFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-VACMOV     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATTEND     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUBJGRD    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-INTPARM    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-INTRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EMPMAST   PIC X(01) VALUE 'N'.
          88 FIM-EMPMAST    VALUE 'S'.
       77 WRK-EOF-STUDENT   PIC X(01) VALUE 'N'.
          88 FIM-STUDENT    VALUE 'S'.
       77 WRK-EOF-CARRMAST  PIC X(01) VALUE 'N'.
          88 FIM-CARRMAST   VALUE 'S'.
       77 WRK-EOF-CCMAST    PIC X(01) VALUE 'N'.
          88 FIM-CCMAST     VALUE 'S'.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-LOANFILE  PIC X(01) VALUE 'N'.
          88 FIM-LOANFILE   VALUE 'S'.
       77 WRK-EOF-VACMOV    PIC X(01) VALUE 'N'.
          88 FIM-VACMOV     VALUE 'S'.
       77 WRK-EOF-ATTEND    PIC X(01) VALUE 'N'.
          88 FIM-ATTEND     VALUE 'S'.
       77 WRK-EOF-SUBJGRD   PIC X(01) VALUE 'N'.
          88 FIM-SUBJGRD    VALUE 'S'.
       77 WRK-EOF-SHIPFILE  PIC X(01) VALUE 'N'.
          88 FIM-SHIPFILE   VALUE 'S'.
       77 WRK-TEM-CUSTMAST  PIC X(01) VALUE 'N'.
          88 TEM-CUSTMAST   VALUE 'S'.
       77 WRK-TEM-EMPMAST   PIC X(01) VALUE 'N'.
          88 TEM-EMPMAST    VALUE 'S'.
       77 WRK-TEM-STUDENT   PIC X(01) VALUE 'N'.
          88 TEM-STUDENT    VALUE 'S'.
       77 WRK-TEM-CARRMAST  PIC X(01) VALUE 'N'.
          88 TEM-CARRMAST   VALUE 'S'.
       77 WRK-TEM-CCMAST    PIC X(01) VALUE 'N'.
          88 TEM-CCMAST     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-TEM-MESTRE    PIC X(01) VALUE 'N'.
          88 TEM-MESTRE     VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
          88 ACHOU-MESTRE   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-ORFAOS PIC 9(05) VALUE ZEROS.
       77 WRK-REL           PIC 9(01) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ORFAOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-MESTRE PIC 9(01) VALUE ZEROS.
      *    RELACOES CONFERIDAS: DESCRICAO NO INTRPT E MOTIVO GRAVADO
      *    NO SYSEXCEP PARA O DIGESTO DA MANHA
       01  WRK-RELACOES-VALORES.
           02 FILLER PIC X(30) VALUE 'ARFILE   X CUSTMAST (CPF)'.
           02 FILLER PIC X(25) VALUE 'ORFAO ARFILE/CUSTMAST'.
           02 FILLER PIC X(30) VALUE 'LOANFILE X EMPMAST (MATRIC.)'.
           02 FILLER PIC X(25) VALUE 'ORFAO LOANFILE/EMPMAST'.
           02 FILLER PIC X(30) VALUE 'VACMOV   X EMPMAST (MATRIC.)'.
           02 FILLER PIC X(25) VALUE 'ORFAO VACMOV/EMPMAST'.
           02 FILLER PIC X(30) VALUE 'ATTEND   X STUDENT (MATRIC.)'.
           02 FILLER PIC X(25) VALUE 'ORFAO ATTEND/STUDENT'.
           02 FILLER PIC X(30) VALUE 'SUBJGRD  X STUDENT (NOME/TUR)'.
           02 FILLER PIC X(25) VALUE 'ORFAO SUBJGRD/STUDENT'.
           02 FILLER PIC X(30) VALUE 'SHIPFILE X CARRMAST (TRANSP.)'.
           02 FILLER PIC X(25) VALUE 'ORFAO SHIPFILE/CARRMAST'.
           02 FILLER PIC X(30) VALUE 'EMPMAST  X CCMAST (C. CUSTO)'.
           02 FILLER PIC X(25) VALUE 'ORFAO EMPMAST/CCMAST'.
       01  WRK-TB-RELACOES REDEFINES WRK-RELACOES-VALORES.
           02 WRK-RL-ITEM OCCURS 7 TIMES.
               03 WRK-RL-DESCRICAO PIC X(30).
               03 WRK-RL-MOTIVO    PIC X(25).
      *    CONTAGEM POR RELACAO; SITUACAO EM BRANCO = NAO CONFERIDA
       01  WRK-TB-CONTAGEM.
           02 WRK-CT-ITEM OCCURS 7 TIMES.
               03 WRK-CT-LIDOS     PIC 9(07).
               03 WRK-CT-ORFAOS    PIC 9(07).
               03 WRK-CT-SITUACAO  PIC X(14).
      *    CHAVES DOS MESTRES SEQUENCIAIS; CUSTMAST E EMPMAST SAO
      *    INDEXADOS E CONFERIDOS POR LEITURA DIRETA
       01  WRK-TB-ALUNOS.
           02 WRK-AL-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-AL-ITEM OCCURS 500 TIMES.
               03 WRK-AL-MATRICULA PIC 9(06).
               03 WRK-AL-NOME      PIC X(20).
               03 WRK-AL-TURMA     PIC X(05).
       01  WRK-TB-TRANSPORTADORAS.
           02 WRK-TR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TR-NOME     PIC X(20) OCCURS 50 TIMES.
       01  WRK-TB-CENTROS.
           02 WRK-CC-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CC-CODIGO   PIC 9(04) OCCURS 50 TIMES.
       01  IR-COLUNAS.
           02 FILLER          PIC X(32) VALUE
              'RELACAO (FILHO X MESTRE)'.
           02 FILLER          PIC X(07) VALUE '  LIDOS'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE ' ORFAOS'.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(14) VALUE 'SITUACAO'.
       01  IR-DETALHE.
           02 IR-D-DESCRICAO  PIC X(30).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 IR-D-LIDOS      PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 IR-D-ORFAOS     PIC ZZZ.ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 IR-D-SITUACAO   PIC X(14).
       01  IR-RESUMO.
           02 IR-R-ROTULO     PIC X(32).
           02 IR-R-QTD        PIC ZZZ.ZZ9.
       01  IR-RESULTADO.
           02 FILLER          PIC X(11) VALUE 'RESULTADO: '.
           02 IR-S-TEXTO      PIC X(50).
           COPY 'FSERRP.COB'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'INTEGRIDADE ABANDONADA - STUDENT COM MAIS DE'
                       ' 500 ALUNOS OU CARRMAST/CCMAST COM MAIS DE 50'
                       ' REGISTROS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-CONFERIR-CENTROS
               PERFORM 0300-CONFERIR-TITULOS
               PERFORM 0400-CONFERIR-EMPRESTIMOS
               PERFORM 0500-CONFERIR-FERIAS
               PERFORM 0600-CONFERIR-FREQUENCIA
               PERFORM 0650-CONFERIR-NOTAS
               PERFORM 0700-CONFERIR-ENTREGAS
               PERFORM 0800-IMPRIMIR-RELATORIO
               PERFORM 0900-FINALIZAR
           END-IF.
           IF TEM-CUSTMAST
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF TEM-EMPMAST
               CLOSE EMPLOYEE-MASTER
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE 'PROGCOB127' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           PERFORM VARYING WRK-REL FROM 1 BY 1 UNTIL WRK-REL > 7
               MOVE ZEROS  TO WRK-CT-LIDOS(WRK-REL)
                              WRK-CT-ORFAOS(WRK-REL)
               MOVE SPACES TO WRK-CT-SITUACAO(WRK-REL)
           END-PERFORM.

           PERFORM 0110-CARREGAR-PARAMETRO.

           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               MOVE 'S' TO WRK-TEM-CUSTMAST
           ELSE
               MOVE 'CUSTMAST  ' TO FSE-ARQUIVO
               MOVE WRK-FS-CUSTMAST TO FSE-STATUS
               PERFORM 0190-ERRO-ABERTURA
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST = '00'
               MOVE 'S' TO WRK-TEM-EMPMAST
           ELSE
               MOVE 'EMPMAST   ' TO FSE-ARQUIVO
               MOVE WRK-FS-EMPMAST TO FSE-STATUS
               PERFORM 0190-ERRO-ABERTURA
           END-IF.

           PERFORM 0120-CARREGAR-ALUNOS.
           PERFORM 0140-CARREGAR-TRANSPORTADORAS.
           PERFORM 0160-CARREGAR-CENTROS.

           IF NOT ABANDONAR-LOTE
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF
               OPEN OUTPUT INTEGRITY-RPT
               MOVE 'INTEGRIDADE ENTRE CADASTROS' TO RW-TITULO
               MOVE IR-COLUNAS TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

      *    O LIMITE E OPCIONAL: SEM O INTPARM (OU COM ZERO), VALE O
      *    ZERO DO VALUE DA WORKING-STORAGE - QUALQUER ORFAO DERRUBA
      *    O JOB
       0110-CARREGAR-PARAMETRO.
           OPEN INPUT INTEGRITY-PARAMETERS.
           IF WRK-FS-INTPARM = '00'
               READ INTEGRITY-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-LIMITE-ORFAOS > ZEROS
                           MOVE IP-LIMITE-ORFAOS TO WRK-LIMITE-ORFAOS
                       END-IF
               END-READ
               CLOSE INTEGRITY-PARAMETERS
           END-IF.

       0120-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-FILE.
           IF WRK-FS-STUDENT = '00'
               MOVE 'S' TO WRK-TEM-STUDENT
               PERFORM 0130-LER-ALUNO
               PERFORM UNTIL FIM-STUDENT
                              OR WRK-AL-QTD = 500
                   ADD 1 TO WRK-AL-QTD
                   MOVE STD-MATRICULA
                     TO WRK-AL-MATRICULA(WRK-AL-QTD)
                   MOVE STD-NOME  TO WRK-AL-NOME(WRK-AL-QTD)
                   MOVE STD-TURMA TO WRK-AL-TURMA(WRK-AL-QTD)
                   PERFORM 0130-LER-ALUNO
               END-PERFORM
               IF NOT FIM-STUDENT
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE STUDENT-FILE
           END-IF.

       0130-LER-ALUNO.
           READ STUDENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-STUDENT
           END-READ.

       0140-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-CARRMAST = '00'
               MOVE 'S' TO WRK-TEM-CARRMAST
               PERFORM 0150-LER-TRANSPORTADORA
               PERFORM UNTIL FIM-CARRMAST
                              OR WRK-TR-QTD = 50
                   ADD 1 TO WRK-TR-QTD
                   MOVE CR-NOME TO WRK-TR-NOME(WRK-TR-QTD)
                   PERFORM 0150-LER-TRANSPORTADORA
               END-PERFORM
               IF NOT FIM-CARRMAST
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CARRIER-MASTER
           END-IF.

       0150-LER-TRANSPORTADORA.
           READ CARRIER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CARRMAST
           END-READ.

       0160-CARREGAR-CENTROS.
           OPEN INPUT COST-CENTER-MASTER.
           IF WRK-FS-CCMAST = '00'
               MOVE 'S' TO WRK-TEM-CCMAST
               PERFORM 0170-LER-CENTRO
               PERFORM UNTIL FIM-CCMAST
                              OR WRK-CC-QTD = 50
                   ADD 1 TO WRK-CC-QTD
                   MOVE CC-CODIGO TO WRK-CC-CODIGO(WRK-CC-QTD)
                   PERFORM 0170-LER-CENTRO
               END-PERFORM
               IF NOT FIM-CCMAST
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE COST-CENTER-MASTER
           END-IF.

       0170-LER-CENTRO.
           READ COST-CENTER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CCMAST
           END-READ.

       0190-ERRO-ABERTURA.
           MOVE 'PROGCOB127' TO FSE-PROGRAMA.
           MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO.
           MOVE 'OPEN    ' TO FSE-OPERACAO.
           CALL 'PROGCOB39' USING FSE-PARAMETROS.

      *    FILHO SEM ARQUIVO NAO E ERRO (NADA A CONFERIR); MESTRE
      *    AUSENTE DEIXA A RELACAO SEM CONFERIR E PESA NO RC
       0195-SITUACAO-INICIAL.
           IF TEM-MESTRE
               MOVE 'CONFERIDA'      TO WRK-CT-SITUACAO(WRK-REL)
           ELSE
               MOVE 'MESTRE AUSENTE' TO WRK-CT-SITUACAO(WRK-REL)
               ADD 1 TO WRK-QT-SEM-MESTRE
           END-IF.

      *    EMPMAST X CCMAST: O EMPMAST E LIDO INTEIRO LOGO APOS A
      *    ABERTURA; DEPOIS SO E CONSULTADO POR MATRICULA
       0200-CONFERIR-CENTROS.
           MOVE 7 TO WRK-REL.
           MOVE 'N' TO WRK-TEM-MESTRE.
           IF TEM-EMPMAST AND TEM-CCMAST
               MOVE 'S' TO WRK-TEM-MESTRE
           END-IF.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-MESTRE
               PERFORM 0210-LER-FUNCIONARIO
               PERFORM UNTIL FIM-EMPMAST
                   ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                   MOVE 'N' TO WRK-ACHOU
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                                   UNTIL WRK-IDX > WRK-CC-QTD
                                      OR ACHOU-MESTRE
                       IF WRK-CC-CODIGO(WRK-IDX) = EM-CENTRO-CUSTO
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
                   END-PERFORM
                   IF NOT ACHOU-MESTRE
                       MOVE SPACES TO EC-ENTRADA
                       STRING EM-MATRICULA ' CC ' EM-CENTRO-CUSTO
                              ' ' EM-NOME
                           DELIMITED BY SIZE INTO EC-ENTRADA
                       PERFORM 0990-GRAVAR-ORFAO
                   END-IF
                   PERFORM 0210-LER-FUNCIONARIO
               END-PERFORM
           END-IF.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    ARFILE X CUSTMAST: O CPF DO TITULO TEM QUE EXISTIR NO
      *    CADASTRO (CLIENTE EXCLUIDO LOGICAMENTE AINDA EXISTE)
       0300-CONFERIR-TITULOS.
           MOVE 1 TO WRK-REL.
           MOVE WRK-TEM-CUSTMAST TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-CUSTMAST
               OPEN INPUT RECEIVABLES-FILE
               IF WRK-FS-ARFILE NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0310-LER-TITULO
                   PERFORM UNTIL FIM-ARFILE
                       ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                       MOVE RB-CPF TO CM-CPF
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE SPACES TO EC-ENTRADA
                               STRING 'TITULO ' RB-NUMERO
                                      ' CPF ' RB-CPF
                                   DELIMITED BY SIZE INTO EC-ENTRADA
                               PERFORM 0990-GRAVAR-ORFAO
                       END-READ
                       PERFORM 0310-LER-TITULO
                   END-PERFORM
                   CLOSE RECEIVABLES-FILE
               END-IF
           END-IF.

       0310-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

      *    LOANFILE X EMPMAST: EMPRESTIMO CONSIGNADO DESCONTADO NA
      *    FOLHA (PROGCOB04) DE MATRICULA QUE NAO ESTA NO CADASTRO
       0400-CONFERIR-EMPRESTIMOS.
           MOVE 2 TO WRK-REL.
           MOVE WRK-TEM-EMPMAST TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-EMPMAST
               OPEN INPUT LOAN-FILE
               IF WRK-FS-LOANFILE NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0410-LER-EMPRESTIMO
                   PERFORM UNTIL FIM-LOANFILE
                       ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                       MOVE LN-MATRICULA TO EM-MATRICULA
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               MOVE SPACES TO EC-ENTRADA
                               STRING 'MATRICULA ' LN-MATRICULA
                                      ' PARC ' LN-PARCELA-ATUAL
                                      '/' LN-PARCELAS
                                   DELIMITED BY SIZE INTO EC-ENTRADA
                               PERFORM 0990-GRAVAR-ORFAO
                       END-READ
                       PERFORM 0410-LER-EMPRESTIMO
                   END-PERFORM
                   CLOSE LOAN-FILE
               END-IF
           END-IF.

       0410-LER-EMPRESTIMO.
           READ LOAN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-LOANFILE
           END-READ.

       0500-CONFERIR-FERIAS.
           MOVE 3 TO WRK-REL.
           MOVE WRK-TEM-EMPMAST TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-EMPMAST
               OPEN INPUT VACATION-MOVEMENTS
               IF WRK-FS-VACMOV NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0510-LER-FERIAS
                   PERFORM UNTIL FIM-VACMOV
                       ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                       MOVE VM-MATRICULA TO EM-MATRICULA
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               MOVE SPACES TO EC-ENTRADA
                               STRING 'MATRICULA ' VM-MATRICULA
                                      ' ' VM-DATA ' ' VM-DIAS
                                   DELIMITED BY SIZE INTO EC-ENTRADA
                               PERFORM 0990-GRAVAR-ORFAO
                       END-READ
                       PERFORM 0510-LER-FERIAS
                   END-PERFORM
                   CLOSE VACATION-MOVEMENTS
               END-IF
           END-IF.

       0510-LER-FERIAS.
           READ VACATION-MOVEMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-VACMOV
           END-READ.

      *    ATTEND X STUDENT: PELA MATRICULA; O REGISTRO DE ANTES DA
      *    MATRICULA (LIDO ZERADO) CONFERE NOME E TURMA
       0600-CONFERIR-FREQUENCIA.
           MOVE 4 TO WRK-REL.
           MOVE WRK-TEM-STUDENT TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-STUDENT
               OPEN INPUT ATTENDANCE-FILE
               IF WRK-FS-ATTEND NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0610-LER-FREQUENCIA
                   PERFORM UNTIL FIM-ATTEND
                       ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                                       UNTIL WRK-IDX > WRK-AL-QTD
                                          OR ACHOU-MESTRE
                           IF AD-MATRICULA > ZEROS
                               IF WRK-AL-MATRICULA(WRK-IDX)
                                  = AD-MATRICULA
                                   MOVE 'S' TO WRK-ACHOU
                               END-IF
                           ELSE
                               IF WRK-AL-NOME(WRK-IDX) = AD-NOME
                                  AND WRK-AL-TURMA(WRK-IDX) = AD-TURMA
                                   MOVE 'S' TO WRK-ACHOU
                               END-IF
                           END-IF
                       END-PERFORM
                       IF NOT ACHOU-MESTRE
                           MOVE SPACES TO EC-ENTRADA
                           STRING AD-MATRICULA ' ' AD-NOME
                               DELIMITED BY SIZE INTO EC-ENTRADA
                           PERFORM 0990-GRAVAR-ORFAO
                       END-IF
                       PERFORM 0610-LER-FREQUENCIA
                   END-PERFORM
                   CLOSE ATTENDANCE-FILE
               END-IF
           END-IF.

       0610-LER-FREQUENCIA.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ATTEND
           END-READ.

      *    SUBJGRD X STUDENT: O ARQUIVO DE NOTAS POR MATERIA SO TEM
      *    NOME E TURMA DO ALUNO, A MESMA CHAVE DO PROGCOB27
       0650-CONFERIR-NOTAS.
           MOVE 5 TO WRK-REL.
           MOVE WRK-TEM-STUDENT TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-STUDENT
               OPEN INPUT SUBJECT-GRADES
               IF WRK-FS-SUBJGRD NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0660-LER-NOTA
                   PERFORM UNTIL FIM-SUBJGRD
                       ADD 1 TO WRK-CT-LIDOS(WRK-REL)
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                                       UNTIL WRK-IDX > WRK-AL-QTD
                                          OR ACHOU-MESTRE
                           IF WRK-AL-NOME(WRK-IDX) = SG-NOME
                              AND WRK-AL-TURMA(WRK-IDX) = SG-TURMA
                               MOVE 'S' TO WRK-ACHOU
                           END-IF
                       END-PERFORM
                       IF NOT ACHOU-MESTRE
                           MOVE SPACES TO EC-ENTRADA
                           STRING SG-NOME ' ' SG-TURMA
                                  ' ' SG-MATERIA
                               DELIMITED BY SIZE INTO EC-ENTRADA
                           PERFORM 0990-GRAVAR-ORFAO
                       END-IF
                       PERFORM 0660-LER-NOTA
                   END-PERFORM
                   CLOSE SUBJECT-GRADES
               END-IF
           END-IF.

       0660-LER-NOTA.
           READ SUBJECT-GRADES
               AT END
                   MOVE 'S' TO WRK-EOF-SUBJGRD
           END-READ.

      *    SHIPFILE X CARRMAST: ENTREGA AINDA SEM TRANSPORTADORA
      *    (COTADA E NAO CONFIRMADA) NAO ENTRA NA CONTA
       0700-CONFERIR-ENTREGAS.
           MOVE 6 TO WRK-REL.
           MOVE WRK-TEM-CARRMAST TO WRK-TEM-MESTRE.
           PERFORM 0195-SITUACAO-INICIAL.
           IF TEM-CARRMAST
               OPEN INPUT SHIPMENT-FILE
               IF WRK-FS-SHIPFILE NOT = '00'
                   MOVE 'SEM ARQUIVO' TO WRK-CT-SITUACAO(WRK-REL)
               ELSE
                   PERFORM 0710-LER-ENTREGA
                   PERFORM UNTIL FIM-SHIPFILE
                       IF SP-TRANSP NOT = SPACES
                           PERFORM 0720-CONFERIR-TRANSPORTADORA
                       END-IF
                       PERFORM 0710-LER-ENTREGA
                   END-PERFORM
                   CLOSE SHIPMENT-FILE
               END-IF
           END-IF.

       0710-LER-ENTREGA.
           READ SHIPMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SHIPFILE
           END-READ.

       0720-CONFERIR-TRANSPORTADORA.
           ADD 1 TO WRK-CT-LIDOS(WRK-REL).
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TR-QTD
                              OR ACHOU-MESTRE
               IF WRK-TR-NOME(WRK-IDX) = SP-TRANSP
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF NOT ACHOU-MESTRE
               MOVE SPACES TO EC-ENTRADA
               STRING SP-NUMERO ' ' SP-TRANSP
                   DELIMITED BY SIZE INTO EC-ENTRADA
               PERFORM 0990-GRAVAR-ORFAO
           END-IF.

       0800-IMPRIMIR-RELATORIO.
           PERFORM VARYING WRK-REL FROM 1 BY 1 UNTIL WRK-REL > 7
               MOVE WRK-RL-DESCRICAO(WRK-REL) TO IR-D-DESCRICAO
               MOVE WRK-CT-LIDOS(WRK-REL)     TO IR-D-LIDOS
               MOVE WRK-CT-ORFAOS(WRK-REL)    TO IR-D-ORFAOS
               MOVE WRK-CT-SITUACAO(WRK-REL)  TO IR-D-SITUACAO
               PERFORM 0950-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-DETALHE
               ADD WRK-CT-LIDOS(WRK-REL) TO WRK-QT-LIDOS
           END-PERFORM.

           PERFORM 0950-QUEBRA-PAGINA.
           MOVE SPACES TO IR-LINHA.
           WRITE IR-LINHA.
           MOVE 'REGISTROS CONFERIDOS...........' TO IR-R-ROTULO.
           MOVE WRK-QT-LIDOS TO IR-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'TOTAL DE ORFAOS................' TO IR-R-ROTULO.
           MOVE WRK-QT-ORFAOS TO IR-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'LIMITE DE ORFAOS (INTPARM).....' TO IR-R-ROTULO.
           MOVE WRK-LIMITE-ORFAOS TO IR-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.

           EVALUATE TRUE
              WHEN WRK-QT-SEM-MESTRE > ZEROS
                   MOVE 'MESTRE AUSENTE - RELACAO NAO CONFERIDA'
                     TO IR-S-TEXTO
              WHEN WRK-QT-ORFAOS > WRK-LIMITE-ORFAOS
                   MOVE 'ORFAOS ACIMA DO LIMITE - JOB INTERROMPIDO'
                     TO IR-S-TEXTO
              WHEN WRK-QT-ORFAOS > ZEROS
                   MOVE 'ORFAOS DENTRO DO LIMITE - VER O DIGESTO'
                     TO IR-S-TEXTO
              WHEN OTHER
                   MOVE 'CADASTROS INTEGROS' TO IR-S-TEXTO
           END-EVALUATE.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE IR-LINHA FROM IR-RESULTADO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE IR-LINHA FROM RW-TRAILER.

       0810-IMPRIMIR-RESUMO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE IR-LINHA FROM IR-RESUMO.

       0900-FINALIZAR.
           EVALUATE TRUE
              WHEN WRK-QT-SEM-MESTRE > ZEROS
                   MOVE 8 TO RETURN-CODE
              WHEN WRK-QT-ORFAOS > WRK-LIMITE-ORFAOS
                   MOVE 8 TO RETURN-CODE
              WHEN WRK-QT-ORFAOS > ZEROS
                   MOVE 4 TO RETURN-CODE
              WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           CLOSE SYSTEM-EXCEPTIONS.
           CLOSE INTEGRITY-RPT.
           DISPLAY '-------------------------'
           DISPLAY 'REGISTROS CONFERIDOS..... ' WRK-QT-LIDOS.
           DISPLAY 'ORFAOS NO SYSEXCEP....... ' WRK-QT-ORFAOS.
           DISPLAY 'LIMITE DE ORFAOS......... ' WRK-LIMITE-ORFAOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS TO RLP-LIDOS.
           COMPUTE RLP-GRAVADOS = WRK-QT-LIDOS - WRK-QT-ORFAOS.
           MOVE WRK-QT-ORFAOS TO RLP-REJEITADOS.
           MOVE RETURN-CODE TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE IR-LINHA FROM RW-CABECALHO1
               WRITE IR-LINHA FROM RW-CABECALHO2
               WRITE IR-LINHA FROM RW-COLUNAS
           END-IF.

      *    CADA ORFAO VAI PARA O ARQUIVO COMUM DE EXCECOES COM O
      *    MOTIVO DA RELACAO, QUE O DIGESTO DA MANHA AGRUPA
       0990-GRAVAR-ORFAO.
           ADD 1 TO WRK-CT-ORFAOS(WRK-REL).
           ADD 1 TO WRK-QT-ORFAOS.
           MOVE 'PROGCOB127' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE WRK-RL-MOTIVO(WRK-REL) TO EC-MOTIVO.
           WRITE EC-REGISTRO.
