       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: RECERTIFICACAO TRIMESTRAL DOS ACESSOS. O USERMAST
      *     GUARDA USUARIO PARA SEMPRE E QUEM SAIU DA EMPRESA CONTINUA
      *     COM LOGIN ATIVO, PORQUE NADA LIGA O DESLIGAMENTO A
      *     ADMINISTRACAO DE USUARIOS (PROGCOB31). ESTE PROGRAMA
      *     LISTA NO RECRPT TODO USUARIO ATIVO, AGRUPADO POR NIVEL
      *     (UM-NIVEL), COM AS OPCOES QUE O MENUAUTH REGRA PARA ELE
      *     (MESMA REGRA DO PROGCOB19), O ULTIMO LOGIN AUTORIZADO DO
      *     ACCESLOG E UMA LINHA DE VISTO DO GESTOR POR NIVEL. QUEM
      *     NAO LOGA HA MAIS DIAS QUE O RECPARM (SEM ELE, 90) TEM O
      *     LOGIN DESATIVADO NA HORA (UM-ATIVO 'D'), COM LINHA NO
      *     AUDIT-TRAIL; SEM LOGIN NENHUM, CONTA A DATA DA ULTIMA
      *     TROCA DE SENHA (CRIACAO OU RESET). O SUPERVISOR (NIVEL
      *     00) SO E DESATIVADO SE SOBRAR OUTRO SUPERVISOR EM USO.
      *     O USUARIO COM O MESMO NOME DE UM DESLIGAMENTO DO
      *     PROGCOB57 (RESCHIST) SAI NUMA SECAO PROPRIA PARA
      *     DESATIVACAO IMEDIATA, COM RETURN-CODE 4
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT MENU-AUTHORIZATION ASSIGN TO 'MENUAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENUAUTH.

           SELECT ACCESS-LOG ASSIGN TO 'ACCESLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACCESLOG.

           SELECT SETTLEMENT-HISTORY ASSIGN TO 'RESCHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESCHIST.

           SELECT RECERT-PARAMETERS ASSIGN TO 'RECPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECPARM.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT RECERT-RPT ASSIGN TO 'RECRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  MENU-AUTHORIZATION.
       01  MA-REGISTRO.
           02 MA-USUARIO     PIC X(20).
           02 MA-OPCAO       PIC 9(02).
           02 MA-PERMITIDO   PIC X(01).

       FD  ACCESS-LOG.
       01  AL-REGISTRO.
           02 AL-E-DATA       PIC 9(08).
           02 FILLER          PIC X(01).
           02 AL-E-HORA       PIC 9(08).
           02 FILLER          PIC X(01).
           02 AL-E-USUARIO    PIC X(20).
           02 FILLER          PIC X(01).
           02 AL-E-RESULTADO  PIC X(20).

       FD  SETTLEMENT-HISTORY.
           COPY 'RESCHIST.COB'.

       FD  RECERT-PARAMETERS.
       01  RP-REGISTRO.
           02 RP-DIAS-INATIVO PIC 9(04).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  RECERT-RPT.
       01  RC-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-MENUAUTH   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACCESLOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RESCHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECPARM    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-USERMAST  PIC X(01) VALUE 'N'.
          88 FIM-USERMAST   VALUE 'S'.
       77 WRK-EOF-MENUAUTH  PIC X(01) VALUE 'N'.
          88 FIM-MENUAUTH   VALUE 'S'.
       77 WRK-EOF-ACCESLOG  PIC X(01) VALUE 'N'.
          88 FIM-ACCESLOG   VALUE 'S'.
       77 WRK-EOF-RESCHIST  PIC X(01) VALUE 'N'.
          88 FIM-RESCHIST   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-TRIMESTRE     PIC 9(01) VALUE ZEROS.
       77 WRK-MES           PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-INATIVO  PIC 9(04) VALUE 90.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-US        PIC 9(04) VALUE ZEROS.
       77 WRK-NIVEL-ANT     PIC 9(02) VALUE ZEROS.
       77 WRK-SUPERV-EM-USO PIC 9(04) VALUE ZEROS.
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-NIVEL   PIC X(20) VALUE SPACES.
       77 WRK-OPCAO         PIC 9(02) VALUE ZEROS.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'S'.
       77 WRK-TEM-REGRA     PIC X(01) VALUE 'N'.
       77 WRK-PONTEIRO      PIC 9(03) VALUE 1.
       77 WRK-QT-OPCOES     PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ATIVOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESATIVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIGADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NUNCA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PRESERVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ED       PIC ZZZZ9 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    USUARIOS ATIVOS, ORDENADOS POR NIVEL E NOME NA CHAVE;
      *    WRK-US-ACAO: 'D' DESATIVAR AGORA, 'P' SUPERVISOR
      *    INATIVO PRESERVADO, ESPACO PERMANECE
       01  WRK-TB-USUARIOS.
           02 WRK-US-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-US-ITEM OCCURS 500 TIMES.
               03 WRK-US-CHAVE.
                   04 WRK-US-NIVEL    PIC 9(02).
                   04 WRK-US-USUARIO  PIC X(20).
               03 WRK-US-DATA-TROCA PIC 9(08).
               03 WRK-US-ULT-LOGIN  PIC 9(08).
               03 WRK-US-DIAS       PIC 9(05).
               03 WRK-US-ACAO       PIC X(01).
               03 WRK-US-DESLIGAM   PIC 9(08).
       01  WRK-US-TROCA         PIC X(53).
      *    MATRIZ DE AUTORIZACAO DO MENU, IGUAL A DO PROGCOB19
       01  WRK-TB-AUTORIZACAO.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-USUARIO   PIC X(20).
               03 WRK-TB-OPCAO     PIC 9(02).
               03 WRK-TB-PERMITIDO PIC X(01).
       01  RC-COLUNAS.
           02 FILLER PIC X(21) VALUE 'USUARIO'.
           02 FILLER PIC X(11) VALUE 'ULT LOGIN'.
           02 FILLER PIC X(06) VALUE ' DIAS'.
           02 FILLER PIC X(13) VALUE 'SITUACAO'.
           02 FILLER PIC X(29) VALUE 'CONFIRMACAO DO GESTOR'.
       01  RC-CORTE.
           02 FILLER          PIC X(36) VALUE
              'DESATIVA SEM LOGIN HA MAIS DE (DIAS)'.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-P-DIAS       PIC ZZZ9.
       01  RC-TRIMESTRE.
           02 FILLER          PIC X(37) VALUE
              'TRIMESTRE RECERTIFICADO............. '.
           02 RC-T-ANO        PIC 9(04).
           02 FILLER          PIC X(01) VALUE '/'.
           02 RC-T-TRIMESTRE  PIC 9(01).
       01  RC-NIVEL.
           02 FILLER          PIC X(06) VALUE 'NIVEL '.
           02 RC-N-NIVEL      PIC 9(02).
           02 FILLER          PIC X(03) VALUE ' - '.
           02 RC-N-DESCRICAO  PIC X(20).
       01  RC-DETALHE.
           02 RC-D-USUARIO    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-D-ULT-LOGIN  PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-D-DIAS       PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-D-SITUACAO   PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-D-CONFIRMA   PIC X(22) VALUE
              '[ ] MANTER [ ] REVOGAR'.
       01  RC-OPCOES          PIC X(80) VALUE SPACES.
       01  RC-VISTO.
           02 FILLER          PIC X(13) VALUE 'GESTOR NIVEL '.
           02 RC-V-NIVEL      PIC 9(02).
           02 FILLER          PIC X(46) VALUE
              ': ______________________  DATA: ___/___/____'.
       01  RC-SECAO           PIC X(80) VALUE SPACES.
       01  RC-COLUNAS-DESLIG.
           02 FILLER PIC X(21) VALUE 'USUARIO'.
           02 FILLER PIC X(03) VALUE 'NV'.
           02 FILLER PIC X(11) VALUE 'DESLIGADO'.
           02 FILLER PIC X(45) VALUE 'SITUACAO DO LOGIN'.
       01  RC-DESLIGADO.
           02 RC-L-USUARIO    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-L-NIVEL      PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-L-DATA       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RC-L-SITUACAO   PIC X(40).
       01  RC-NENHUM          PIC X(40) VALUE
              '   NENHUM USUARIO NESTA SITUACAO'.
       01  RC-RESUMO.
           02 RC-R-ROTULO     PIC X(35).
           02 RC-R-QTD        PIC ZZZZ9.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-LOTE
               DISPLAY 'RECERTIFICACAO ABANDONADA - USERMAST AUSENTE'
                       ' OU COM MAIS DE 500 USUARIOS ATIVOS, NENHUM'
                       ' LOGIN ALTERADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-CARREGAR-ULTIMO-LOGIN
               PERFORM 0250-MARCAR-DESLIGADOS
               PERFORM 0300-AVALIAR-INATIVIDADE
               PERFORM 0400-ORDENAR-USUARIOS
               PERFORM 0500-DESATIVAR-INATIVOS
               PERFORM 0600-IMPRIMIR-RELATORIO
               PERFORM 0900-FINALIZAR
           END-IF.
           IF WRK-FS-USERMAST NOT = '35'
               CLOSE USER-MASTER
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE WRK-DATASYS(5:2) TO WRK-MES.
           COMPUTE WRK-TRIMESTRE = (WRK-MES + 2) / 3.

           PERFORM 0120-CARREGAR-PARAMETRO.
           PERFORM 0130-CARREGAR-AUTORIZACOES.

           OPEN I-O USER-MASTER.
           IF WRK-FS-USERMAST NOT = '00'
               MOVE 'PROGCOB125' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'USERMAST  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-USERMAST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0150-CARREGAR-USUARIOS
           END-IF.

      *    O PRAZO E OPCIONAL: SEM O RECPARM (OU COM ZERO), VALEM
      *    OS 90 DIAS DO VALUE DA WORKING-STORAGE
       0120-CARREGAR-PARAMETRO.
           OPEN INPUT RECERT-PARAMETERS.
           IF WRK-FS-RECPARM = '00'
               READ RECERT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-DIAS-INATIVO > ZEROS
                           MOVE RP-DIAS-INATIVO TO WRK-DIAS-INATIVO
                       END-IF
               END-READ
               CLOSE RECERT-PARAMETERS
           END-IF.

       0130-CARREGAR-AUTORIZACOES.
           OPEN INPUT MENU-AUTHORIZATION.
           IF WRK-FS-MENUAUTH = '00'
               PERFORM 0135-LER-AUTORIZACAO
               PERFORM UNTIL FIM-MENUAUTH
                              OR WRK-TB-QTD = 200
                   ADD 1 TO WRK-TB-QTD
                   MOVE MA-USUARIO
                     TO WRK-TB-USUARIO(WRK-TB-QTD)
                   MOVE MA-OPCAO
                     TO WRK-TB-OPCAO(WRK-TB-QTD)
                   MOVE MA-PERMITIDO
                     TO WRK-TB-PERMITIDO(WRK-TB-QTD)
                   PERFORM 0135-LER-AUTORIZACAO
               END-PERFORM
               CLOSE MENU-AUTHORIZATION
           END-IF.

       0135-LER-AUTORIZACAO.
           READ MENU-AUTHORIZATION
               AT END
                   MOVE 'S' TO WRK-EOF-MENUAUTH
           END-READ.

      *    SO OS LOGINS ATIVOS ENTRAM NA RECERTIFICACAO; O CADASTRO
      *    INTEIRO FICA NA TABELA ANTES DE QUALQUER REWRITE
       0150-CARREGAR-USUARIOS.
           PERFORM 0160-LER-USUARIO.
           PERFORM UNTIL FIM-USERMAST OR ABANDONAR-LOTE
               IF NOT UM-LOGIN-DESATIVADO
                   IF WRK-US-QTD = 500
                       MOVE 'S' TO WRK-ABANDONAR
                   ELSE
                       ADD 1 TO WRK-US-QTD
                       MOVE UM-NIVEL      TO WRK-US-NIVEL(WRK-US-QTD)
                       MOVE UM-USUARIO    TO WRK-US-USUARIO(WRK-US-QTD)
                       MOVE UM-DATA-TROCA
                         TO WRK-US-DATA-TROCA(WRK-US-QTD)
                       MOVE ZEROS TO WRK-US-ULT-LOGIN(WRK-US-QTD)
                                     WRK-US-DIAS(WRK-US-QTD)
                                     WRK-US-DESLIGAM(WRK-US-QTD)
                       MOVE SPACE TO WRK-US-ACAO(WRK-US-QTD)
                   END-IF
               END-IF
               PERFORM 0160-LER-USUARIO
           END-PERFORM.

       0160-LER-USUARIO.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-USERMAST
           END-READ.

       0170-LOCALIZAR-USUARIO.
           MOVE ZEROS TO WRK-IDX-US.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
                              OR WRK-IDX-US > ZEROS
               IF WRK-US-USUARIO(WRK-IDX) = WRK-USUARIO
                   MOVE WRK-IDX TO WRK-IDX-US
               END-IF
           END-PERFORM.

      *    ULTIMO LOGIN = A LINHA 'AUTORIZADO' MAIS RECENTE DO
      *    PROGCOB10 NO ACCESS-LOG
       0200-CARREGAR-ULTIMO-LOGIN.
           OPEN INPUT ACCESS-LOG.
           IF WRK-FS-ACCESLOG = '00'
               PERFORM 0210-LER-ACESSO
               PERFORM UNTIL FIM-ACCESLOG
                   IF AL-E-RESULTADO(1:10) = 'AUTORIZADO'
                       MOVE AL-E-USUARIO TO WRK-USUARIO
                       PERFORM 0170-LOCALIZAR-USUARIO
                       IF WRK-IDX-US > ZEROS
                          AND AL-E-DATA > WRK-US-ULT-LOGIN(WRK-IDX-US)
                           MOVE AL-E-DATA
                             TO WRK-US-ULT-LOGIN(WRK-IDX-US)
                       END-IF
                   END-IF
                   PERFORM 0210-LER-ACESSO
               END-PERFORM
               CLOSE ACCESS-LOG
           END-IF.

       0210-LER-ACESSO.
           READ ACCESS-LOG
               AT END
                   MOVE 'S' TO WRK-EOF-ACCESLOG
           END-READ.

      *    O LOGIN COM O MESMO NOME DE UM FUNCIONARIO DESLIGADO NO
      *    PROGCOB57 FICA MARCADO PARA DESATIVACAO IMEDIATA
       0250-MARCAR-DESLIGADOS.
           OPEN INPUT SETTLEMENT-HISTORY.
           IF WRK-FS-RESCHIST = '00'
               PERFORM 0260-LER-RESCISAO
               PERFORM UNTIL FIM-RESCHIST
                   MOVE RR-NOME TO WRK-USUARIO
                   PERFORM 0170-LOCALIZAR-USUARIO
                   IF WRK-IDX-US > ZEROS
                       MOVE RR-DATA-EFEITO
                         TO WRK-US-DESLIGAM(WRK-IDX-US)
                   END-IF
                   PERFORM 0260-LER-RESCISAO
               END-PERFORM
               CLOSE SETTLEMENT-HISTORY
           END-IF.

       0260-LER-RESCISAO.
           READ SETTLEMENT-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-RESCHIST
           END-READ.

      *    DIAS SEM LOGIN CONTADOS DO ULTIMO LOGIN OU, SEM LOGIN
      *    NENHUM, DA ULTIMA TROCA DE SENHA; SEM NENHUMA DAS DUAS
      *    DATAS O LOGIN E CONSIDERADO INATIVO. O SUPERVISOR
      *    INATIVO SO CAI SE SOBRAR OUTRO SUPERVISOR EM USO
       0300-AVALIAR-INATIVIDADE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
               MOVE 'D' TO WRK-FUNCAO
               MOVE WRK-DATASYS TO WRK-DATA-RESULT
               MOVE WRK-US-ULT-LOGIN(WRK-IDX) TO WRK-DATA-BASE
               IF WRK-DATA-BASE = ZEROS
                   MOVE WRK-US-DATA-TROCA(WRK-IDX) TO WRK-DATA-BASE
               END-IF
               IF WRK-DATA-BASE = ZEROS
                   MOVE 99999 TO WRK-US-DIAS(WRK-IDX)
               ELSE
                   CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                           WRK-QT-DIAS WRK-DATA-RESULT
                                           WRK-DIAS-DIF WRK-DATA-VALIDA
                   IF WRK-DIAS-DIF > ZEROS
                       MOVE WRK-DIAS-DIF TO WRK-US-DIAS(WRK-IDX)
                   END-IF
               END-IF
               IF WRK-US-DIAS(WRK-IDX) > WRK-DIAS-INATIVO
                   MOVE 'D' TO WRK-US-ACAO(WRK-IDX)
               ELSE
                   IF WRK-US-NIVEL(WRK-IDX) = ZEROS
                       ADD 1 TO WRK-SUPERV-EM-USO
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-SUPERV-EM-USO = ZEROS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-US-QTD
                   IF WRK-US-NIVEL(WRK-IDX) = ZEROS
                      AND WRK-US-ACAO(WRK-IDX) = 'D'
                       MOVE 'P' TO WRK-US-ACAO(WRK-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       0400-ORDENAR-USUARIOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX >= WRK-US-QTD
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                               UNTIL WRK-IDX2 > WRK-US-QTD - WRK-IDX
                   IF WRK-US-CHAVE(WRK-IDX2) >
                                       WRK-US-CHAVE(WRK-IDX2 + 1)
                       MOVE WRK-US-ITEM(WRK-IDX2) TO WRK-US-TROCA
                       MOVE WRK-US-ITEM(WRK-IDX2 + 1)
                         TO WRK-US-ITEM(WRK-IDX2)
                       MOVE WRK-US-TROCA
                         TO WRK-US-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    A DESATIVACAO AUTOMATICA GRAVA NO USERMAST O MESMO 'D' DO
      *    DESATIVAR DO PROGCOB31, COM LINHA NO AUDIT-TRAIL
       0500-DESATIVAR-INATIVOS.
           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
               IF WRK-US-ACAO(WRK-IDX) = 'D'
                   PERFORM 0510-DESATIVAR-LOGIN
               END-IF
           END-PERFORM.

           CLOSE AUDIT-TRAIL.

       0510-DESATIVAR-LOGIN.
           MOVE WRK-US-USUARIO(WRK-IDX) TO UM-USUARIO.
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACE TO WRK-US-ACAO(WRK-IDX)
               NOT INVALID KEY
                   MOVE 'D' TO UM-ATIVO
                   REWRITE UM-REGISTRO
                       INVALID KEY
                           MOVE 'PROGCOB125' TO FSE-PROGRAMA
                           MOVE '0510-DESATIVAR-LOGIN' TO FSE-PARAGRAFO
                           MOVE 'USERMAST  ' TO FSE-ARQUIVO
                           MOVE 'REWRITE ' TO FSE-OPERACAO
                           MOVE WRK-FS-USERMAST TO FSE-STATUS
                           CALL 'PROGCOB39' USING FSE-PARAMETROS
                           MOVE SPACE TO WRK-US-ACAO(WRK-IDX)
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-DESATIVADOS
                           PERFORM 0520-REGISTRAR-AUDITORIA
                   END-REWRITE
           END-READ.

       0520-REGISTRAR-AUDITORIA.
           MOVE WRK-DATASYS  TO AT-DATA.
           MOVE WRK-HORASYS  TO AT-HORA.
           MOVE 'BATCH'      TO AT-USUARIO.
           MOVE 'PROGCOB125' TO AT-PROGRAMA.
           MOVE 'LOGIN DESATIVADO' TO AT-OPERACAO.
           MOVE WRK-US-USUARIO(WRK-IDX) TO AT-ENTRADA.
           MOVE SPACES TO AT-RESULTADO.
           IF WRK-US-DIAS(WRK-IDX) = 99999
               MOVE 'SEM LOGIN E SEM TROCA DE SENHA' TO AT-RESULTADO
           ELSE
               MOVE WRK-US-DIAS(WRK-IDX) TO WRK-DIAS-ED
               STRING 'SEM LOGIN HA ' WRK-DIAS-ED ' DIAS'
                   DELIMITED BY SIZE INTO AT-RESULTADO
           END-IF.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0600-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RECERT-RPT.
           MOVE 'RECERTIFICACAO DE ACESSOS' TO RW-TITULO.
           MOVE RC-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-DATASYS(1:4) TO RC-T-ANO.
           MOVE WRK-TRIMESTRE    TO RC-T-TRIMESTRE.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-TRIMESTRE.
           MOVE WRK-DIAS-INATIVO TO RC-P-DIAS.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-CORTE.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
               IF WRK-IDX = 1
                  OR WRK-US-NIVEL(WRK-IDX) NOT = WRK-NIVEL-ANT
                   IF WRK-IDX > 1
                       PERFORM 0640-IMPRIMIR-VISTO
                   END-IF
                   PERFORM 0610-ABRIR-NIVEL
               END-IF
               PERFORM 0620-IMPRIMIR-USUARIO
               PERFORM 0630-IMPRIMIR-OPCOES
           END-PERFORM.
           IF WRK-US-QTD > ZEROS
               PERFORM 0640-IMPRIMIR-VISTO
           END-IF.

           PERFORM 0700-IMPRIMIR-DESLIGADOS.
           PERFORM 0800-IMPRIMIR-RESUMO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE RC-LINHA FROM RW-TRAILER.
           CLOSE RECERT-RPT.

      *    CADA NIVEL EM PAGINA PROPRIA, PARA IR AO GESTOR CERTO;
      *    O PRIMEIRO APROVEITA A PAGINA DO CABECALHO
       0610-ABRIR-NIVEL.
           MOVE WRK-US-NIVEL(WRK-IDX) TO WRK-NIVEL-ANT RC-N-NIVEL.
           EVALUATE WRK-US-NIVEL(WRK-IDX)
               WHEN 00
                   MOVE 'SUPERVISOR'    TO RC-N-DESCRICAO
               WHEN 01
                   MOVE 'ADMINISTRADOR' TO RC-N-DESCRICAO
               WHEN 02
                   MOVE 'USUARIO'       TO RC-N-DESCRICAO
               WHEN OTHER
                   MOVE 'SEM ACESSO AO LOGIN' TO RC-N-DESCRICAO
           END-EVALUATE.
           IF WRK-IDX > 1
               MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS
           END-IF.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-NIVEL.

       0620-IMPRIMIR-USUARIO.
           ADD 1 TO WRK-QT-ATIVOS.
           MOVE WRK-US-USUARIO(WRK-IDX) TO RC-D-USUARIO.
           MOVE SPACES TO RC-D-ULT-LOGIN.
           IF WRK-US-ULT-LOGIN(WRK-IDX) = ZEROS
               MOVE 'NUNCA' TO RC-D-ULT-LOGIN
               ADD 1 TO WRK-QT-NUNCA
           ELSE
               STRING WRK-US-ULT-LOGIN(WRK-IDX)(7:2) '/'
                      WRK-US-ULT-LOGIN(WRK-IDX)(5:2) '/'
                      WRK-US-ULT-LOGIN(WRK-IDX)(1:4)
                   DELIMITED BY SIZE INTO RC-D-ULT-LOGIN
           END-IF.
           IF WRK-US-DIAS(WRK-IDX) = 99999
               MOVE '  ---' TO RC-D-DIAS
           ELSE
               MOVE WRK-US-DIAS(WRK-IDX) TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO RC-D-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-US-ACAO(WRK-IDX) = 'D'
                   MOVE 'DESATIVADO'   TO RC-D-SITUACAO
               WHEN WRK-US-ACAO(WRK-IDX) = 'P'
                   ADD 1 TO WRK-QT-PRESERVADOS
                   MOVE 'INATIVO-SUP'  TO RC-D-SITUACAO
               WHEN WRK-US-DESLIGAM(WRK-IDX) > ZEROS
                   MOVE 'DESLIGADO!'   TO RC-D-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVO'        TO RC-D-SITUACAO
           END-EVALUATE.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-DETALHE.

      *    AS OPCOES COM REGRA NO MENUAUTH PARA O USUARIO OU PARA O
      *    NIVEL DELE, JA COM A REGRA QUE VALE (S/N); AS DEMAIS
      *    SEGUEM LIBERADAS, COMO NO PROGCOB19
       0630-IMPRIMIR-OPCOES.
           MOVE WRK-US-USUARIO(WRK-IDX) TO WRK-USUARIO.
           MOVE SPACES TO WRK-CHAVE-NIVEL.
           STRING '*NIVEL' WRK-US-NIVEL(WRK-IDX)
               DELIMITED BY SIZE INTO WRK-CHAVE-NIVEL.
           MOVE SPACES TO RC-OPCOES.
           MOVE 1 TO WRK-PONTEIRO.
           STRING '     MENU: ' DELIMITED BY SIZE
               INTO RC-OPCOES WITH POINTER WRK-PONTEIRO.
           MOVE ZEROS TO WRK-QT-OPCOES.
           PERFORM VARYING WRK-OPCAO FROM 1 BY 1 UNTIL WRK-OPCAO > 98
               PERFORM 0730-CONFERIR-OPCAO
               IF WRK-TEM-REGRA = 'S'
                   IF WRK-PONTEIRO > 70
                       PERFORM 0950-QUEBRA-PAGINA
                       WRITE RC-LINHA FROM RC-OPCOES
                       MOVE SPACES TO RC-OPCOES
                       MOVE 12 TO WRK-PONTEIRO
                   END-IF
                   ADD 1 TO WRK-QT-OPCOES
                   STRING WRK-OPCAO '=' WRK-AUTORIZADO ' '
                       DELIMITED BY SIZE
                       INTO RC-OPCOES WITH POINTER WRK-PONTEIRO
               END-IF
           END-PERFORM.
           IF WRK-PONTEIRO > 62
               PERFORM 0950-QUEBRA-PAGINA
               WRITE RC-LINHA FROM RC-OPCOES
               MOVE SPACES TO RC-OPCOES
               MOVE 12 TO WRK-PONTEIRO
           END-IF.
           IF WRK-QT-OPCOES = ZEROS
               STRING 'TODAS LIBERADAS' DELIMITED BY SIZE
                   INTO RC-OPCOES WITH POINTER WRK-PONTEIRO
           ELSE
               STRING '(DEMAIS LIBERADAS)' DELIMITED BY SIZE
                   INTO RC-OPCOES WITH POINTER WRK-PONTEIRO
           END-IF.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-OPCOES.

       0640-IMPRIMIR-VISTO.
           MOVE WRK-NIVEL-ANT TO RC-V-NIVEL.
           MOVE SPACES TO RC-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-VISTO.

      *    SECAO DOS DESLIGADOS: DESATIVACAO IMEDIATA NO PROGCOB31
      *    (A NAO SER QUE A INATIVIDADE JA TENHA DERRUBADO O LOGIN)
       0700-IMPRIMIR-DESLIGADOS.
           MOVE 'DESLIGADOS NO PROGCOB57 COM LOGIN ATIVO' TO RC-SECAO.
           MOVE RC-COLUNAS-DESLIG TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-SECAO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
               IF WRK-US-DESLIGAM(WRK-IDX) > ZEROS
                   ADD 1 TO WRK-QT-DESLIGADOS
                   MOVE WRK-US-USUARIO(WRK-IDX) TO RC-L-USUARIO
                   MOVE WRK-US-NIVEL(WRK-IDX)   TO RC-L-NIVEL
                   MOVE SPACES TO RC-L-DATA
                   STRING WRK-US-DESLIGAM(WRK-IDX)(7:2) '/'
                          WRK-US-DESLIGAM(WRK-IDX)(5:2) '/'
                          WRK-US-DESLIGAM(WRK-IDX)(1:4)
                       DELIMITED BY SIZE INTO RC-L-DATA
                   IF WRK-US-ACAO(WRK-IDX) = 'D'
                       MOVE 'JA DESATIVADO POR INATIVIDADE'
                         TO RC-L-SITUACAO
                   ELSE
                       MOVE '*** DESATIVAR IMEDIATAMENTE ***'
                         TO RC-L-SITUACAO
                   END-IF
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE RC-LINHA FROM RC-DESLIGADO
               END-IF
           END-PERFORM.
           IF WRK-QT-DESLIGADOS = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE RC-LINHA FROM RC-NENHUM
           END-IF.

      *    MESMA REGRA DO PROGCOB19: A REGRA DO USUARIO GANHA DA
      *    REGRA DO NIVEL; WRK-TEM-REGRA DIZ SE HOUVE ALGUMA
       0730-CONFERIR-OPCAO.
           MOVE 'S' TO WRK-AUTORIZADO.
           MOVE 'N' TO WRK-TEM-REGRA.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > WRK-TB-QTD
               IF WRK-TB-USUARIO(WRK-IDX2) = WRK-CHAVE-NIVEL
                  AND WRK-TB-OPCAO(WRK-IDX2) = WRK-OPCAO
                   MOVE WRK-TB-PERMITIDO(WRK-IDX2)
                     TO WRK-AUTORIZADO
                   MOVE 'S' TO WRK-TEM-REGRA
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > WRK-TB-QTD
               IF WRK-TB-USUARIO(WRK-IDX2) = WRK-USUARIO
                  AND WRK-TB-OPCAO(WRK-IDX2) = WRK-OPCAO
                   MOVE WRK-TB-PERMITIDO(WRK-IDX2)
                     TO WRK-AUTORIZADO
                   MOVE 'S' TO WRK-TEM-REGRA
               END-IF
           END-PERFORM.

       0800-IMPRIMIR-RESUMO.
           MOVE 'RESUMO DA RECERTIFICACAO' TO RC-SECAO.
           MOVE SPACES TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-SECAO.
           MOVE 'USUARIOS ATIVOS RECERTIFICADOS.... ' TO RC-R-ROTULO.
           MOVE WRK-QT-ATIVOS TO RC-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA.
           MOVE 'SEM NENHUM LOGIN NO ACCESLOG...... ' TO RC-R-ROTULO.
           MOVE WRK-QT-NUNCA TO RC-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA.
           MOVE 'DESATIVADOS POR INATIVIDADE....... ' TO RC-R-ROTULO.
           MOVE WRK-QT-DESATIVADOS TO RC-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA.
           MOVE 'SUPERVISORES INATIVOS PRESERVADOS. ' TO RC-R-ROTULO.
           MOVE WRK-QT-PRESERVADOS TO RC-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA.
           MOVE 'DESLIGADOS COM LOGIN NO USERMAST.. ' TO RC-R-ROTULO.
           MOVE WRK-QT-DESLIGADOS TO RC-R-QTD.
           PERFORM 0810-IMPRIMIR-LINHA.

       0810-IMPRIMIR-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE RC-LINHA FROM RC-RESUMO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'USUARIOS ATIVOS.......... ' WRK-QT-ATIVOS.
           DISPLAY 'DESATIVADOS AGORA........ ' WRK-QT-DESATIVADOS.
           DISPLAY 'DESLIGADOS SINALIZADOS... ' WRK-QT-DESLIGADOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-US-QTD
               IF WRK-US-DESLIGAM(WRK-IDX) > ZEROS
                  AND WRK-US-ACAO(WRK-IDX) NOT = 'D'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE RC-LINHA FROM RW-CABECALHO1
               WRITE RC-LINHA FROM RW-CABECALHO2
               WRITE RC-LINHA FROM RW-COLUNAS
           END-IF.
