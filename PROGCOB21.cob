      *            ANTES/DEPOIS (CAMPO NOVO NO FIM DA LINHA); O
      *            PROGRAMA GANHOU O DECIMAL-POINT IS COMMA DOS
      *            DEMAIS PROGRAMAS DA CASA PARA EDITAR O VALOR
      * ALTERADO = 15/10/2026 - O CPF DA CONSULTA SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD) - O
      *            USUARIO DIGITADO AQUI NAO TEM SENHA, ENTAO NAO LIBERA
      *            O CPF COMPLETO
      * ALTERADO = 15/10/2026 - OPCAO 7 - CONSENTIMENTO DE MARKETING
      *            POR CANAL (CARTA, TELEFONE, E-MAIL - COPYBOOK
      *            CONSENT): MOSTRA A SITUACAO DE CADA CANAL E CONCEDE
      *            (COM A ORIGEM E, NO E-MAIL, O ENDERECO) OU REVOGA;
      *            TODA MUDANCA GRAVA UMA LINHA ENCADEADA NO AUDIT-TRAIL
      *            (PROGCOB128), QUE E A PROVA PEDIDA PELA LGPD. CLIENTE
      *            EXCLUIDO SO PODE TER O CONSENTIMENTO REVOGADO
      * ALTERADO = 15/10/2026 - A SESSAO PEDE A TRAVA DE USO EXCLUSIVO
      *            DO CUSTMAST NA ABERTURA (SUBROTINA PROGCOB136,
      *            REGISTRO LOCKREG); COM OUTRO PROGRAMA ATUALIZANDO O
      *            ARQUIVO, A MANUTENCAO SEGUE SO CONSULTANDO (CUSTMAST
      *            ABERTO SO PARA LEITURA, OPCOES 2 A 6 RECUSADAS COM O
      *            NOME DO DETENTOR, LINHA 'TRV' NO RUNLOG); O
      *            CONSENTIMENTO (OPCAO 7) NAO MEXE NO CUSTMAST E
      *            CONTINUA LIBERADO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CHANGE-HISTORY ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  CHANGE-HISTORY.
       01  CH-LINHA           PIC X(161).

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-CUSTMAST    PIC X(02) VALUE ZEROS.
       77  WRK-FS-CUSTHIST    PIC X(02) VALUE ZEROS.
       77  WRK-FS-CONSENT     PIC X(02) VALUE ZEROS.
       77  WRK-FS-AUDITTRL    PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-HORASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO        PIC X(08) VALUE SPACES.
       77  WRK-LIMITE-NOVO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-LIMITE-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-OPERACAO       PIC X(10) VALUE SPACES.
       77  WRK-CANAL          PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-CANAL      PIC 9(01) VALUE ZEROS.
       77  WRK-ACAO-CONSENT   PIC X(01) VALUE SPACE.
       77  WRK-ORIGEM         PIC X(10) VALUE SPACES.
       77  WRK-RESULTADO      PIC X(30) VALUE SPACES.
       77  WRK-TEM-CONSENT    PIC X(01) VALUE 'N'.
           88 CONSENT-ACHADO  VALUE 'S'.
       77  WRK-MSG-TRAVA      PIC X(70) VALUE SPACES.
      *    NOMES DOS CANAIS NA ORDEM DO CS-CANAL
       01  WRK-CANAIS         PIC X(24) VALUE
           'CARTA   TELEFONEE-MAIL  '.
       01  WRK-CANAIS-R REDEFINES WRK-CANAIS.
           02 WRK-NOME-CANAL  PIC X(08) OCCURS 3 TIMES.
       01  WRK-DATA-AUX       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO      PIC 9(04).
           02 WRK-DA-MES      PIC 9(02).
           02 WRK-DA-DIA      PIC 9(02).
       01  WRK-DATA-ED.
           02 WRK-DE-DIA      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DE-MES      PIC 9(02).
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-DE-ANO      PIC 9(04).
       01  WRK-IMAGEM-ANTES.
           02 WRK-ANT-NOME      PIC X(30).
           02 WRK-ANT-ENDERECO  PIC X(40).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CH-D-LIMITE     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'FSERRP.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE SPACES       TO CF-USUARIO.
           MOVE 'PROGCOB21'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           PERFORM 0150-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               OPEN I-O CUSTOMER-MASTER
               IF WRK-FS-CUSTMAST = '35'
                   OPEN OUTPUT CUSTOMER-MASTER
                   CLOSE CUSTOMER-MASTER
                   OPEN I-O CUSTOMER-MASTER
               END-IF
           ELSE
               OPEN INPUT CUSTOMER-MASTER
           END-IF.

           OPEN EXTEND CHANGE-HISTORY.
               OPEN OUTPUT CHANGE-HISTORY
           END-IF.

           OPEN I-O CONSENT-FILE.
           IF WRK-FS-CONSENT = '35'
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF.

      *    COM O CUSTMAST NA MAO DE OUTRO PROGRAMA, A SESSAO SEGUE
      *    SO CONSULTANDO EM VEZ DE MANDAR O OPERADOR EMBORA
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'CUSTMAST'   TO LKR-ARQUIVO.
           MOVE 'PROGCOB21'  TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE 'S'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE LKR-MENSAGEM TO WRK-MSG-TRAVA.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'MANUTENCAO DE CLIENTES'
           IF NOT LKR-CONCEDIDA
               DISPLAY '*** SOMENTE CONSULTA - CUSTMAST EM USO ***'
           END-IF
           DISPLAY '1 - CONSULTAR CLIENTE POR CPF'
           DISPLAY '2 - ALTERAR NOME'
           DISPLAY '3 - ALTERAR ENDERECO'
           DISPLAY '4 - ALTERAR TELEFONE'
           DISPLAY '5 - EXCLUIR CLIENTE (LOGICO)'
           DISPLAY '6 - ALTERAR LIMITE DE CREDITO'
           DISPLAY '7 - CONSENTIMENTO DE MARKETING'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           IF NOT LKR-CONCEDIDA
              AND WRK-OPCAO > 1 AND WRK-OPCAO < 7
               DISPLAY 'ALTERACAO RECUSADA - ' WRK-MSG-TRAVA
               MOVE 9 TO WRK-OPCAO
           END-IF.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CONSULTAR
                   PERFORM 0500-EXCLUIR
               WHEN 6
                   PERFORM 0430-ALTERAR-LIMITE
               WHEN 7
                   PERFORM 0700-CONSENTIMENTO
               WHEN 0
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
       0300-CONSULTAR.
           PERFORM 0210-LOCALIZAR-CLIENTE.
           IF CLIENTE-ACHADO
               MOVE 'CONSOLE' TO CF-RELATORIO
               MOVE CM-CPF    TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               DISPLAY 'CPF........ ' CF-CPF-EDITADO
               DISPLAY 'NOME....... ' CM-NOME
               DISPLAY 'ENDERECO... ' CM-ENDERECO
               DISPLAY 'TELEFONE... ' CM-TELEFONE
           MOVE CM-LIMITE-CREDITO TO CH-D-LIMITE.
           WRITE CH-LINHA FROM CH-DETALHE.

      *    CONSENTIMENTO DE MARKETING POR CANAL: MOSTRA OS TRES
      *    CANAIS E CONCEDE OU REVOGA UM DELES. CLIENTE EXCLUIDO NAO
      *    RECEBE CONSENTIMENTO NOVO, MAS PODE TER O SEU REVOGADO
       0700-CONSENTIMENTO.
           PERFORM 0210-LOCALIZAR-CLIENTE.
           IF CLIENTE-ACHADO
               PERFORM 0710-LER-CONSENTIMENTO
               PERFORM VARYING WRK-IDX-CANAL FROM 1 BY 1
                               UNTIL WRK-IDX-CANAL > 3
                   PERFORM 0720-MOSTRAR-CANAL
               END-PERFORM
               IF CS-EMAIL NOT = SPACES
                   DISPLAY 'E-MAIL..... ' CS-EMAIL
               END-IF
               DISPLAY 'CANAL (1=CARTA 2=TELEFONE 3=E-MAIL'
                       ' 0=VOLTAR).. '
               ACCEPT WRK-CANAL FROM CONSOLE
               IF WRK-CANAL > ZEROS AND WRK-CANAL NOT > 3
                   DISPLAY 'ACAO (C=CONCEDER R=REVOGAR).. '
                   ACCEPT WRK-ACAO-CONSENT FROM CONSOLE
                   EVALUATE WRK-ACAO-CONSENT
                       WHEN 'C'
                           PERFORM 0730-CONCEDER
                       WHEN 'R'
                           PERFORM 0740-REVOGAR
                       WHEN OTHER
                           DISPLAY 'ACAO INVALIDA'
                   END-EVALUATE
               ELSE
                   IF WRK-CANAL NOT = ZEROS
                       DISPLAY 'CANAL INVALIDO'
                   END-IF
               END-IF
           END-IF.

      *    CLIENTE SEM REGISTRO NO CONSENT COMECA COM TODOS OS
      *    CANAIS ZERADOS (SEM CONSENTIMENTO)
       0710-LER-CONSENTIMENTO.
           MOVE WRK-CPF TO CS-CPF.
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-CONSENT
                   INITIALIZE CS-REGISTRO
                   MOVE WRK-CPF TO CS-CPF
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-CONSENT
           END-READ.

       0720-MOSTRAR-CANAL.
           EVALUATE TRUE
               WHEN CS-DATA-CONSENTIMENTO(WRK-IDX-CANAL) = ZEROS
                   DISPLAY WRK-NOME-CANAL(WRK-IDX-CANAL)
                           '... SEM CONSENTIMENTO'
               WHEN CS-DATA-REVOGACAO(WRK-IDX-CANAL) = ZEROS
                   MOVE CS-DATA-CONSENTIMENTO(WRK-IDX-CANAL)
                     TO WRK-DATA-AUX
                   PERFORM 0790-FORMATAR-DATA
                   DISPLAY WRK-NOME-CANAL(WRK-IDX-CANAL)
                           '... VIGENTE DESDE ' WRK-DATA-ED
                           ' (' CS-ORIGEM(WRK-IDX-CANAL) ')'
               WHEN OTHER
                   MOVE CS-DATA-REVOGACAO(WRK-IDX-CANAL)
                     TO WRK-DATA-AUX
                   PERFORM 0790-FORMATAR-DATA
                   DISPLAY WRK-NOME-CANAL(WRK-IDX-CANAL)
                           '... REVOGADO EM ' WRK-DATA-ED
           END-EVALUATE.

      *    A ORIGEM (ONDE O CLIENTE ACEITOU) E OBRIGATORIA; NO
      *    E-MAIL, TAMBEM O ENDERECO, QUE SO EXISTE NO CONSENT
       0730-CONCEDER.
           IF CM-EXCLUIDO
               DISPLAY 'CLIENTE EXCLUIDO - NAO RECEBE CONSENTIMENTO'
           ELSE
               IF CS-DATA-CONSENTIMENTO(WRK-CANAL) > ZEROS
                  AND CS-DATA-REVOGACAO(WRK-CANAL) = ZEROS
                   DISPLAY 'CONSENTIMENTO JA VIGENTE NESTE CANAL'
               ELSE
                   DISPLAY 'ORIGEM (BALCAO, TELEFONE, SITE...).. '
                   ACCEPT WRK-ORIGEM FROM CONSOLE
                   IF WRK-CANAL = 3
                       DISPLAY 'E-MAIL ATUAL: ' CS-EMAIL
                       DISPLAY 'E-MAIL (BRANCO = MANTER).. '
                       MOVE SPACES TO WRK-CAMPO-NOVO
                       ACCEPT WRK-CAMPO-NOVO FROM CONSOLE
                       IF WRK-CAMPO-NOVO NOT = SPACES
                           MOVE WRK-CAMPO-NOVO TO CS-EMAIL
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WRK-ORIGEM = SPACES
                           DISPLAY 'ORIGEM DO CONSENTIMENTO'
                                   ' OBRIGATORIA'
                       WHEN WRK-CANAL = 3 AND CS-EMAIL = SPACES
                           DISPLAY 'E-MAIL OBRIGATORIO PARA O'
                                   ' CANAL E-MAIL'
                       WHEN OTHER
                           MOVE WRK-DATASYS
                             TO CS-DATA-CONSENTIMENTO(WRK-CANAL)
                           MOVE WRK-ORIGEM TO CS-ORIGEM(WRK-CANAL)
                           MOVE WRK-USUARIO
                             TO CS-USUARIO(WRK-CANAL)
                           MOVE ZEROS
                             TO CS-DATA-REVOGACAO(WRK-CANAL)
                           MOVE SPACES TO WRK-RESULTADO
                           STRING 'CONCEDIDO ' WRK-ORIGEM
                               DELIMITED BY SIZE INTO WRK-RESULTADO
                           PERFORM 0750-GRAVAR-CONSENTIMENTO
                   END-EVALUATE
               END-IF
           END-IF.

      *    A REVOGACAO GUARDA A DATA E MANTEM A DO CONSENTIMENTO,
      *    QUE VAI TAMBEM NA LINHA DO AUDIT-TRAIL
       0740-REVOGAR.
           IF CS-DATA-CONSENTIMENTO(WRK-CANAL) = ZEROS
              OR CS-DATA-REVOGACAO(WRK-CANAL) > ZEROS
               DISPLAY 'NAO HA CONSENTIMENTO VIGENTE NESTE CANAL'
           ELSE
               MOVE WRK-DATASYS TO CS-DATA-REVOGACAO(WRK-CANAL)
               MOVE SPACES TO WRK-RESULTADO
               STRING 'REVOGADO - DADO EM '
                      CS-DATA-CONSENTIMENTO(WRK-CANAL)
                   DELIMITED BY SIZE INTO WRK-RESULTADO
               PERFORM 0750-GRAVAR-CONSENTIMENTO
           END-IF.

       0750-GRAVAR-CONSENTIMENTO.
           IF CONSENT-ACHADO
               REWRITE CS-REGISTRO
                   INVALID KEY
                       MOVE 'REWRITE ' TO FSE-OPERACAO
                       PERFORM 0760-ERRO-CONSENT
                   NOT INVALID KEY
                       PERFORM 0770-GRAVAR-AUDITORIA
               END-REWRITE
           ELSE
               WRITE CS-REGISTRO
                   INVALID KEY
                       MOVE 'WRITE   ' TO FSE-OPERACAO
                       PERFORM 0760-ERRO-CONSENT
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-CONSENT
                       PERFORM 0770-GRAVAR-AUDITORIA
               END-WRITE
           END-IF.

       0760-ERRO-CONSENT.
           MOVE 'PROGCOB21 ' TO FSE-PROGRAMA.
           MOVE '0750-GRAVAR-CONSENT ' TO FSE-PARAGRAFO.
           MOVE 'CONSENT   ' TO FSE-ARQUIVO.
           MOVE WRK-FS-CONSENT TO FSE-STATUS.
           CALL 'PROGCOB39' USING FSE-PARAMETROS.

      *    UMA LINHA ENCADEADA POR MUDANCA; A TRILHA E ABERTA E
      *    FECHADA AQUI PARA NAO FICAR PRESA DURANTE A SESSAO
       0770-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF.
           MOVE WRK-DATASYS     TO AT-DATA.
           MOVE WRK-HORASYS     TO AT-HORA.
           MOVE WRK-USUARIO     TO AT-USUARIO.
           MOVE 'PROGCOB21 '    TO AT-PROGRAMA.
           MOVE 'CONSENTIMENTO MKT' TO AT-OPERACAO.
           MOVE SPACES          TO AT-ENTRADA.
           STRING 'CPF ' WRK-CPF ' ' WRK-NOME-CANAL(WRK-CANAL)
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE WRK-RESULTADO   TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.
           CLOSE AUDIT-TRAIL.
           DISPLAY 'CONSENTIMENTO ATUALIZADO COM SUCESSO'.

       0790-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE CUSTOMER-MASTER.
           CLOSE CHANGE-HISTORY.
           CLOSE CONSENT-FILE.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           IF LKR-CONCEDIDA
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
           END-IF.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
