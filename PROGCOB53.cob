      * ALTERADO = 02/09/2026 - O SHIPFILE GANHOU A TRANSPORTADORA E
      *            A DATA DE CONFIRMACAO NO FIM DO REGISTRO; O
      *            ESPELHO DE LEITURA ACOMPANHOU O LAYOUT
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO SHIPFILE,
      *            QUE GANHOU SP-VALOR, SP-PESO E SP-ROMANEIO NO FIM
      *            DO REGISTRO
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - A ELIMINACAO TAMBEM APAGA O REGISTRO
      *            DE CONSENTIMENTO DE MARKETING (CONSENT), QUE GUARDA O
      *            E-MAIL DO TITULAR; A CERTIDAO PASSA A CONTAR AS DUAS
      *            ELIMINACOES NUM TEXTO QUE CABE NO AT-RESULTADO (O
      *            ANTERIOR PERDIA O FIM DA CONTAGEM DO NAMELOG)
      * ALTERADO = 15/10/2026 - A ELIMINACAO TAMBEM APAGA O
      *            ACOMPANHAMENTO DO PROSPECT (FOLLOWUP, MESMA CHAVE DE
      *            NOME DA TRIAGEM), COM VENDEDOR, CONTATOS E MOTIVO DA
      *            PERDA; A CERTIDAO GANHA A CONTAGEM DELE (FU)
      * ALTERADO = 15/10/2026 - A ELIMINACAO PEDE A TRAVA DE USO
      *            EXCLUSIVO DO CUSTMAST (SUBROTINA PROGCOB136, REGISTRO
      *            LOCKREG) ANTES DE ABRIR O ARQUIVO; COM OUTRO PROGRAMA
      *            ATUALIZANDO O CADASTRO A ELIMINACAO E RECUSADA COM O
      *            NOME DO DETENTOR (RC 12), SEM TOCAR EM NADA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS NL-NOME
               FILE STATUS IS WRK-FS-NAMELOG.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.

           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.
           02 NL-ORIGEM         PIC X(01).
           02 NL-STATUS         PIC X(01).

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.

       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.

       FD  SHIPMENT-FILE.
       01  SP-REGISTRO.
           02 SP-NUMERO      PIC 9(06).
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-NAMELOG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONSENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLLOWUP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-NAO-ACHADO    PIC X(01) VALUE 'N'.
          88 TITULAR-NAO-ACHADO VALUE 'S'.
       77 WRK-QT-NAMELOG    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CONSENT    PIC 9(01) VALUE ZEROS.
       77 WRK-QT-FOLLOWUP   PIC 9(01) VALUE ZEROS.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
           COPY 'FSERRP.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0200-CONFERIR-PENDENCIAS.

           EVALUATE TRUE
               WHEN NOT LKR-CONCEDIDA
                   DISPLAY 'ELIMINACAO RECUSADA - ' LKR-MENSAGEM
                   MOVE 12 TO RETURN-CODE
               WHEN TITULAR-NAO-ACHADO
                   DISPLAY 'ELIMINACAO RECUSADA - CPF NAO'
                           ' CADASTRADO NO CUSTOMER-MASTER'
               WHEN OTHER
                   PERFORM 0300-ANONIMIZAR-CLIENTE
                   PERFORM 0400-ELIMINAR-TRIAGEM
                   PERFORM 0420-ELIMINAR-ACOMPANHAMENTO
                   PERFORM 0450-ELIMINAR-CONSENTIMENTO
                   PERFORM 0500-GRAVAR-CERTIDAO
           END-EVALUATE.

           DISPLAY 'SOLICITANTE (QUEM PEDIU)... '
           ACCEPT WRK-SOLICITANTE FROM CONSOLE.

           PERFORM 0150-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               OPEN I-O CUSTOMER-MASTER
               MOVE WRK-CPF TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'S' TO WRK-NAO-ACHADO
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-NOME-ORIGINAL
               END-READ
           END-IF.

      *    CUSTMAST NA MAO DE OUTRO PROGRAMA: A ELIMINACAO E
      *    RECUSADA NA HORA, SEM ESPERA - O OPERADOR REPETE DEPOIS
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'CUSTMAST'   TO LKR-ARQUIVO.
           MOVE 'PROGCOB53'  TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE 'R'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

      *    NEGOCIO EM ABERTO TRAVA A ELIMINACAO: EMBARQUE AINDA NAO
      *    ENTREGUE NEM CANCELADO, OU TITULO EM ABERTO NO CONTAS A
      *    RECEBER; OS DOIS ARQUIVOS SAO OPCIONAIS (AUSENTE = SEM
      *    PENDENCIA DAQUELE LADO)
       0200-CONFERIR-PENDENCIAS.
           IF TITULAR-NAO-ACHADO OR NOT LKR-CONCEDIDA
               CONTINUE
           ELSE
               OPEN INPUT SHIPMENT-FILE
               CLOSE NAME-LOG
           END-IF.

      *    O ACOMPANHAMENTO DO PROSPECT TEM A MESMA CHAVE DA TRIAGEM
       0420-ELIMINAR-ACOMPANHAMENTO.
           OPEN I-O FOLLOW-UP-FILE.
           IF WRK-FS-FOLLOWUP = '00'
               MOVE WRK-NOME-ORIGINAL(1:20) TO FU-NOME
               DELETE FOLLOW-UP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-FOLLOWUP
                       DISPLAY 'ACOMPANHAMENTO DO PROSPECT ELIMINADO'
               END-DELETE
               CLOSE FOLLOW-UP-FILE
           END-IF.

      *    O CONSENTIMENTO DE MARKETING (E O E-MAIL QUE ELE GUARDA)
      *    SAI DE VEZ: TITULAR ELIMINADO NAO RECEBE CAMPANHA
       0450-ELIMINAR-CONSENTIMENTO.
           OPEN I-O CONSENT-FILE.
           IF WRK-FS-CONSENT = '00'
               MOVE WRK-CPF TO CS-CPF
               DELETE CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-CONSENT
                       DISPLAY 'CONSENTIMENTO DE MARKETING ELIMINADO'
               END-DELETE
               CLOSE CONSENT-FILE
           END-IF.

      *    A CERTIDAO DA ELIMINACAO - O QUE, QUANDO E A PEDIDO DE
      *    QUEM - E A LINHA QUE SOBRA NO AUDIT-TRAIL
       0500-GRAVAR-CERTIDAO.
           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
           STRING 'CPF ' WRK-CPF
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES TO AT-RESULTADO.
           STRING 'ANONIM NAMELOG ' WRK-QT-NAMELOG
                  ' FU ' WRK-QT-FOLLOWUP ' CONS ' WRK-QT-CONSENT
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

           CLOSE AUDIT-TRAIL.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF LKR-CONCEDIDA
               CLOSE CUSTOMER-MASTER
               MOVE RETURN-CODE TO WRK-RC-SALVO
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
               MOVE WRK-RC-SALVO TO RETURN-CODE
           END-IF.
