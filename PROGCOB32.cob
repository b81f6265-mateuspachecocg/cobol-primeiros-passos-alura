      *            FUSAO ZERADOS - SEM ISSO OS CAMPOS NUMERICOS
      *            NOVOS DO CUSTOMER.COB IAM PARA O INDEXADO EM
      *            BRANCO E QUEBRAVAM A CONTA DO FATURADOR
      * ALTERADO = 15/10/2026 - O CLIENTE NOVO NASCE SEM CLASSE ABC
      *            (EM BRANCO, DATA ZERADA) ATE A PROXIMA
      *            CLASSIFICACAO DO PROGCOB95
      * ALTERADO = 15/10/2026 - O CPF DO CUSTLOAD SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO COM A OPCAO 90 DO MENUAUTH LIBERADA, COM
      *            REGISTRO NO AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - O CUSTINTK GANHOU, NO FIM DO REGISTRO,
      *            O CONSENTIMENTO DE MARKETING COLHIDO PELO PARCEIRO
      *            (S/N POR CANAL - CARTA, TELEFONE, E-MAIL - E O
      *            ENDERECO DE E-MAIL); O CLIENTE ACEITO COM ALGUM CANAL
      *            'S' GRAVA O CONSENT COM ORIGEM CARGA LOTE E A DATA DA
      *            CARGA. ARQUIVO ANTIGO, SEM OS CAMPOS, LE EM BRANCO E
      *            NAO GRAVA CONSENTIMENTO
      * ALTERADO = 15/10/2026 - A CARGA PEDE A TRAVA DE USO EXCLUSIVO
      *            DO CUSTMAST ANTES DE ABRI-LO (SUBROTINA PROGCOB136,
      *            REGISTRO LOCKREG) E ESPERA A TELA QUE ESTIVER COM O
      *            CADASTRO; ESGOTADA A ESPERA, NADA E CARREGADO
      *            (RC 12, LINHA 'TRV' NO RUNLOG)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOAD-REPORT ASSIGN TO 'CUSTLOAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTLOAD.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           02 CI-NOME        PIC X(30).
           02 CI-ENDERECO    PIC X(40).
           02 CI-TELEFONE    PIC X(15).
           02 CI-ACEITE      PIC X(01) OCCURS 3 TIMES.
           02 CI-EMAIL       PIC X(40).

       FD  LOAD-REPORT.
       01  LR-LINHA          PIC X(80).

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-CUSTMAST  PIC X(02) VALUE ZEROS.
       77  WRK-FS-CUSTINTK  PIC X(02) VALUE ZEROS.
       77  WRK-FS-CUSTLOAD  PIC X(02) VALUE ZEROS.
       77  WRK-FS-CONSENT   PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS      PIC 9(08) VALUE ZEROS.
       77  WRK-IDX-CANAL    PIC 9(01) VALUE ZEROS.
       77  WRK-QT-ACEITES   PIC 9(01) VALUE ZEROS.
       77  WRK-QT-CONSENT   PIC 9(04) VALUE ZEROS.
       77  WRK-EOF-CUSTINTK PIC X(01) VALUE 'N'.
           88 FIM-CUSTINTK  VALUE 'S'.
       77  WRK-CPF-VALIDO   PIC X(01) VALUE 'N'.
       01  LR-DETALHE.
           02 LR-D-SITUACAO  PIC X(09).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LR-D-CPF       PIC X(14).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LR-D-NOME      PIC X(30).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 LR-D-MOTIVO    PIC X(20).
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL FIM-CUSTINTK
               PERFORM 0300-FINALIZAR
               PERFORM 0060-LIBERAR-TRAVA
           ELSE
               DISPLAY 'CARGA NAO FEITA - CUSTMAST EM USO'
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    A CARGA GRAVA CLIENTES NOVOS NO CUSTMAST: A TELA DE
      *    CLIENTES E AS ROTINAS QUE REGRAVAM O CADASTRO NAO PODEM
      *    ESTAR COM ELE AO MESMO TEMPO
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'CUSTMAST'  TO LKR-ARQUIVO.
           MOVE 'PROGCOB32' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0060-LIBERAR-TRAVA.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB32'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN I-O CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '35'
               OPEN OUTPUT CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.

           OPEN I-O CONSENT-FILE.
           IF WRK-FS-CONSENT = '35'
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF.

           OPEN INPUT CUSTOMER-INTAKE.
           OPEN OUTPUT LOAD-REPORT.
           MOVE 'CARGA EM LOTE DE CLIENTES'
           MOVE CI-TELEFONE TO CM-TELEFONE.
           MOVE 'A'         TO CM-STATUS.
           MOVE ZEROS       TO CM-LIMITE-CREDITO CM-CPF-FUSAO.
           MOVE SPACE       TO CM-CLASSE-ABC.
           MOVE ZEROS       TO CM-DATA-ABC.

           WRITE CM-REGISTRO
               INVALID KEY
                   PERFORM 0220-REJEITAR
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-ACEITOS
                   PERFORM 0230-GRAVAR-CONSENTIMENTO
                   MOVE 'ACEITO   ' TO LR-D-SITUACAO
                   MOVE 'CUSTLOAD'  TO CF-RELATORIO
                   MOVE CI-CPF      TO CF-CPF
                   PERFORM 0500-MASCARAR-CPF
                   MOVE CF-CPF-EDITADO TO LR-D-CPF
                   MOVE CI-NOME     TO LR-D-NOME
                   MOVE SPACES      TO LR-D-MOTIVO
                   PERFORM 0400-QUEBRA-PAGINA
       0220-REJEITAR.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE 'REJEITADO'  TO LR-D-SITUACAO.
           MOVE 'CUSTLOAD'   TO CF-RELATORIO.
           MOVE CI-CPF       TO CF-CPF.
           PERFORM 0500-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO LR-D-CPF.
           MOVE CI-NOME      TO LR-D-NOME.
           MOVE WRK-MOTIVO   TO LR-D-MOTIVO.
           PERFORM 0400-QUEBRA-PAGINA.
           WRITE LR-LINHA FROM LR-DETALHE.

      *    SO OS CANAIS COM 'S' GANHAM DATA (A DA CARGA); O E-MAIL
      *    SEM ENDERECO NAO VALE. SEM NENHUM ACEITE NAO HA O QUE
      *    GRAVAR; UM CONSENT QUE JA EXISTA PARA O CPF E SUBSTITUIDO
       0230-GRAVAR-CONSENTIMENTO.
           INITIALIZE CS-REGISTRO.
           MOVE CI-CPF TO CS-CPF.
           IF CI-EMAIL = SPACES
               MOVE 'N' TO CI-ACEITE(3)
           END-IF.
           MOVE ZEROS TO WRK-QT-ACEITES.
           PERFORM VARYING WRK-IDX-CANAL FROM 1 BY 1
                           UNTIL WRK-IDX-CANAL > 3
               IF CI-ACEITE(WRK-IDX-CANAL) = 'S'
                   ADD 1 TO WRK-QT-ACEITES
                   MOVE WRK-DATASYS
                     TO CS-DATA-CONSENTIMENTO(WRK-IDX-CANAL)
                   MOVE 'CARGA LOTE' TO CS-ORIGEM(WRK-IDX-CANAL)
                   MOVE 'BATCH' TO CS-USUARIO(WRK-IDX-CANAL)
               END-IF
           END-PERFORM.
           IF CI-ACEITE(3) = 'S'
               MOVE CI-EMAIL TO CS-EMAIL
           END-IF.

           IF WRK-QT-ACEITES > ZEROS
               WRITE CS-REGISTRO
                   INVALID KEY
                       REWRITE CS-REGISTRO
               END-WRITE
               IF WRK-FS-CONSENT = '00'
                   ADD 1 TO WRK-QT-CONSENT
               ELSE
                   DISPLAY 'CONSENTIMENTO NAO GRAVADO - FS '
                           WRK-FS-CONSENT
               END-IF
           END-IF.

       0300-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'REGISTROS LIDOS......... ' WRK-QT-LIDOS.
           DISPLAY 'CLIENTES ACEITOS........ ' WRK-QT-ACEITOS.
           DISPLAY 'CLIENTES REJEITADOS..... ' WRK-QT-REJEITADOS.
           DISPLAY 'CONSENTIMENTOS GRAVADOS. ' WRK-QT-CONSENT.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-INTAKE.
           CLOSE CONSENT-FILE.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE LR-LINHA FROM RW-TRAILER.
           CLOSE LOAD-REPORT.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
               WRITE LR-LINHA FROM RW-CABECALHO2
               WRITE LR-LINHA FROM RW-COLUNAS
           END-IF.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0500-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
