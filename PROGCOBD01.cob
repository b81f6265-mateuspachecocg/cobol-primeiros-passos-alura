      *            FUSAO ZERADOS - SEM ISSO OS CAMPOS NUMERICOS
      *            NOVOS DO CUSTOMER.COB IAM PARA O INDEXADO EM
      *            BRANCO E QUEBRAVAM A CONTA DO FATURADOR
      * ALTERADO = 15/10/2026 - O CLIENTE NOVO NASCE SEM CLASSE ABC
      *            (EM BRANCO, DATA ZERADA) ATE A PROXIMA
      *            CLASSIFICACAO DO PROGCOB95
      * ALTERADO = 15/10/2026 - O CPF DA CONFIRMACAO DO CADASTRO
      *            SAI MASCARADO (***.456.789-**) PELA SUBROTINA
      *            PROGCOB130 (LGPD) - A TELA NAO IDENTIFICA O OPERADOR,
      *            ENTAO NAO LIBERA O CPF COMPLETO
      * ALTERADO = 15/10/2026 - O CADASTRO PERGUNTA O CONSENTIMENTO
      *            DE MARKETING POR CANAL (CARTA, TELEFONE, E-MAIL,
      *            COM O ENDERECO DE E-MAIL) E, GRAVADO O CLIENTE NOVO,
      *            GRAVA O CONSENT COM ORIGEM CADASTRO PARA OS CANAIS
      *            ACEITOS
      * ALTERADO = 15/10/2026 - O CADASTRO PEDE A TRAVA DE USO EXCLUSIVO
      *            DO CUSTMAST ANTES DE PEDIR OS DADOS (SUBROTINA
      *            PROGCOB136, REGISTRO LOCKREG); COM OUTRO PROGRAMA
      *            ATUALIZANDO O ARQUIVO, O CADASTRO E RECUSADO NA HORA
      *            COM O NOME DO DETENTOR (RC 12, LINHA 'TRV' NO
      *            RUNLOG), ANTES DE O OPERADOR DIGITAR QUALQUER COISA
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.
       WORKING-STORAGE SECTION.
       01  WRK-CPF.
           02 WRK-TC1  PIC 9(03) VALUE ZEROS.
       77  WRK-CPF-VALIDO PIC X(01) VALUE 'N'.
           88 CPF-OK      VALUE 'S'.
       77  WRK-FS-CUSTMAST PIC X(02) VALUE ZEROS.
       77  WRK-FS-CONSENT  PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS    PIC 9(08) VALUE ZEROS.
       77  WRK-EMAIL      PIC X(40) VALUE SPACES.
       77  WRK-IDX-CANAL  PIC 9(01) VALUE ZEROS.
       77  WRK-QT-ACEITES PIC 9(01) VALUE ZEROS.
      *    RESPOSTA S/N DO CLIENTE POR CANAL (1 = CARTA,
      *    2 = TELEFONE, 3 = E-MAIL - A ORDEM DO CS-CANAL)
       01  WRK-ACEITES.
           02 WRK-ACEITE  PIC X(01) OCCURS 3 TIMES.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-VALIDAR-CPF
               IF CPF-OK
                   PERFORM 0300-GRAVAR
               ELSE
                   DISPLAY 'CPF INVALIDO - DIGITOS VERIFICADORES NAO'
                   DISPLAY 'CONFEREM COM O NUMERO INFORMADO'
               END-IF
               PERFORM 0400-FINALIZAR
               PERFORM 0600-LIBERAR-TRAVA
           ELSE
               DISPLAY 'CADASTRO INDISPONIVEL - TENTE DE NOVO'
                       ' QUANDO O CUSTMAST FOR LIBERADO'
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    A TRAVA E PEDIDA ANTES DA DIGITACAO: RECUSADO O
      *    CADASTRO, O OPERADOR NAO PERDE O QUE DIGITOU
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'CUSTMAST'   TO LKR-ARQUIVO.
           MOVE 'PROGCOBD01' TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE 'R'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE SPACES       TO CF-USUARIO.
           MOVE 'PROGCOBD01' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           DISPLAY 'CPF... '
           ACCEPT WRK-CPF FROM CONSOLE.

           DISPLAY 'TELEFONE... '
           ACCEPT WRK-TELEFONE FROM CONSOLE.

           DISPLAY 'ACEITA OFERTAS POR CARTA (S/N)... '
           ACCEPT WRK-ACEITE(1) FROM CONSOLE.

           DISPLAY 'ACEITA OFERTAS POR TELEFONE (S/N)... '
           ACCEPT WRK-ACEITE(2) FROM CONSOLE.

           DISPLAY 'ACEITA OFERTAS POR E-MAIL (S/N)... '
           ACCEPT WRK-ACEITE(3) FROM CONSOLE.
           IF WRK-ACEITE(3) = 'S'
               DISPLAY 'E-MAIL... '
               ACCEPT WRK-EMAIL FROM CONSOLE
               IF WRK-EMAIL = SPACES
                   DISPLAY 'SEM E-MAIL - CANAL E-MAIL NAO ACEITO'
                   MOVE 'N' TO WRK-ACEITE(3)
               END-IF
           END-IF.

       0200-VALIDAR-CPF.
           MOVE WRK-CPF TO WRK-CPF-NUM.
           CALL 'PROGCOBD02' USING WRK-CPF-NUM WRK-CPF-VALIDO.
           MOVE WRK-TELEFONE TO CM-TELEFONE.
           MOVE 'A'          TO CM-STATUS.
           MOVE ZEROS        TO CM-LIMITE-CREDITO CM-CPF-FUSAO.
           MOVE SPACE        TO CM-CLASSE-ABC.
           MOVE ZEROS        TO CM-DATA-ABC.

           WRITE CM-REGISTRO
               INVALID KEY
                   DISPLAY 'CLIENTE JA CADASTRADO PARA ESTE CPF'
               NOT INVALID KEY
                   PERFORM 0310-GRAVAR-CONSENTIMENTO
           END-WRITE.

           MOVE 'CONSOLE'   TO CF-RELATORIO.
           MOVE WRK-CPF-NUM TO CF-CPF.
           PERFORM 0500-MASCARAR-CPF.
           DISPLAY 'CPF: ' CF-CPF-EDITADO.
           DISPLAY 'CLIENTE CADASTRADO COM SUCESSO'.

           CLOSE CUSTOMER-MASTER.

      *    SO OS CANAIS RESPONDIDOS COM 'S' GANHAM DATA; SEM NENHUM
      *    ACEITE NAO HA O QUE GRAVAR. UM CONSENT QUE JA EXISTA PARA
      *    O CPF E SUBSTITUIDO PELO QUE O CLIENTE RESPONDEU AGORA
       0310-GRAVAR-CONSENTIMENTO.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           INITIALIZE CS-REGISTRO.
           MOVE WRK-CPF-NUM TO CS-CPF.
           MOVE ZEROS TO WRK-QT-ACEITES.
           PERFORM VARYING WRK-IDX-CANAL FROM 1 BY 1
                           UNTIL WRK-IDX-CANAL > 3
               IF WRK-ACEITE(WRK-IDX-CANAL) = 'S'
                   ADD 1 TO WRK-QT-ACEITES
                   MOVE WRK-DATASYS
                     TO CS-DATA-CONSENTIMENTO(WRK-IDX-CANAL)
                   MOVE 'CADASTRO' TO CS-ORIGEM(WRK-IDX-CANAL)
                   MOVE 'TELA' TO CS-USUARIO(WRK-IDX-CANAL)
               END-IF
           END-PERFORM.
           IF WRK-ACEITE(3) = 'S'
               MOVE WRK-EMAIL TO CS-EMAIL
           END-IF.

           IF WRK-QT-ACEITES > ZEROS
               OPEN I-O CONSENT-FILE
               IF WRK-FS-CONSENT = '35'
                   OPEN OUTPUT CONSENT-FILE
                   CLOSE CONSENT-FILE
                   OPEN I-O CONSENT-FILE
               END-IF
               WRITE CS-REGISTRO
                   INVALID KEY
                       REWRITE CS-REGISTRO
               END-WRITE
               IF WRK-FS-CONSENT NOT = '00'
                   DISPLAY 'CONSENTIMENTO NAO GRAVADO - FS '
                           WRK-FS-CONSENT
               END-IF
               CLOSE CONSENT-FILE
           END-IF.

       0400-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0500-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

       0600-LIBERAR-TRAVA.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
