       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MANUTENCAO DO ACOMPANHAMENTO DE PROSPECTS
      *     (FOLLOWUP, COPYBOOK PROSPFUP) NO BALCAO DE VENDAS: PELO
      *     NOME DA TRIAGEM, CONSULTA O ACOMPANHAMENTO, REGISTRA O
      *     RESULTADO DE CADA CONTATO (NA = NAO ATENDEU, RT =
      *     RETORNAR, IN = INTERESSADO, SI = SEM INTERESSE, NV =
      *     CONTATO INVALIDO) COM O PROXIMO CONTATO SEMPRE NUM DIA
      *     UTIL (PROGCOB16, FERIADOS DO HOLIDAY-FILE), DISTRIBUI O
      *     PROSPECT A UM VENDEDOR (MATRICULA CONFERIDA NO EMPMAST)
      *     E ENCERRA COMO PERDIDO COM O MOTIVO. SEM INTERESSE E
      *     CONTATO INVALIDO JA ENCERRAM COMO PERDIDO; O EXCESSO DE
      *     TENTATIVAS SEM RESPOSTA E ENCERRADO PELA LISTA DIARIA
      *     (PROGCOB134), QUE TAMBEM MARCA QUEM VIROU CLIENTE
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-FOLLOWUP    PIC X(02) VALUE ZEROS.
       77  WRK-FS-EMPMAST     PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-OPCAO          PIC 9(01) VALUE 9.
           88 SAIR-MENU       VALUE 0.
       77  WRK-NOME           PIC X(20) VALUE SPACES.
       77  WRK-ACHOU          PIC X(01) VALUE 'N'.
           88 PROSPECT-ACHADO VALUE 'S'.
       77  WRK-RESULTADO      PIC X(02) VALUE SPACES.
       77  WRK-PROXIMO        PIC 9(08) VALUE ZEROS.
       77  WRK-VENDEDOR       PIC 9(06) VALUE ZEROS.
       77  WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77  WRK-EMPMAST-ABERTO PIC X(01) VALUE 'N'.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77  WRK-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-DATA-BASE      PIC 9(08) VALUE ZEROS.
       77  WRK-QT-DIAS        PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-RESULT    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-DIF       PIC S9(06) VALUE ZEROS.
       77  WRK-DATA-VALIDA    PIC X(01) VALUE 'N'.
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
           COPY 'FSERRP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-MENU UNTIL SAIR-MENU.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN I-O FOLLOW-UP-FILE.
           IF WRK-FS-FOLLOWUP = '35'
               OPEN OUTPUT FOLLOW-UP-FILE
               CLOSE FOLLOW-UP-FILE
               OPEN I-O FOLLOW-UP-FILE
           END-IF.

      *    SEM O EMPMAST A MANUTENCAO SEGUE, SO NAO DISTRIBUI
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST = '00'
               MOVE 'S' TO WRK-EMPMAST-ABERTO
           ELSE
               MOVE 'PROGCOB133' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'EMPMAST   ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-EMPMAST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
           END-IF.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'ACOMPANHAMENTO DE PROSPECTS'
           DISPLAY '1 - CONSULTAR ACOMPANHAMENTO'
           DISPLAY '2 - REGISTRAR CONTATO'
           DISPLAY '3 - DISTRIBUIR A VENDEDOR'
           DISPLAY '4 - ENCERRAR COMO PERDIDO'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-CONSULTAR
               WHEN 2
                   PERFORM 0400-REGISTRAR-CONTATO
               WHEN 3
                   PERFORM 0500-DISTRIBUIR
               WHEN 4
                   PERFORM 0600-ENCERRAR-PERDIDO
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-LOCALIZAR-PROSPECT.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY 'NOME DO PROSPECT (COMO NA TRIAGEM).. '
           ACCEPT WRK-NOME FROM CONSOLE.

           MOVE WRK-NOME TO FU-NOME.
           READ FOLLOW-UP-FILE
               INVALID KEY
                   DISPLAY 'PROSPECT SEM ACOMPANHAMENTO ABERTO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

      *    SO O ACOMPANHAMENTO ABERTO ACEITA CONTATO, VENDEDOR OU
      *    ENCERRAMENTO; O FECHADO FICA COMO HISTORICO DO FUNIL
       0220-EXIGIR-ABERTO.
           IF PROSPECT-ACHADO AND NOT FU-ABERTO
               DISPLAY 'ACOMPANHAMENTO JA ENCERRADO'
               MOVE 'N' TO WRK-ACHOU
           END-IF.

       0300-CONSULTAR.
           PERFORM 0210-LOCALIZAR-PROSPECT.
           IF PROSPECT-ACHADO
               MOVE FU-DATA-CAPTACAO TO WRK-DATA-AUX
               PERFORM 0790-FORMATAR-DATA
               DISPLAY 'CAPTADO EM. ' WRK-DATA-ED
                       ' ORIGEM ' FU-ORIGEM
               IF FU-VENDEDOR = ZEROS
                   DISPLAY 'VENDEDOR... A DISTRIBUIR'
               ELSE
                   DISPLAY 'VENDEDOR... ' FU-VENDEDOR
               END-IF
               DISPLAY 'CONTATOS... ' FU-QT-CONTATOS
                       ' SEM RESPOSTA ' FU-QT-FRACASSOS
               IF FU-ULTIMO-CONTATO > ZEROS
                   MOVE FU-ULTIMO-CONTATO TO WRK-DATA-AUX
                   PERFORM 0790-FORMATAR-DATA
                   DISPLAY 'ULTIMO..... ' WRK-DATA-ED
                           ' RESULTADO ' FU-RESULTADO
               END-IF
               EVALUATE TRUE
                   WHEN FU-ABERTO
                       MOVE FU-PROXIMO-CONTATO TO WRK-DATA-AUX
                       PERFORM 0790-FORMATAR-DATA
                       DISPLAY 'SITUACAO... ABERTO - PROXIMO CONTATO '
                               WRK-DATA-ED
                   WHEN FU-CONVERTIDO
                       MOVE FU-DATA-FECHAMENTO TO WRK-DATA-AUX
                       PERFORM 0790-FORMATAR-DATA
                       DISPLAY 'SITUACAO... CONVERTIDO EM ' WRK-DATA-ED
                   WHEN OTHER
                       MOVE FU-DATA-FECHAMENTO TO WRK-DATA-AUX
                       PERFORM 0790-FORMATAR-DATA
                       DISPLAY 'SITUACAO... PERDIDO EM ' WRK-DATA-ED
                               ' - ' FU-MOTIVO-PERDA
               END-EVALUATE
           END-IF.

      *    NAO ATENDEU CONTA COMO TENTATIVA SEM RESPOSTA E VOLTA NO
      *    PROXIMO DIA UTIL; RETORNAR E INTERESSADO PEDEM A DATA
      *    COMBINADA (ZERO = PROXIMO DIA UTIL); SEM INTERESSE E
      *    CONTATO INVALIDO ENCERRAM COMO PERDIDO
       0400-REGISTRAR-CONTATO.
           PERFORM 0210-LOCALIZAR-PROSPECT.
           PERFORM 0220-EXIGIR-ABERTO.
           IF PROSPECT-ACHADO
               DISPLAY 'RESULTADO (NA=NAO ATENDEU RT=RETORNAR'
                       ' IN=INTERESSADO SI=SEM INTERESSE'
                       ' NV=CONTATO INVALIDO).. '
               ACCEPT WRK-RESULTADO FROM CONSOLE
               MOVE ZEROS TO WRK-PROXIMO
               IF WRK-RESULTADO = 'RT' OR WRK-RESULTADO = 'IN'
                   DISPLAY 'PROXIMO CONTATO AAAAMMDD'
                           ' (ZERO = PROXIMO DIA UTIL).. '
                   ACCEPT WRK-PROXIMO FROM CONSOLE
               END-IF
               EVALUATE WRK-RESULTADO
                   WHEN 'NA'
                   WHEN 'RT'
                   WHEN 'IN'
                       PERFORM 0410-CALCULAR-PROXIMO
                       IF WRK-DATA-RESULT > ZEROS
                           PERFORM 0420-ANOTAR-CONTATO
                           IF WRK-RESULTADO = 'NA'
                               ADD 1 TO FU-QT-FRACASSOS
                           END-IF
                           MOVE WRK-DATA-RESULT TO FU-PROXIMO-CONTATO
                           PERFORM 0700-REGRAVAR
                       END-IF
                   WHEN 'SI'
                       PERFORM 0420-ANOTAR-CONTATO
                       MOVE 'SEM INTERESSE' TO WRK-MOTIVO
                       PERFORM 0610-FECHAR-PERDIDO
                   WHEN 'NV'
                       PERFORM 0420-ANOTAR-CONTATO
                       MOVE 'CONTATO INVALIDO' TO WRK-MOTIVO
                       PERFORM 0610-FECHAR-PERDIDO
                   WHEN OTHER
                       DISPLAY 'RESULTADO INVALIDO'
               END-EVALUATE
           END-IF.

      *    DATA COMBINADA TEM DE SER VALIDA E FUTURA; CAINDO EM FIM
      *    DE SEMANA OU FERIADO, PASSA PARA O DIA UTIL SEGUINTE.
      *    DATA RECUSADA DEVOLVE WRK-DATA-RESULT ZERADO
       0410-CALCULAR-PROXIMO.
           MOVE ZEROS TO WRK-DATA-RESULT.
           IF WRK-PROXIMO = ZEROS
               MOVE 'U'         TO WRK-FUNCAO
               MOVE WRK-DATASYS TO WRK-DATA-BASE
               MOVE 1           TO WRK-QT-DIAS
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
           ELSE
               MOVE 'V'         TO WRK-FUNCAO
               MOVE WRK-PROXIMO TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               EVALUATE TRUE
                   WHEN WRK-DATA-VALIDA NOT = 'S'
                       DISPLAY 'DATA INVALIDA'
                   WHEN WRK-PROXIMO NOT > WRK-DATASYS
                       DISPLAY 'O PROXIMO CONTATO TEM DE SER FUTURO'
                   WHEN OTHER
                       MOVE 'T'         TO WRK-FUNCAO
                       MOVE WRK-PROXIMO TO WRK-DATA-BASE
                       CALL 'PROGCOB16D' USING WRK-FUNCAO
                            WRK-DATA-BASE WRK-QT-DIAS
                            WRK-DATA-RESULT WRK-DIAS-DIF
                            WRK-DATA-VALIDA
                       IF WRK-DATA-VALIDA = 'S'
                           MOVE WRK-PROXIMO TO WRK-DATA-RESULT
                       ELSE
                           MOVE 'U'         TO WRK-FUNCAO
                           MOVE WRK-PROXIMO TO WRK-DATA-BASE
                           MOVE 1           TO WRK-QT-DIAS
                           CALL 'PROGCOB16D' USING WRK-FUNCAO
                                WRK-DATA-BASE WRK-QT-DIAS
                                WRK-DATA-RESULT WRK-DIAS-DIF
                                WRK-DATA-VALIDA
                           MOVE WRK-DATA-RESULT TO WRK-DATA-AUX
                           PERFORM 0790-FORMATAR-DATA
                           DISPLAY 'DIA SEM EXPEDIENTE - CONTATO'
                                   ' PASSA PARA ' WRK-DATA-ED
                       END-IF
               END-EVALUATE
           END-IF.

       0420-ANOTAR-CONTATO.
           MOVE WRK-DATASYS   TO FU-ULTIMO-CONTATO.
           MOVE WRK-RESULTADO TO FU-RESULTADO.
           ADD 1 TO FU-QT-CONTATOS.

       0500-DISTRIBUIR.
           PERFORM 0210-LOCALIZAR-PROSPECT.
           PERFORM 0220-EXIGIR-ABERTO.
           IF PROSPECT-ACHADO
               IF WRK-EMPMAST-ABERTO NOT = 'S'
                   DISPLAY 'EMPMAST INDISPONIVEL - NAO HA COMO'
                           ' CONFERIR O VENDEDOR'
               ELSE
                   DISPLAY 'VENDEDOR ATUAL: ' FU-VENDEDOR
                   DISPLAY 'MATRICULA DO VENDEDOR.. '
                   ACCEPT WRK-VENDEDOR FROM CONSOLE
                   MOVE WRK-VENDEDOR TO EM-MATRICULA
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           DISPLAY 'MATRICULA NAO CADASTRADA NO EMPMAST'
                       NOT INVALID KEY
                           DISPLAY 'VENDEDOR... ' EM-NOME
                           MOVE WRK-VENDEDOR TO FU-VENDEDOR
                           PERFORM 0700-REGRAVAR
                   END-READ
               END-IF
           END-IF.

       0600-ENCERRAR-PERDIDO.
           PERFORM 0210-LOCALIZAR-PROSPECT.
           PERFORM 0220-EXIGIR-ABERTO.
           IF PROSPECT-ACHADO
               DISPLAY 'MOTIVO DA PERDA.. '
               MOVE SPACES TO WRK-MOTIVO
               ACCEPT WRK-MOTIVO FROM CONSOLE
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO DA PERDA OBRIGATORIO'
               ELSE
                   PERFORM 0610-FECHAR-PERDIDO
               END-IF
           END-IF.

       0610-FECHAR-PERDIDO.
           MOVE 'P'         TO FU-SITUACAO.
           MOVE WRK-DATASYS TO FU-DATA-FECHAMENTO.
           MOVE WRK-MOTIVO  TO FU-MOTIVO-PERDA.
           MOVE ZEROS       TO FU-PROXIMO-CONTATO.
           PERFORM 0700-REGRAVAR.

       0700-REGRAVAR.
           REWRITE FU-REGISTRO
               INVALID KEY
                   MOVE 'PROGCOB133' TO FSE-PROGRAMA
                   MOVE '0700-REGRAVAR       ' TO FSE-PARAGRAFO
                   MOVE 'FOLLOWUP  ' TO FSE-ARQUIVO
                   MOVE 'REWRITE ' TO FSE-OPERACAO
                   MOVE WRK-FS-FOLLOWUP TO FSE-STATUS
                   CALL 'PROGCOB39' USING FSE-PARAMETROS
               NOT INVALID KEY
                   DISPLAY 'ACOMPANHAMENTO ATUALIZADO COM SUCESSO'
           END-REWRITE.

       0790-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE FOLLOW-UP-FILE.
           IF WRK-EMPMAST-ABERTO = 'S'
               CLOSE EMPLOYEE-MASTER
           END-IF.
