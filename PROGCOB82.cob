      *     PERDEDOR VIRA EXCLUIDO COM A REFERENCIA DE FUSAO
      *     (CM-CPF-FUSAO) - TUDO REGISTRADO NO AUDIT-TRAIL
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - ACOMPANHOU O LAYOUT DO SHIPFILE, QUE
      *            GANHOU SP-VALOR, SP-PESO E SP-ROMANEIO NO FIM DO
      *            REGISTRO: A COPIA DO EMBARQUE NA REAPONTAGEM DO
      *            CPF PASSOU A 97 POSICOES
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O CPF DO RELATORIO DE CANDIDATOS
      *            (DUPRPT) E DO SEU DISPLAY SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO PARA O SUPERVISOR QUE A OPCAO 90 DO
      *            MENUAUTH LIBERA, COM REGISTRO NO AUDIT-TRAIL AO
      *            FECHAR A SESSAO
      * ALTERADO = 15/10/2026 - A FUSAO REGRAVA O CUSTMAST E O ARFILE: A
      *            SESSAO DO SUPERVISOR PEDE A TRAVA DE USO EXCLUSIVO
      *            DOS DOIS (SUBROTINA PROGCOB136, REGISTRO LOCKREG);
      *            FALTANDO QUALQUER UMA, A QUE FOI OBTIDA E DEVOLVIDA E
      *            A SESSAO SEGUE SO COM O RELATORIO DE CANDIDATOS
      *            (OPCAO 2 RECUSADA COM O NOME DO DETENTOR)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  CHANGE-HISTORY.
       01  CH-LINHA           PIC X(161).
       77 WRK-QT-HISTORICO  PIC 9(04) VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-TRAVA-CUSTMAST PIC X(01) VALUE 'N'.
          88 TEM-TRAVA-CUSTMAST VALUE 'S'.
       77 WRK-TRAVA-ARFILE  PIC X(01) VALUE 'N'.
          88 TEM-TRAVA-ARFILE VALUE 'S'.
       77 WRK-MSG-TRAVA     PIC X(70) VALUE SPACES.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
      *    O CADASTRO EM TABELA SO PARA A VARREDURA DE CANDIDATOS
       01  WRK-TB-CLIENTES.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
       01  WRK-TB-EMBARQUES.
           02 WRK-TB-EMB-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-EMB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-EMB-REG PIC X(97).
       01  WRK-EMBARQUE.
           02 WE-NUMERO        PIC 9(06).
           02 WE-CPF           PIC 9(11).
           02 WE-RESTO         PIC X(80).
       01  WRK-TB-HISTLIN.
           02 WRK-TB-HIS-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-HIS-ITEM OCCURS 1000 TIMES.
           02 FILLER           PIC X(112).
       01  DP-DETALHE.
           02 FILLER          PIC X(10) VALUE 'POSSIVEL  '.
           02 DP-D-CPF1       PIC X(14).
           02 FILLER          PIC X(03) VALUE ' X '.
           02 DP-D-CPF2       PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DP-D-NOME       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 DP-D-TELEFONE   PIC X(15).
           COPY 'AUDHASHP.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0150-AUTENTICAR-APROVADOR.
           MOVE 'I'         TO CF-FUNCAO.
           MOVE SPACES      TO CF-USUARIO.
           IF APROVADOR-AUTORIZADO
               MOVE WRK-APROVADOR TO CF-USUARIO
           END-IF.
           MOVE 'PROGCOB82' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           IF APROVADOR-AUTORIZADO
               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF
               PERFORM 0160-ADQUIRIR-TRAVAS
           END-IF.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) FUNDE -
               CLOSE USER-MASTER
           END-IF.

      *    A FUSAO SO RODA COM OS DOIS ARQUIVOS NA MAO; FALTANDO UM,
      *    O OUTRO E DEVOLVIDO E A SESSAO FICA SO NO RELATORIO
       0160-ADQUIRIR-TRAVAS.
           MOVE 'CUSTMAST' TO LKR-ARQUIVO.
           PERFORM 0170-PEDIR-TRAVA.
           IF LKR-CONCEDIDA
               MOVE 'S' TO WRK-TRAVA-CUSTMAST
               MOVE 'ARFILE' TO LKR-ARQUIVO
               PERFORM 0170-PEDIR-TRAVA
               IF LKR-CONCEDIDA
                   MOVE 'S' TO WRK-TRAVA-ARFILE
               END-IF
           END-IF.

           IF NOT TEM-TRAVA-ARFILE
               MOVE LKR-MENSAGEM TO WRK-MSG-TRAVA
               IF TEM-TRAVA-CUSTMAST
                   MOVE 'CUSTMAST' TO LKR-ARQUIVO
                   PERFORM 0180-DEVOLVER-TRAVA
                   MOVE 'N' TO WRK-TRAVA-CUSTMAST
               END-IF
           END-IF.

       0170-PEDIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'PROGCOB82'  TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE 'S'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0180-DEVOLVER-TRAVA.
           MOVE RETURN-CODE TO WRK-RC-SALVO.
           MOVE 'L'          TO LKR-ACAO.
           MOVE 'PROGCOB82'  TO LKR-PROGRAMA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'DUPLICIDADE DE CLIENTES'
           IF NOT TEM-TRAVA-ARFILE
               DISPLAY '*** SOMENTE RELATORIO - ARQUIVO EM USO ***'
           END-IF
           DISPLAY '1 - RELATORIO DE CANDIDATOS'
           DISPLAY '2 - FUNDIR UM PAR DE CPFS'
           DISPLAY '0 - SAIR'
               WHEN 1
                   PERFORM 0300-LISTAR-CANDIDATOS
               WHEN 2
                   IF TEM-TRAVA-ARFILE
                       PERFORM 0400-FUNDIR-PAR
                   ELSE
                       DISPLAY 'FUSAO RECUSADA - ' WRK-MSG-TRAVA
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                      AND WRK-TB-TELEFONE(WRK-IDX) =
                                 WRK-TB-TELEFONE(WRK-IDX2 + 1)
                       ADD 1 TO WRK-QT-CANDIDATOS
                       MOVE 'DUPRPT'             TO CF-RELATORIO
                       MOVE WRK-TB-CPF(WRK-IDX)  TO CF-CPF
                       PERFORM 0950-MASCARAR-CPF
                       MOVE CF-CPF-EDITADO       TO DP-D-CPF1
                       MOVE WRK-TB-CPF(WRK-IDX2 + 1)
                         TO CF-CPF
                       PERFORM 0950-MASCARAR-CPF
                       MOVE CF-CPF-EDITADO       TO DP-D-CPF2
                       MOVE WRK-TB-NOME(WRK-IDX) TO DP-D-NOME
                       MOVE WRK-TB-TELEFONE(WRK-IDX)
                         TO DP-D-TELEFONE
           STRING 'TIT ' WRK-QT-TITULOS ' EMB '
                  WRK-QT-EMBARQUES ' HIST ' WRK-QT-HISTORICO
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

      *    O REGISTRO DO CPF SEM MASCARA ENTRA NA TRILHA DEPOIS DE
      *    FECHADA A DA SESSAO (FORA DELA, O RC 16 FICA INTACTO)
           IF APROVADOR-AUTORIZADO
               CLOSE AUDIT-TRAIL
               MOVE 'F' TO CF-FUNCAO
               CALL 'PROGCOB130' USING CF-PARAMETROS
           END-IF.

           IF TEM-TRAVA-ARFILE
               MOVE 'ARFILE' TO LKR-ARQUIVO
               PERFORM 0180-DEVOLVER-TRAVA
               MOVE 'CUSTMAST' TO LKR-ARQUIVO
               PERFORM 0180-DEVOLVER-TRAVA
           END-IF.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
