       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB140.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: TELA DA TESOURARIA PARA A CARTEIRA DE APLICACOES
      *     (INVPORT, COPYBOOK INVPORT): INCLUI A APLICACAO FEITA NO
      *     BANCO (BANCO, PRODUTO, CONTA DO REGISTRO DE CHEQUES QUE
      *     RECEBE O RESGATE, VALOR, DATA DE APLICACAO, VENCIMENTO E
      *     FONTE DA TAXA), PEDE O RESGATE ANTECIPADO DE UMA POSICAO
      *     ATIVA PARA HOJE E LISTA A CARTEIRA COM O ULTIMO SALDO E
      *     O LIQUIDO PROJETADO PELA VALORIZACAO MENSAL (PROGCOB139),
      *     QUE E QUEM CAPITALIZA, RESGATA E LANCA NO REGTRAN. COM A
      *     CARTEIRA TRAVADA PELA VALORIZACAO (PROGCOB136), A TELA SO
      *     CONSULTA
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO 'INVPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
           COPY 'INVPORT.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-INVPORT   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-INVPORT  PIC X(01) VALUE 'N'.
          88 FIM-INVPORT   VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
          88 SAIR-MENU     VALUE 0.
       77 WRK-ABANDONAR    PIC X(01) VALUE 'N'.
          88 ABANDONAR-SESSAO VALUE 'S'.
       77 WRK-ALTERADO     PIC X(01) VALUE 'N'.
          88 INVPORT-ALTERADO VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-POS      PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(06) VALUE ZEROS.
       77 WRK-BANCO        PIC X(20) VALUE SPACES.
       77 WRK-PRODUTO      PIC X(15) VALUE SPACES.
       77 WRK-CONTA        PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DATA-APLICACAO PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO   PIC 9(08) VALUE ZEROS.
       77 WRK-FONTE-TAXA   PIC X(01) VALUE SPACE.
       77 WRK-TAXA         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
          88 DADOS-VALIDOS VALUE 'S'.
       77 WRK-MSG-TRAVA    PIC X(70) VALUE SPACES.
       77 WRK-RC-SALVO     PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO       PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS      PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF     PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
       01  WRK-TB-POSICOES.
           02 WRK-TB-QTD     PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-REGISTRO PIC X(148).
       01  PV-DETALHE.
           02 PV-D-APLICACAO  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-BANCO      PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-PRODUTO    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-VENCIMENTO PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-LIQUIDO    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PV-D-SITUACAO   PIC X(09).
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-SESSAO
               DISPLAY 'INVPORT MAIOR QUE A TABELA DE 500 - SESSAO'
                       ' ABANDONADA, ARQUIVO INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-MENU UNTIL SAIR-MENU
               IF INVPORT-ALTERADO
                   PERFORM 0800-REGRAVAR-CARTEIRA
               END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0150-ADQUIRIR-TRAVA.
           PERFORM 0120-CARREGAR-CARTEIRA.

       0110-LER-POSICAO.
           READ PORTFOLIO-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-INVPORT
           END-READ.

      *    O NUMERO DA APLICACAO NOVA SEGUE O MAIOR NUMERO DO ARQUIVO
       0120-CARREGAR-CARTEIRA.
           OPEN INPUT PORTFOLIO-FILE.
           IF WRK-FS-INVPORT = '00'
               PERFORM 0110-LER-POSICAO
               PERFORM UNTIL FIM-INVPORT
                              OR WRK-TB-QTD = 500
                   ADD 1 TO WRK-TB-QTD
                   MOVE IP-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   IF IP-APLICACAO > WRK-ULTIMO-NUMERO
                       MOVE IP-APLICACAO TO WRK-ULTIMO-NUMERO
                   END-IF
                   PERFORM 0110-LER-POSICAO
               END-PERFORM
               IF NOT FIM-INVPORT
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PORTFOLIO-FILE
           END-IF.

      *    A VALORIZACAO (PROGCOB139) REGRAVA O INVPORT INTEIRO;
      *    COM ELA RODANDO A TELA SEGUE SO CONSULTANDO
       0150-ADQUIRIR-TRAVA.
           MOVE 'A'          TO LKR-ACAO.
           MOVE 'INVPORT'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB140' TO LKR-PROGRAMA.
           MOVE 'O'          TO LKR-TIPO.
           MOVE 'S'          TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE LKR-MENSAGEM TO WRK-MSG-TRAVA.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'CARTEIRA DE APLICACOES'
           IF NOT LKR-CONCEDIDA
               DISPLAY '*** SOMENTE CONSULTA - INVPORT EM USO ***'
           END-IF
           DISPLAY '1 - INCLUIR APLICACAO'
           DISPLAY '2 - PEDIR RESGATE ANTECIPADO'
           DISPLAY '3 - LISTAR CARTEIRA'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           IF NOT LKR-CONCEDIDA
              AND (WRK-OPCAO = 1 OR WRK-OPCAO = 2)
               DISPLAY 'ALTERACAO RECUSADA - ' WRK-MSG-TRAVA
               MOVE 9 TO WRK-OPCAO
           END-IF.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-APLICACAO
               WHEN 2
                   PERFORM 0400-PEDIR-RESGATE
               WHEN 3
                   PERFORM 0500-LISTAR-CARTEIRA
               WHEN 0
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0300-INCLUIR-APLICACAO.
           IF WRK-TB-QTD = 500
               DISPLAY 'TABELA DE 500 POSICOES CHEIA'
           ELSE
               PERFORM 0310-OBTER-DADOS
               IF DADOS-VALIDOS
                   PERFORM 0320-GRAVAR-APLICACAO
               END-IF
           END-IF.

      *    A TAXA DA POSICAO E OBRIGATORIA MESMO NA FONTE RATETAB:
      *    E ELA QUE VALE QUANDO O RATETAB ACABA ANTES DO PRAZO
       0310-OBTER-DADOS.
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY 'BANCO.. '
           ACCEPT WRK-BANCO FROM CONSOLE.
           DISPLAY 'PRODUTO (CDB, LCI, FUNDO...).. '
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           DISPLAY 'CONTA QUE RECEBE O RESGATE.. '
           ACCEPT WRK-CONTA FROM CONSOLE.
           DISPLAY 'VALOR APLICADO.. '
           ACCEPT WRK-VALOR FROM CONSOLE.
           DISPLAY 'DATA DA APLICACAO (AAAAMMDD).. '
           ACCEPT WRK-DATA-APLICACAO FROM CONSOLE.
           DISPLAY 'VENCIMENTO (AAAAMMDD).. '
           ACCEPT WRK-VENCIMENTO FROM CONSOLE.
           DISPLAY 'FONTE DA TAXA (F=FIXA T=RATETAB).. '
           ACCEPT WRK-FONTE-TAXA FROM CONSOLE.
           DISPLAY 'TAXA MENSAL EM %.. '
           ACCEPT WRK-TAXA FROM CONSOLE.

           IF WRK-BANCO = SPACES OR WRK-PRODUTO = SPACES
               DISPLAY 'BANCO E PRODUTO SAO OBRIGATORIOS'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-CONTA = ZEROS
               DISPLAY 'CONTA NAO INFORMADA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-VALOR = ZEROS
               DISPLAY 'VALOR APLICADO NAO INFORMADO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-FONTE-TAXA NOT = 'F' AND WRK-FONTE-TAXA NOT = 'T'
               DISPLAY 'FONTE DA TAXA INVALIDA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-TAXA NOT > ZEROS OR WRK-TAXA > 100
               DISPLAY 'TAXA MENSAL FORA DA FAIXA (ATE 100%)'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-DATA-APLICACAO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR WRK-DATA-APLICACAO > WRK-DATASYS
               DISPLAY 'DATA DA APLICACAO INVALIDA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-VENCIMENTO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR WRK-VENCIMENTO NOT > WRK-DATA-APLICACAO
               DISPLAY 'VENCIMENTO INVALIDO OU ANTES DA APLICACAO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

       0320-GRAVAR-APLICACAO.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           INITIALIZE IP-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO  TO IP-APLICACAO.
           MOVE WRK-BANCO          TO IP-BANCO.
           MOVE WRK-PRODUTO        TO IP-PRODUTO.
           MOVE WRK-CONTA          TO IP-CONTA.
           MOVE WRK-VALOR          TO IP-VALOR-APLICADO.
           MOVE WRK-DATA-APLICACAO TO IP-DATA-APLICACAO.
           MOVE WRK-VENCIMENTO     TO IP-VENCIMENTO.
           MOVE WRK-FONTE-TAXA     TO IP-FONTE-TAXA.
           MOVE WRK-TAXA           TO IP-TAXA.
           MOVE 'A'                TO IP-SITUACAO.
           MOVE ZEROS              TO IP-MESES.
           MOVE WRK-VALOR          TO IP-SALDO.
           MOVE WRK-DATA-APLICACAO TO IP-DATA-VALORIZACAO.
           MOVE WRK-VALOR          TO IP-LIQUIDO-PROJ.
           ADD 1 TO WRK-TB-QTD.
           MOVE IP-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'APLICACAO ' IP-APLICACAO ' INCLUIDA NA CARTEIRA'.

      *    O RESGATE SO E PEDIDO AQUI; QUEM APURA OS IMPOSTOS E
      *    LANCA O LIQUIDO NO REGTRAN E A VALORIZACAO (PROGCOB139)
       0400-PEDIR-RESGATE.
           DISPLAY 'NUMERO DA APLICACAO.. '
           ACCEPT WRK-NUMERO FROM CONSOLE.
           PERFORM 0410-LOCALIZAR-POSICAO.

           IF WRK-IDX-POS = ZEROS
               DISPLAY 'APLICACAO NAO ENCONTRADA NO INVPORT'
           ELSE
               MOVE WRK-TB-REGISTRO(WRK-IDX-POS) TO IP-REGISTRO
               IF NOT IP-ATIVA
                   DISPLAY 'APLICACAO NAO ESTA ATIVA - SITUACAO '
                           IP-SITUACAO
               ELSE
                   PERFORM 0510-MOSTRAR-POSICAO
                   DISPLAY 'CONFIRMA O RESGATE PARA HOJE (S/N).. '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'P'         TO IP-SITUACAO
                       MOVE WRK-DATASYS TO IP-DATA-RESGATE
                       MOVE IP-REGISTRO
                         TO WRK-TB-REGISTRO(WRK-IDX-POS)
                       MOVE 'S' TO WRK-ALTERADO
                       DISPLAY 'RESGATE PEDIDO - SAI NA PROXIMA'
                               ' VALORIZACAO (PROGCOB139)'
                   ELSE
                       DISPLAY 'PEDIDO CANCELADO'
                   END-IF
               END-IF
           END-IF.

       0410-LOCALIZAR-POSICAO.
           MOVE ZEROS TO WRK-IDX-POS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-POS > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO IP-REGISTRO
               IF IP-APLICACAO = WRK-NUMERO
                   MOVE WRK-IDX TO WRK-IDX-POS
               END-IF
           END-PERFORM.

       0500-LISTAR-CARTEIRA.
           IF WRK-TB-QTD = ZEROS
               DISPLAY 'CARTEIRA VAZIA'
           ELSE
               DISPLAY 'APLIC  BANCO           PRODUTO    VENCTO  '
                       '       SALDO BRUTO   LIQUIDO PROJ. SITUACAO'
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO IP-REGISTRO
                   PERFORM 0510-MOSTRAR-POSICAO
               END-PERFORM
           END-IF.

       0510-MOSTRAR-POSICAO.
           MOVE IP-APLICACAO    TO PV-D-APLICACAO.
           MOVE IP-BANCO        TO PV-D-BANCO.
           MOVE IP-PRODUTO      TO PV-D-PRODUTO.
           MOVE IP-VENCIMENTO   TO PV-D-VENCIMENTO.
           MOVE IP-SALDO        TO PV-D-SALDO.
           EVALUATE TRUE
               WHEN IP-RESGATADA
                   MOVE IP-LIQUIDO-RESGATE TO PV-D-LIQUIDO
                   MOVE 'RESGATADA' TO PV-D-SITUACAO
               WHEN IP-RESGATE-PEDIDO
                   MOVE IP-LIQUIDO-PROJ TO PV-D-LIQUIDO
                   MOVE 'RESG.PED.' TO PV-D-SITUACAO
               WHEN OTHER
                   MOVE IP-LIQUIDO-PROJ TO PV-D-LIQUIDO
                   MOVE 'ATIVA'     TO PV-D-SITUACAO
           END-EVALUATE.
           DISPLAY PV-DETALHE.

       0800-REGRAVAR-CARTEIRA.
           OPEN OUTPUT PORTFOLIO-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO IP-REGISTRO
               WRITE IP-REGISTRO
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.

       0900-FINALIZAR.
           IF LKR-CONCEDIDA
               MOVE RETURN-CODE TO WRK-RC-SALVO
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
               MOVE WRK-RC-SALVO TO RETURN-CODE
           END-IF.
           DISPLAY '-------------------------'
           DISPLAY 'POSICOES NA CARTEIRA..... ' WRK-TB-QTD.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
