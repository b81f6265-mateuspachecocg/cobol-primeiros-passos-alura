       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SINISTROS DE TRANSPORTE CONTRA AS TRANSPORTADORAS.
      *     A RECLAMACAO POR CARGA AVARIADA, EXTRAVIADA OU ENTREGUE
      *     COM ATRASO (MULTA) DEIXA DE VIVER NO E-MAIL: E ABERTA
      *     AQUI SOBRE UM EMBARQUE DO SHIPFILE JA EMBARCADO OU
      *     ENTREGUE, COM O TIPO, O VALOR RECLAMADO E A DATA DO
      *     DOCUMENTO DE SUPORTE, E GRAVADA NO CLAIMFIL (COPYBOOK
      *     SINISTRO). A RESPOSTA DA TRANSPORTADORA MUDA O STATUS
      *     PARA ACEITO (COM O VALOR ACEITO) OU RECUSADO; O VALOR
      *     ACEITO E DEDUZIDO NA PROXIMA FATURA DA TRANSPORTADORA
      *     PELO PROGCOB22, QUE MARCA O SINISTRO COMO PAGO. O
      *     RELATORIO MENSAL POR TRANSPORTADORA (CLAIMRPT) MOSTRA OS
      *     SINISTROS DO MES E O INDICE DE SINISTROS SOBRE OS
      *     EMBARQUES TRANSPORTADOS, O MESMO QUE ENTRA NO SCORECARD
      *     DO PROGCOB83
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIMFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLAIMFIL.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.

           SELECT CLAIM-RPT ASSIGN TO 'CLAIMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLAIMRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY 'SINISTRO.COB'.

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

       FD  CLAIM-RPT.
       01  CR-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLAIMFIL  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPFILE  PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLAIMRPT  PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLAIMFIL PIC X(01) VALUE 'N'.
          88 FIM-CLAIMFIL  VALUE 'S'.
       77 WRK-EOF-SHIPFILE PIC X(01) VALUE 'N'.
          88 FIM-SHIPFILE  VALUE 'S'.
       77 WRK-OPCAO        PIC 9(01) VALUE 9.
          88 SAIR-MENU     VALUE 0.
       77 WRK-ABANDONAR    PIC X(01) VALUE 'N'.
          88 ABANDONAR-SESSAO VALUE 'S'.
       77 WRK-ALTERADO     PIC X(01) VALUE 'N'.
          88 CLAIMFIL-ALTERADO VALUE 'S'.
       77 WRK-DATASYS      PIC 9(08) VALUE ZEROS.
       77 WRK-IDX          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EMB      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-SIN      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CAR      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TR       PIC 9(02) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-EMBARQUE     PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO         PIC X(01) VALUE SPACE.
       77 WRK-DECISAO      PIC X(01) VALUE SPACE.
       77 WRK-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-DOC     PIC 9(08) VALUE ZEROS.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
          88 DADOS-VALIDOS VALUE 'S'.
       77 WRK-MES-REF      PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-EMB     PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-TRANSP  PIC X(20) VALUE SPACES.
       77 WRK-QT-NO-MES    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VALIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-INDICE       PIC 9(03)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO       PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS      PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT  PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF     PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA  PIC X(01) VALUE 'N'.
       01  WRK-TB-SINISTROS.
           02 WRK-TB-QTD     PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-REGISTRO PIC X(82).
       01  WRK-TB-EMBARQUES.
           02 WRK-TB-EMB-QTD PIC 9(03) VALUE ZEROS.
           02 WRK-TB-EMB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-EMB-NUMERO PIC 9(06).
               03 WRK-TB-EMB-STATUS PIC X(09).
               03 WRK-TB-EMB-TRANSP PIC X(20).
               03 WRK-TB-EMB-DATA   PIC 9(08).
      *    APURACAO DO MES POR TRANSPORTADORA: EMBARQUES
      *    TRANSPORTADOS (SHIPPED OU DELIVERED, PELA DATA DE
      *    CONFIRMACAO) E SINISTROS ABERTOS NO MES
       01  WRK-TB-TRANSP.
           02 WRK-TB-TR-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-TR-ITEM OCCURS 20 TIMES.
               03 WRK-TB-TR-NOME       PIC X(20).
               03 WRK-TB-TR-EMBARQUES  PIC 9(05).
               03 WRK-TB-TR-SINISTROS  PIC 9(04).
               03 WRK-TB-TR-RECUSADOS  PIC 9(04).
               03 WRK-TB-TR-RECLAMADO  PIC 9(09)V99.
               03 WRK-TB-TR-ACEITO     PIC 9(09)V99.
       01  CR-COLUNAS.
           02 FILLER          PIC X(07) VALUE 'NUMERO'.
           02 FILLER          PIC X(07) VALUE 'EMBARQ'.
           02 FILLER          PIC X(21) VALUE 'TRANSPORTADORA'.
           02 FILLER          PIC X(09) VALUE 'TIPO'.
           02 FILLER          PIC X(12) VALUE '   RECLAMADO'.
           02 FILLER          PIC X(13) VALUE '       ACEITO'.
           02 FILLER          PIC X(09) VALUE ' STATUS'.
       01  CR-DETALHE.
           02 CR-D-NUMERO     PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-EMBARQUE   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-TRANSP     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-TIPO       PIC X(09).
           02 CR-D-RECLAMADO  PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-ACEITO     PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-D-STATUS     PIC X(08).
       01  CR-TITULO-SECAO.
           02 CR-T-TEXTO      PIC X(80).
       01  CR-RESUMO.
           02 CR-R-TRANSP     PIC X(20).
           02 FILLER          PIC X(05) VALUE ' EMB '.
           02 CR-R-EMBARQUES  PIC ZZZZ9.
           02 FILLER          PIC X(05) VALUE ' SIN '.
           02 CR-R-SINISTROS  PIC ZZZ9.
           02 FILLER          PIC X(05) VALUE ' IND '.
           02 CR-R-INDICE     PIC ZZ9,99.
           02 FILLER          PIC X(02) VALUE '% '.
           02 CR-R-RECLAMADO  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CR-R-ACEITO     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF ABANDONAR-SESSAO
               DISPLAY 'CLAIMFIL OU SHIPFILE MAIOR QUE A TABELA DE'
                       ' 500 - SESSAO ABANDONADA, ARQUIVO INTACTO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-MENU UNTIL SAIR-MENU
               IF CLAIMFIL-ALTERADO
                   PERFORM 0800-REGRAVAR-CLAIMFIL
               END-IF
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0120-CARREGAR-SINISTROS.
           PERFORM 0140-CARREGAR-EMBARQUES.

       0110-LER-SINISTRO.
           READ CLAIM-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CLAIMFIL
           END-READ.

      *    O NUMERO DO SINISTRO NOVO SEGUE O MAIOR NUMERO DO ARQUIVO
       0120-CARREGAR-SINISTROS.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-CLAIMFIL = '00'
               PERFORM 0110-LER-SINISTRO
               PERFORM UNTIL FIM-CLAIMFIL
                              OR WRK-TB-QTD = 500
                   ADD 1 TO WRK-TB-QTD
                   MOVE SN-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   IF SN-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE SN-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
                   PERFORM 0110-LER-SINISTRO
               END-PERFORM
               IF NOT FIM-CLAIMFIL
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CLAIM-FILE
           END-IF.

       0130-LER-EMBARQUE.
           READ SHIPMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SHIPFILE
           END-READ.

      *    DO EMBARQUE SO INTERESSAM O STATUS, A TRANSPORTADORA E A
      *    DATA DE CONFIRMACAO (A DA COTACAO NOS ANTERIORES AO CAMPO)
       0140-CARREGAR-EMBARQUES.
           OPEN INPUT SHIPMENT-FILE.
           IF WRK-FS-SHIPFILE = '00'
               PERFORM 0130-LER-EMBARQUE
               PERFORM UNTIL FIM-SHIPFILE
                              OR WRK-TB-EMB-QTD = 500
                   ADD 1 TO WRK-TB-EMB-QTD
                   MOVE SP-NUMERO
                     TO WRK-TB-EMB-NUMERO(WRK-TB-EMB-QTD)
                   MOVE SP-STATUS
                     TO WRK-TB-EMB-STATUS(WRK-TB-EMB-QTD)
                   MOVE SP-TRANSP
                     TO WRK-TB-EMB-TRANSP(WRK-TB-EMB-QTD)
                   IF SP-DATA-CONF > ZEROS
                       MOVE SP-DATA-CONF
                         TO WRK-TB-EMB-DATA(WRK-TB-EMB-QTD)
                   ELSE
                       MOVE SP-DATA-COTACAO
                         TO WRK-TB-EMB-DATA(WRK-TB-EMB-QTD)
                   END-IF
                   PERFORM 0130-LER-EMBARQUE
               END-PERFORM
               IF NOT FIM-SHIPFILE
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE SHIPMENT-FILE
           ELSE
               DISPLAY 'SHIPFILE NAO ENCONTRADO - SEM EMBARQUES'
           END-IF.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'SINISTROS DE TRANSPORTE'
           DISPLAY '1 - ABRIR SINISTRO SOBRE UM EMBARQUE'
           DISPLAY '2 - REGISTRAR RESPOSTA DA TRANSPORTADORA'
           DISPLAY '3 - RELATORIO MENSAL POR TRANSPORTADORA'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ABRIR-SINISTRO
               WHEN 2
                   PERFORM 0400-REGISTRAR-RESPOSTA
               WHEN 3
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *    SO HA SINISTRO DE CARGA QUE JA SAIU (SHIPPED) OU CHEGOU
      *    (DELIVERED), E COM TRANSPORTADORA GRAVADA NO EMBARQUE
       0300-ABRIR-SINISTRO.
           DISPLAY 'NUMERO DO EMBARQUE (COTACAO).. '
           ACCEPT WRK-EMBARQUE FROM CONSOLE.

           MOVE ZEROS TO WRK-IDX-EMB.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-EMB-QTD
                              OR WRK-IDX-EMB > ZEROS
               IF WRK-TB-EMB-NUMERO(WRK-IDX) = WRK-EMBARQUE
                   MOVE WRK-IDX TO WRK-IDX-EMB
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-IDX-EMB = ZEROS
                   DISPLAY 'EMBARQUE NAO ENCONTRADO NO SHIPFILE'
               WHEN WRK-TB-EMB-STATUS(WRK-IDX-EMB) NOT = 'SHIPPED  '
                AND WRK-TB-EMB-STATUS(WRK-IDX-EMB) NOT = 'DELIVERED'
                   DISPLAY 'EMBARQUE EM ' WRK-TB-EMB-STATUS(WRK-IDX-EMB)
                           ' - SO CABE SINISTRO DE CARGA EMBARCADA'
               WHEN WRK-TB-EMB-TRANSP(WRK-IDX-EMB) = SPACES
                   DISPLAY 'EMBARQUE SEM TRANSPORTADORA GRAVADA'
               WHEN WRK-TB-QTD = 500
                   DISPLAY 'TABELA DE 500 SINISTROS CHEIA'
               WHEN OTHER
                   PERFORM 0310-OBTER-DADOS
                   IF DADOS-VALIDOS
                       PERFORM 0320-GRAVAR-SINISTRO
                   END-IF
           END-EVALUATE.

       0310-OBTER-DADOS.
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY 'TIPO (A=AVARIA E=EXTRAVIO M=MULTA POR ATRASO).. '
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'VALOR RECLAMADO.. '
           ACCEPT WRK-VALOR FROM CONSOLE.
           DISPLAY 'DATA DO DOCUMENTO DE SUPORTE (AAAAMMDD).. '
           ACCEPT WRK-DATA-DOC FROM CONSOLE.

           IF WRK-TIPO NOT = 'A' AND WRK-TIPO NOT = 'E'
              AND WRK-TIPO NOT = 'M'
               DISPLAY 'TIPO DE SINISTRO INVALIDO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-VALOR = ZEROS
               DISPLAY 'VALOR RECLAMADO NAO INFORMADO'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-DATA-DOC TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR WRK-DATA-DOC > WRK-DATASYS
               DISPLAY 'DATA DO DOCUMENTO INVALIDA'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      *    O MESMO EMBARQUE NAO TEM DOIS SINISTROS DO MESMO TIPO EM
      *    ANDAMENTO; SO O RECUSADO LIBERA UMA NOVA RECLAMACAO
           IF DADOS-VALIDOS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   MOVE WRK-TB-REGISTRO(WRK-IDX) TO SN-REGISTRO
                   IF SN-EMBARQUE = WRK-EMBARQUE
                      AND SN-TIPO = WRK-TIPO
                      AND NOT SN-RECUSADO
                       DISPLAY 'JA EXISTE O SINISTRO ' SN-NUMERO
                               ' DESTE TIPO PARA O EMBARQUE'
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               END-PERFORM
           END-IF.

       0320-GRAVAR-SINISTRO.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           INITIALIZE SN-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO TO SN-NUMERO.
           MOVE WRK-EMBARQUE      TO SN-EMBARQUE.
           MOVE WRK-TB-EMB-TRANSP(WRK-IDX-EMB) TO SN-TRANSP.
           MOVE WRK-TIPO          TO SN-TIPO.
           MOVE WRK-VALOR         TO SN-VALOR-RECLAMADO.
           MOVE WRK-DATA-DOC      TO SN-DATA-BASE.
           MOVE WRK-DATASYS       TO SN-DATA-ABERTURA.
           MOVE 'A'               TO SN-STATUS.
           MOVE WRK-DATASYS       TO SN-DATA-STATUS.
           ADD 1 TO WRK-TB-QTD.
           MOVE SN-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'SINISTRO ' SN-NUMERO ' ABERTO CONTRA '
                   SN-TRANSP.

      *    A TRANSPORTADORA ACEITA (NO TODO OU EM PARTE) OU RECUSA O
      *    SINISTRO ABERTO; O PAGO SO O PROGCOB22 MARCA, QUANDO
      *    DEDUZ O VALOR ACEITO DA FATURA
       0400-REGISTRAR-RESPOSTA.
           DISPLAY 'NUMERO DO SINISTRO.. '
           ACCEPT WRK-NUMERO FROM CONSOLE.

           MOVE ZEROS TO WRK-IDX-SIN.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-IDX-SIN > ZEROS
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO SN-REGISTRO
               IF SN-NUMERO = WRK-NUMERO
                   MOVE WRK-IDX TO WRK-IDX-SIN
               END-IF
           END-PERFORM.

           IF WRK-IDX-SIN = ZEROS
               DISPLAY 'SINISTRO NAO ENCONTRADO NO CLAIMFIL'
           ELSE
               MOVE WRK-TB-REGISTRO(WRK-IDX-SIN) TO SN-REGISTRO
               IF NOT SN-ABERTO
                   DISPLAY 'SINISTRO JA RESPONDIDO - STATUS '
                           SN-STATUS
               ELSE
                   DISPLAY 'EMBARQUE ' SN-EMBARQUE ' TRANSP '
                           SN-TRANSP
                   DISPLAY 'VALOR RECLAMADO: ' SN-VALOR-RECLAMADO
                   DISPLAY 'RESPOSTA (C=ACEITO R=RECUSADO).. '
                   ACCEPT WRK-DECISAO FROM CONSOLE
                   PERFORM 0410-APLICAR-RESPOSTA
               END-IF
           END-IF.

       0410-APLICAR-RESPOSTA.
           EVALUATE WRK-DECISAO
               WHEN 'C'
                   DISPLAY 'VALOR ACEITO.. '
                   ACCEPT WRK-VALOR FROM CONSOLE
                   IF WRK-VALOR = ZEROS
                      OR WRK-VALOR > SN-VALOR-RECLAMADO
                       DISPLAY 'VALOR ACEITO TEM DE SER MAIOR QUE'
                               ' ZERO E ATE O RECLAMADO'
                   ELSE
                       MOVE 'C' TO SN-STATUS
                       MOVE WRK-VALOR TO SN-VALOR-ACEITO
                       PERFORM 0420-ATUALIZAR-SINISTRO
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO SN-STATUS
                   MOVE ZEROS TO SN-VALOR-ACEITO
                   PERFORM 0420-ATUALIZAR-SINISTRO
               WHEN OTHER
                   DISPLAY 'RESPOSTA INVALIDA'
           END-EVALUATE.

       0420-ATUALIZAR-SINISTRO.
           MOVE WRK-DATASYS TO SN-DATA-STATUS.
           MOVE SN-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX-SIN).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'SINISTRO ' SN-NUMERO ' ATUALIZADO PARA '
                   SN-STATUS.

      *    SINISTROS ABERTOS NO MES, UM POR LINHA, E O RESUMO POR
      *    TRANSPORTADORA COM O INDICE: SINISTROS NAO RECUSADOS
      *    SOBRE OS EMBARQUES TRANSPORTADOS NO MES
       0500-RELATORIO-MENSAL.
           DISPLAY 'MES DE REFERENCIA (AAAAMM).. '
           ACCEPT WRK-MES-REF FROM CONSOLE.

           MOVE ZEROS TO WRK-TB-TR-QTD WRK-QT-NO-MES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-EMB-QTD
               MOVE WRK-TB-EMB-DATA(WRK-IDX) TO WRK-DATA-EMB
               IF WRK-DATA-EMB(1:6) = WRK-MES-REF
                  AND WRK-TB-EMB-TRANSP(WRK-IDX) NOT = SPACES
                  AND (WRK-TB-EMB-STATUS(WRK-IDX) = 'SHIPPED  '
                    OR WRK-TB-EMB-STATUS(WRK-IDX) = 'DELIVERED')
                   MOVE WRK-TB-EMB-TRANSP(WRK-IDX)
                     TO WRK-NOME-TRANSP
                   PERFORM 0520-LOCALIZAR-TRANSPORTADORA
                   IF WRK-IDX-CAR > ZEROS
                       ADD 1 TO WRK-TB-TR-EMBARQUES(WRK-IDX-CAR)
                   END-IF
               END-IF
           END-PERFORM.

           OPEN OUTPUT CLAIM-RPT.
           MOVE 'SINISTROS DE TRANSPORTE DO MES' TO RW-TITULO.
           MOVE CR-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE SPACES TO CR-T-TEXTO.
           STRING 'SINISTROS ABERTOS EM ' WRK-MES-REF(5:2) '/'
                  WRK-MES-REF(1:4)
               DELIMITED BY SIZE INTO CR-T-TEXTO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-TITULO-SECAO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO SN-REGISTRO
               IF SN-DATA-ABERTURA(1:6) = WRK-MES-REF
                   ADD 1 TO WRK-QT-NO-MES
                   PERFORM 0510-EMITIR-SINISTRO
                   MOVE SN-TRANSP TO WRK-NOME-TRANSP
                   PERFORM 0520-LOCALIZAR-TRANSPORTADORA
                   IF WRK-IDX-CAR > ZEROS
                       PERFORM 0530-SOMAR-SINISTRO
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO CR-T-TEXTO.
           MOVE 'RESUMO POR TRANSPORTADORA - IND = NAO RECUSADOS /'
             TO CR-T-TEXTO.
           MOVE 'EMBARQUES' TO CR-T-TEXTO(52:9).
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM SPACES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-TITULO-SECAO.
           PERFORM VARYING WRK-IDX-TR FROM 1 BY 1
                           UNTIL WRK-IDX-TR > WRK-TB-TR-QTD
               PERFORM 0540-EMITIR-RESUMO
           END-PERFORM.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CR-LINHA FROM RW-TRAILER.
           CLOSE CLAIM-RPT.
           DISPLAY 'SINISTROS NO RELATORIO: ' WRK-QT-NO-MES.

       0510-EMITIR-SINISTRO.
           MOVE SN-NUMERO          TO CR-D-NUMERO.
           MOVE SN-EMBARQUE        TO CR-D-EMBARQUE.
           MOVE SN-TRANSP          TO CR-D-TRANSP.
           EVALUATE TRUE
               WHEN SN-AVARIA
                   MOVE 'AVARIA   ' TO CR-D-TIPO
               WHEN SN-EXTRAVIO
                   MOVE 'EXTRAVIO ' TO CR-D-TIPO
               WHEN OTHER
                   MOVE 'ATRASO   ' TO CR-D-TIPO
           END-EVALUATE.
           MOVE SN-VALOR-RECLAMADO TO CR-D-RECLAMADO.
           MOVE SN-VALOR-ACEITO    TO CR-D-ACEITO.
           EVALUATE TRUE
               WHEN SN-ABERTO
                   MOVE 'ABERTO  ' TO CR-D-STATUS
               WHEN SN-ACEITO
                   MOVE 'ACEITO  ' TO CR-D-STATUS
               WHEN SN-RECUSADO
                   MOVE 'RECUSADO' TO CR-D-STATUS
               WHEN OTHER
                   MOVE 'PAGO    ' TO CR-D-STATUS
           END-EVALUATE.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-DETALHE.

       0520-LOCALIZAR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-IDX-CAR.
           PERFORM VARYING WRK-IDX-TR FROM 1 BY 1
                           UNTIL WRK-IDX-TR > WRK-TB-TR-QTD
                              OR WRK-IDX-CAR > ZEROS
               IF WRK-TB-TR-NOME(WRK-IDX-TR) = WRK-NOME-TRANSP
                   MOVE WRK-IDX-TR TO WRK-IDX-CAR
               END-IF
           END-PERFORM.

           IF WRK-IDX-CAR = ZEROS
              AND WRK-TB-TR-QTD < 20
               ADD 1 TO WRK-TB-TR-QTD
               MOVE WRK-TB-TR-QTD TO WRK-IDX-CAR
               MOVE WRK-NOME-TRANSP TO WRK-TB-TR-NOME(WRK-IDX-CAR)
               MOVE ZEROS TO WRK-TB-TR-EMBARQUES(WRK-IDX-CAR)
                             WRK-TB-TR-SINISTROS(WRK-IDX-CAR)
                             WRK-TB-TR-RECUSADOS(WRK-IDX-CAR)
                             WRK-TB-TR-RECLAMADO(WRK-IDX-CAR)
                             WRK-TB-TR-ACEITO(WRK-IDX-CAR)
           END-IF.

       0530-SOMAR-SINISTRO.
           ADD 1 TO WRK-TB-TR-SINISTROS(WRK-IDX-CAR).
           IF SN-RECUSADO
               ADD 1 TO WRK-TB-TR-RECUSADOS(WRK-IDX-CAR)
           END-IF.
           ADD SN-VALOR-RECLAMADO TO WRK-TB-TR-RECLAMADO(WRK-IDX-CAR).
           ADD SN-VALOR-ACEITO    TO WRK-TB-TR-ACEITO(WRK-IDX-CAR).

       0540-EMITIR-RESUMO.
           MOVE WRK-TB-TR-NOME(WRK-IDX-TR)      TO CR-R-TRANSP.
           MOVE WRK-TB-TR-EMBARQUES(WRK-IDX-TR) TO CR-R-EMBARQUES.
           MOVE WRK-TB-TR-SINISTROS(WRK-IDX-TR) TO CR-R-SINISTROS.
           COMPUTE WRK-QT-VALIDOS =
               WRK-TB-TR-SINISTROS(WRK-IDX-TR)
               - WRK-TB-TR-RECUSADOS(WRK-IDX-TR).
           IF WRK-TB-TR-EMBARQUES(WRK-IDX-TR) > ZEROS
               COMPUTE WRK-INDICE ROUNDED =
                   WRK-QT-VALIDOS * 100
                   / WRK-TB-TR-EMBARQUES(WRK-IDX-TR)
           ELSE
               MOVE ZEROS TO WRK-INDICE
           END-IF.
           MOVE WRK-INDICE TO CR-R-INDICE.
           MOVE WRK-TB-TR-RECLAMADO(WRK-IDX-TR) TO CR-R-RECLAMADO.
           MOVE WRK-TB-TR-ACEITO(WRK-IDX-TR)    TO CR-R-ACEITO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CR-LINHA FROM CR-RESUMO.
           DISPLAY CR-RESUMO.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CR-LINHA FROM RW-CABECALHO1
               WRITE CR-LINHA FROM RW-CABECALHO2
               WRITE CR-LINHA FROM RW-COLUNAS
           END-IF.

       0800-REGRAVAR-CLAIMFIL.
           OPEN OUTPUT CLAIM-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO SN-REGISTRO
               WRITE SN-REGISTRO
           END-PERFORM.
           CLOSE CLAIM-FILE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'SINISTROS NO ARQUIVO..... ' WRK-TB-QTD.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
