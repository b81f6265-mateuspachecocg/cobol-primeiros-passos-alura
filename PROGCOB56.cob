      *            PROTESTO ACIMA DE 90), MAIS O RESUMO DE CARTAS
      *            POR FAIXA NO FIM - NINGUEM MAIS REDIGE COBRANCA
      *            NO EDITOR DE TEXTO
      * ALTERADO = 15/10/2026 - A CARTA PASSOU A TRAZER NO
      *            DESTINATARIO A CLASSE ABC DO CLIENTE
      *            (CM-CLASSE-ABC, GRAVADA PELO PROGCOB95), E O RESUMO
      *            CONTA AS CARTAS DE CLIENTE CLASSE A, QUE A
      *            COBRANCA TRATA POR TELEFONE ANTES DO PROTESTO
      * ALTERADO = 15/10/2026 - AGING COMPLETO (SEM TITULO PULADO)
      *            GRAVA O SEU REGISTRO NO BATCTRL (TITULOS EM ABERTO,
      *            CARTAS EMITIDAS E SALDO EM ABERTO), QUE O
      *            FECHAMENTO DO MES (PROGCOB126) CONFERE ANTES DE
      *            TRAVAR O PERIODO
      * ALTERADO = 15/10/2026 - O CPF DO AGING, DA CARTA DE
      *            COBRANCA E DO DISPLAY DO AGING SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130
      *            (LGPD); COMPLETO SO QUANDO A
      *            OPCAO 90 DO MENUAUTH LIBERA O USUARIO BATCH, COM
      *            REGISTRO NO AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - O AGING TAMBEM SAI PARA PLANILHA NO
      *            ARAGCSV (SUBROTINA PROGCOB152, COPYBOOK CSVLINP): UMA
      *            LINHA POR CLIENTE COM O CPF E AS QUATRO FAIXAS,
      *            SEPARADOR ';' E VIRGULA DECIMAL, E A LINHA DE
      *            CONTROLE COM A QUANTIDADE DE CLIENTES E OS TOTAIS DAS
      *            FAIXAS - O FINANCEIRO REDIGITAVA O RELATORIO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DUNNING-LETTERS ASSIGN TO 'DUNLETT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DUNLETT.

           SELECT AGING-CSV ASSIGN TO 'ARAGCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARAGCSV.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-FILE.
       FD  DUNNING-LETTERS.
       01  DL-LINHA           PIC X(80).

       FD  AGING-CSV.
       01  AC-LINHA           PIC X(300).

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARAGING    PIC X(02) VALUE ZEROS.
       77 WRK-QT-PULADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-DUNLETT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-BATCTRL    PIC X(02) VALUE ZEROS.
       77 WRK-SALDO-ABERTO  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CUSTMAST-OK   PIC X(01) VALUE 'N'.
       77 WRK-IDX-TIT       PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LEMBRETE   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FIRME      PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PROTESTO   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CLASSE-A   PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *    EXPORTACAO PARA PLANILHA: LINHAS DE CLIENTE E TOTAIS DAS
      *    FAIXAS PARA A LINHA DE CONTROLE
       77 WRK-FS-ARAGCSV    PIC X(02) VALUE ZEROS.
       77 WRK-QT-CSV        PIC 9(06) VALUE ZEROS.
       77 WRK-CSV-CORRENTE  PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CSV-ATE30     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CSV-ATE60     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CSV-MAIS90    PIC 9(12)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
           02 FILLER          PIC X(04) VALUE 'A:  '.
           02 DL-D-NOME       PIC X(30).
           02 FILLER          PIC X(05) VALUE ' CPF '.
           02 DL-D-CPF        PIC X(14).
           02 FILLER          PIC X(08) VALUE ' CLASSE '.
           02 DL-D-CLASSE     PIC X(01).
       01  DL-ENDERECO.
           02 FILLER          PIC X(04) VALUE '    '.
           02 DL-D-ENDERECO   PIC X(40).
           02 FILLER          PIC X(05) VALUE ' DIAS'.
       01  AG-DETALHE.
           02 FILLER          PIC X(04) VALUE 'CPF '.
           02 AG-D-CPF        PIC X(14).
           02 FILLER          PIC X(10) VALUE ' CORRENTE '.
           02 AG-D-CORRENTE   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(05) VALUE ' 30D '.
           02 AG-D-MAIS90     PIC ZZ.ZZZ.ZZ9,99.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           OPEN OUTPUT AGING-CSV.
           MOVE 'CPF;CORRENTE;ATE 30;ATE 60;MAIS DE 90' TO AC-LINHA.
           WRITE AC-LINHA.
           OPEN OUTPUT OVERDUE-FLAGS.
           OPEN OUTPUT DUNNING-LETTERS.
           OPEN INPUT CUSTOMER-MASTER.
               MOVE 'S' TO WRK-CUSTMAST-OK
           END-IF.

           MOVE 'I'         TO CF-FUNCAO.
           MOVE 'BATCH'     TO CF-USUARIO.
           MOVE 'PROGCOB56' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

       0110-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
       0200-PROCESSAR.
           IF RB-ABERTO
               ADD 1 TO WRK-QT-ABERTOS
               ADD RB-SALDO TO WRK-SALDO-ABERTO
               PERFORM 0210-LOCALIZAR-CLIENTE
           END-IF.
           IF RB-ABERTO AND WRK-IDX-CLI = ZEROS
       0300-IMPRIMIR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE 'ARAGING'                TO CF-RELATORIO
               MOVE WRK-TB-CPF(WRK-IDX)      TO CF-CPF
               PERFORM 0600-MASCARAR-CPF
               MOVE CF-CPF-EDITADO           TO AG-D-CPF
               MOVE WRK-TB-CORRENTE(WRK-IDX) TO AG-D-CORRENTE
               MOVE WRK-TB-ATE30(WRK-IDX)    TO AG-D-ATE30
               MOVE WRK-TB-ATE60(WRK-IDX)    TO AG-D-ATE60
               PERFORM 0500-QUEBRA-PAGINA
               WRITE AG-LINHA FROM AG-DETALHE
               DISPLAY AG-DETALHE
               PERFORM 0700-EXPORTAR-CLIENTE

               IF WRK-TB-ATE30(WRK-IDX) > ZEROS
                  OR WRK-TB-ATE60(WRK-IDX) > ZEROS
           WRITE DL-LINHA FROM DL-SEPARADOR.

           MOVE SPACES TO DL-D-NOME DL-D-ENDERECO.
           MOVE '-'    TO DL-D-CLASSE.
           IF WRK-CUSTMAST-OK = 'S'
               MOVE WRK-TB-CPF(WRK-IDX) TO CM-CPF
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       MOVE CM-NOME     TO DL-D-NOME
                       MOVE CM-ENDERECO TO DL-D-ENDERECO
                       IF CM-CLASSE-A OR CM-CLASSE-B OR CM-CLASSE-C
                           MOVE CM-CLASSE-ABC TO DL-D-CLASSE
                       END-IF
                       IF CM-CLASSE-A
                           ADD 1 TO WRK-QT-CLASSE-A
                       END-IF
               END-READ
           END-IF.
           MOVE 'DUNLETT'           TO CF-RELATORIO.
           MOVE WRK-TB-CPF(WRK-IDX) TO CF-CPF.
           PERFORM 0600-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO      TO DL-D-CPF.
           WRITE DL-LINHA FROM DL-DESTINATARIO.
           WRITE DL-LINHA FROM DL-ENDERECO.

           WRITE DL-LINHA.

       0900-FINALIZAR.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           DISPLAY '-------------------------'
           DISPLAY 'TITULOS EM ABERTO........ ' WRK-QT-ABERTOS.
           DISPLAY 'CLIENTES COM VENCIDOS.... ' WRK-QT-VENCIDOS.
           DISPLAY 'CARTAS - LEMBRETE........ ' WRK-QT-LEMBRETE.
           DISPLAY 'CARTAS - NOTIFICACAO..... ' WRK-QT-FIRME.
           DISPLAY 'CARTAS - AVISO PROTESTO.. ' WRK-QT-PROTESTO.
           DISPLAY 'CARTAS - CLIENTE CLASSE A ' WRK-QT-CLASSE-A.
           IF WRK-QT-PULADOS > ZEROS
               DISPLAY '*** TABELA DE CLIENTES CHEIA - AGING'
                       ' INCOMPLETO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0910-GRAVAR-BATCTRL
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE AG-LINHA FROM RW-TRAILER.
           CLOSE AGING-RPT.
           PERFORM 0710-EXPORTAR-CONTROLE.
           CLOSE AGING-CSV.
           CLOSE OVERDUE-FLAGS.
           CLOSE DUNNING-LETTERS.
           IF WRK-CUSTMAST-OK = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.

       0910-GRAVAR-BATCTRL.
           OPEN EXTEND BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
               OPEN OUTPUT BATCH-CONTROL
           END-IF.
           MOVE 'PROGCOB56 ' TO BC-PROGRAMA.
           MOVE WRK-DATASYS  TO BC-DATA.
           MOVE WRK-QT-ABERTOS TO BC-REG-IN.
           COMPUTE BC-REG-OUT = WRK-QT-LEMBRETE + WRK-QT-FIRME
                              + WRK-QT-PROTESTO.
           MOVE WRK-SALDO-ABERTO TO BC-VALOR-TOTAL.
           WRITE BC-REGISTRO.
           CLOSE BATCH-CONTROL.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
               WRITE AG-LINHA FROM RW-CABECALHO2
               WRITE AG-LINHA FROM RW-COLUNAS
           END-IF.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0600-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

      *    A MESMA LINHA DO AGING PARA A PLANILHA, COM O CPF PELA
      *    MASCARA DA LGPD (O ARAGCSV CONTA COMO RELATORIO PROPRIO
      *    NA TRILHA DE AUDITORIA QUANDO SAI SEM MASCARA)
       0700-EXPORTAR-CLIENTE.
           MOVE 'ARAGCSV'           TO CF-RELATORIO.
           MOVE WRK-TB-CPF(WRK-IDX) TO CF-CPF.
           PERFORM 0600-MASCARAR-CPF.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE CF-CPF-EDITADO TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-TB-CORRENTE(WRK-IDX) TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-ATE30(WRK-IDX)    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-ATE60(WRK-IDX)    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-TB-MAIS90(WRK-IDX)   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE AC-LINHA FROM CSV-LINHA.

           ADD 1 TO WRK-QT-CSV.
           ADD WRK-TB-CORRENTE(WRK-IDX) TO WRK-CSV-CORRENTE.
           ADD WRK-TB-ATE30(WRK-IDX)    TO WRK-CSV-ATE30.
           ADD WRK-TB-ATE60(WRK-IDX)    TO WRK-CSV-ATE60.
           ADD WRK-TB-MAIS90(WRK-IDX)   TO WRK-CSV-MAIS90.

      *    LINHA DE CONTROLE: QUANTIDADE DE CLIENTES E TOTAIS DAS
      *    QUATRO FAIXAS
       0710-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-QT-CSV TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-CORRENTE TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-ATE30    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-ATE60    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-MAIS90   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE AC-LINHA FROM CSV-LINHA.
