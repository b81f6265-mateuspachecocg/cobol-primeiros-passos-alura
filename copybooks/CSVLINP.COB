      *********************************
      * COPYBOOK: CSVLINP.COB
      * AREA DE CONTROLE DO MONTADOR DE LINHA DE EXPORTACAO PARA
      * PLANILHA (SUBROTINA PROGCOB152). O RELATORIO QUE TEM
      * EXPORTACAO GRAVA, ALEM DA LISTAGEM, UM ARQUIVO DELIMITADO NO
      * PADRAO BRASILEIRO: SEPARADOR ';', VIRGULA DECIMAL, SEM
      * CABECALHO DE PAGINA E SEM MASCARA DE EDICAO NOS VALORES.
      * O CHAMADOR GRAVA A LINHA DE TITULOS DAS COLUNAS E, PARA CADA
      * DETALHE, CHAMA COM CSV-ACAO 'L' (LINHA NOVA), DEPOIS 'T' PARA
      * CADA CAMPO TEXTO (CSV-TEXTO, SEM BRANCOS DAS PONTAS; COM ';'
      * OU ASPAS VAI ENTRE ASPAS) E 'N' PARA CADA CAMPO NUMERICO
      * (CSV-VALOR COM CSV-CASAS DECIMAIS, DE 0 A 4: -1234,50), E
      * GRAVA CSV-LINHA. NO FIM GRAVA A LINHA DE CONTROLE, MONTADA
      * DO MESMO JEITO: 'CONTROLE', QUANTIDADE DE LINHAS DE DETALHE
      * E OS TOTAIS DAS COLUNAS DE VALOR QUE SE SOMAM (NAO OS
      * SALDOS ACUMULADOS NEM OS PERCENTUAIS), NA ORDEM DO DETALHE,
      * PARA QUEM RECEBE CONFERIR QUE NADA SE PERDEU. CSV-ESTOURO 'S' =
      * CAMPO NAO COUBE NA LINHA (FICOU DE FORA)
      *********************************
       01  CSV-CONTROLE.
           02 CSV-ACAO           PIC X(01).
              88 CSV-LINHA-NOVA  VALUE 'L'.
              88 CSV-CAMPO-TEXTO VALUE 'T'.
              88 CSV-CAMPO-NUMERO VALUE 'N'.
           02 CSV-TEXTO          PIC X(60).
           02 CSV-VALOR          PIC S9(13)V9(04).
           02 CSV-CASAS          PIC 9(01).
           02 CSV-QT-CAMPOS      PIC 9(03).
           02 CSV-POSICAO        PIC 9(03).
           02 CSV-ESTOURO        PIC X(01).
              88 CSV-LINHA-ESTOURADA VALUE 'S'.
           02 CSV-LINHA          PIC X(300).
