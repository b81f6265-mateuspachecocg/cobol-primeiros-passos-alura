      *********************************
      * COPYBOOK: OBRA.COB
      * CADASTRO DE OBRAS (OBRAMAST): A OBRA NASCE DO ORCAMENTO
      * ACEITO NO PROGCOBD03, COM O NUMERO DO CONTROLE OBRACTL, O
      * CPF DO CLIENTE (CUSTMAST), O ENDERECO DA OBRA E O VALOR
      * ORCADO (O TOTAL DA OBRA DO MATQUOTE, BASE DA MEDICAO). O
      * MATERIAL ORCADO E A SOMA DOS ITENS DO CATALOGO PELO PRECO
      * DO ORCAMENTO - A MESMA BASE DO MATERIAL CONSUMIDO. AS
      * ETAPAS PREVISTAS TEM O PESO NO VALOR DA OBRA (SOMA 100) E O
      * PERCENTUAL JA EXECUTADO, ATUALIZADO PELA MEDICAO MENSAL
      * (PROGCOB143), QUE FATURA NO ARFILE O VALOR MEDIDO AINDA NAO
      * FATURADO. OS MATERIAIS GUARDAM A QUANTIDADE ORCADA, O PRECO
      * DO CATALOGO NO ORCAMENTO E A QUANTIDADE CONSUMIDA (SAIDAS
      * 'S' DO MATMOV CONTRA A OBRA, PELO OBRACONS DO PROGCOB81).
      * OB-SITUACAO: 'A' = EM ANDAMENTO; 'C' = CONCLUIDA (TODAS AS
      * ETAPAS EM 100%)
      *********************************
       01  OB-REGISTRO.
           02 OB-NUMERO         PIC 9(06).
           02 OB-CPF            PIC 9(11).
           02 OB-ENDERECO       PIC X(40).
           02 OB-DATA-ACEITE    PIC 9(08).
           02 OB-SITUACAO       PIC X(01).
              88 OB-EM-ANDAMENTO VALUE 'A'.
              88 OB-CONCLUIDA   VALUE 'C'.
           02 OB-VALOR-ORCADO   PIC 9(09)V99.
           02 OB-MATERIAL-ORCADO PIC 9(09)V99.
           02 OB-MAO-ORCADA     PIC 9(09)V99.
           02 OB-MATERIAL-CONSUMIDO PIC 9(09)V99.
           02 OB-VALOR-MEDIDO   PIC 9(09)V99.
           02 OB-VALOR-FATURADO PIC 9(09)V99.
           02 OB-PERC-EXECUTADO PIC 9(03)V99.
           02 OB-ULTIMA-MEDICAO PIC 9(08).
           02 OB-QT-ETAPAS      PIC 9(02).
           02 OB-ETAPA OCCURS 10 TIMES.
               03 OB-ETP-DESCRICAO PIC X(15).
               03 OB-ETP-PESO      PIC 9(03)V99.
               03 OB-ETP-PERC      PIC 9(03)V99.
           02 OB-QT-MATERIAIS   PIC 9(02).
           02 OB-MATERIAL OCCURS 30 TIMES.
               03 OB-MAT-CODIGO    PIC 9(03).
               03 OB-MAT-PRECO     PIC 9(05)V99.
               03 OB-MAT-QTD-ORCADA PIC 9(07).
               03 OB-MAT-QTD-CONSUMIDA PIC 9(07).
