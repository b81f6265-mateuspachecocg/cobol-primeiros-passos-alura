      *********************************
      * COPYBOOK: DISCOUNT.COB
      * LAYOUT DO ARQUIVO DE DESCONTOS NA MENSALIDADE (DISCOUNT):
      * UM REGISTRO POR DESCONTO CONCEDIDO AO ALUNO (STD-MATRICULA),
      * PERCENTUAL SOBRE O PLANO OU VALOR FIXO EM REAIS, COM O
      * MOTIVO (BOLSA, IRMAO, FILHO DE FUNCIONARIO OU OUTROS) E A
      * VIGENCIA EM MESES (AAAAMM; FIM ZERADO = SEM PRAZO). LIDO
      * PELO FATURAMENTO DAS MENSALIDADES (PROGCOB72), QUE GRAVA O
      * TITULO DO ARFILE PELO VALOR LIQUIDO
      *********************************
       01  DS-REGISTRO.
           02 DS-MATRICULA     PIC 9(06).
           02 DS-TIPO          PIC X(01).
              88 DS-PERCENTUAL VALUE 'P'.
              88 DS-VALOR-FIXO VALUE 'V'.
           02 DS-VALOR         PIC 9(06)V99.
           02 DS-MOTIVO        PIC X(01).
              88 DS-BOLSA      VALUE 'B'.
              88 DS-IRMAO      VALUE 'I'.
              88 DS-FUNCIONARIO VALUE 'F'.
              88 DS-OUTROS     VALUE 'O'.
           02 DS-INICIO        PIC 9(06).
           02 DS-FIM           PIC 9(06).
