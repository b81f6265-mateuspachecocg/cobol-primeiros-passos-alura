      *********************************
      * COPYBOOK: NEGBUR.COB
      * LAYOUT DO MOVIMENTO PARA O BIRO DE CREDITO: O MESMO
      * REGISTRO SERVE A INCLUSAO (NEGINC, GERADO PELO PROGCOB98) E
      * A EXCLUSAO (NEGEXC, GERADO PELA SUBROTINA PROGCOB99 NA
      * QUITACAO E PELO PROGCOB98 NA BAIXA FORA DO FLUXO). NA
      * EXCLUSAO, NOME E ENDERECO VAO EM BRANCO - O BIRO LOCALIZA
      * A ANOTACAO PELO CPF E PELO NUMERO DO TITULO
      *********************************
       01  NB-REGISTRO.
           02 NB-TIPO          PIC X(01).
              88 NB-INCLUSAO   VALUE 'I'.
              88 NB-EXCLUSAO   VALUE 'E'.
           02 NB-CPF           PIC 9(11).
           02 NB-NUMERO        PIC 9(06).
           02 NB-VENCIMENTO    PIC 9(08).
           02 NB-VALOR         PIC 9(06)V99.
           02 NB-DATA-MOVIMENTO PIC 9(08).
           02 NB-NOME          PIC X(30).
           02 NB-ENDERECO      PIC X(40).
