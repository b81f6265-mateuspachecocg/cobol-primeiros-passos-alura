      *********************************
      * COPYBOOK: NEGATIV.COB
      * LAYOUT DO REGISTRO DE NEGATIVACAO (NEGREG): UMA LINHA POR
      * TITULO DO ARFILE ENVIADO AO BIRO DE CREDITO PELO PROGCOB98,
      * COM O SALDO NEGATIVADO E A DATA DO ENVIO. QUANDO A BAIXA
      * (PROGCOB55) OU O RETORNO BANCARIO (PROGCOB61) QUITA O
      * TITULO, A SUBROTINA PROGCOB99 GERA A EXCLUSAO NO NEGEXC E
      * GUARDA AQUI A DATA DA QUITACAO, O PRAZO LEGAL DA EXCLUSAO
      * (5 DIAS UTEIS DEPOIS DA QUITACAO) E A DATA EM QUE A
      * EXCLUSAO FOI GERADA. NG-STATUS: 'N' = NEGATIVADO (CONSTA NO
      * BIRO), 'B' = BAIXADO (EXCLUSAO GERADA)
      *********************************
       01  NG-REGISTRO.
           02 NG-NUMERO        PIC 9(06).
           02 NG-CPF           PIC 9(11).
           02 NG-VENCIMENTO    PIC 9(08).
           02 NG-VALOR         PIC 9(06)V99.
           02 NG-DATA-ENVIO    PIC 9(08).
           02 NG-STATUS        PIC X(01).
              88 NG-NEGATIVADO VALUE 'N'.
              88 NG-BAIXADO    VALUE 'B'.
           02 NG-DATA-QUITACAO PIC 9(08).
           02 NG-PRAZO-BAIXA   PIC 9(08).
           02 NG-DATA-BAIXA    PIC 9(08).
