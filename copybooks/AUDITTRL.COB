      * COM QUE ENTRADA E COM QUE RESULTADO - HOJE OS FECHAMENTOS DE
      * FOLHA (PROGCOB04), AUMENTO POR MERITO (PROGCOB11) E JUROS
      * COMPOSTOS (PROGCOBD04)
      * ALTERADO = 15/10/2026 - ACRESCENTADO O HASH ENCADEADO
      * (AT-HASH, NO FIM DO REGISTRO - LINHAS ANTIGAS LEEM EM
      * BRANCO), CALCULADO PELA SUBROTINA PROGCOB128 SOBRE O
      * CONTEUDO DA LINHA E O HASH DA LINHA ANTERIOR E CONFERIDO
      * TODA NOITE PELO PROGCOB129. O REGISTRO PASSA A 126 BYTES
      *********************************
       01  AT-REGISTRO.
           02 AT-DATA          PIC 9(08).
           02 AT-OPERACAO      PIC X(20).
           02 AT-ENTRADA       PIC X(30).
           02 AT-RESULTADO     PIC X(30).
           02 AT-HASH          PIC 9(12).
