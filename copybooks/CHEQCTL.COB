      *********************************
      * COPYBOOK: CHEQCTL.COB
      * CONTROLE DE TALONARIO POR CONTA (CHEQCTL): UM REGISTRO POR
      * CONTA DO BALMAST (CQ-CONTA = BM-CONTA) QUE PAGA EM CHEQUE,
      * COM O PROXIMO NUMERO A EMITIR, O ULTIMO NUMERO DO TALAO EM
      * USO E A PRACA (CIDADE) QUE SAI IMPRESSA NO CHEQUE. A
      * TESOURARIA ACERTA O ULTIMO NUMERO QUANDO CHEGA TALAO NOVO;
      * O PROXIMO NUMERO SO ANDA PELA IMPRESSAO (PROGCOB112) E PELA
      * INUTILIZACAO DE FOLHA EM BRANCO (PROGCOB113)
      *********************************
       01  CQ-REGISTRO.
           02 CQ-CONTA          PIC 9(04).
           02 CQ-PROXIMO-CHEQUE PIC 9(06).
           02 CQ-ULTIMO-CHEQUE  PIC 9(06).
           02 CQ-CIDADE         PIC X(20).
