      *********************************
      * COPYBOOK: LGPDREQ.COB
      * REGISTRO DOS PEDIDOS DE ACESSO DO TITULAR (LGPDREQ): UM
      * REGISTRO POR PEDIDO ATENDIDO, COM O NUMERO DO DOCUMENTO DE
      * RESPOSTA (CONTROLE LGPDCTL), O CPF DO TITULAR, QUEM PEDIU
      * (O PROPRIO TITULAR OU O RESPONSAVEL), QUEM ATENDEU, A DATA
      * DO PEDIDO, O PRAZO LEGAL (15 DIAS CORRIDOS DO PEDIDO - ART.
      * 19, II DA LGPD), A DATA DA RESPOSTA E SE ELA SAIU NO PRAZO,
      * MAIS A QUANTIDADE DE REGISTROS DECLARADOS NO DOCUMENTO.
      * GRAVADO PELO PROGCOB131 - E A PROVA DE QUE O PEDIDO FOI
      * RESPONDIDO E QUANDO
      *********************************
       01  LQ-REGISTRO.
           02 LQ-NUMERO        PIC 9(06).
           02 LQ-CPF           PIC 9(11).
           02 LQ-SOLICITANTE   PIC X(30).
           02 LQ-USUARIO       PIC X(08).
           02 LQ-DATA-PEDIDO   PIC 9(08).
           02 LQ-DATA-PRAZO    PIC 9(08).
           02 LQ-DATA-RESPOSTA PIC 9(08).
           02 LQ-SITUACAO      PIC X(01).
              88 LQ-NO-PRAZO   VALUE 'P'.
              88 LQ-FORA-PRAZO VALUE 'F'.
           02 LQ-QT-REGISTROS  PIC 9(05).
