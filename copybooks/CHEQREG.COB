      *********************************
      * COPYBOOK: CHEQREG.COB
      * REGISTRO DE CHEQUES EMITIDOS (CHEQREG): UM REGISTRO POR
      * NUMERO DE CHEQUE USADO EM CADA CONTA - NENHUM NUMERO DO
      * TALAO FICA SEM REGISTRO. GRAVADO PELA IMPRESSAO DE CHEQUES
      * (PROGCOB112), ATUALIZADO PELO CANCELAMENTO (PROGCOB113) E
      * PELA CONCILIACAO BANCARIA (PROGCOB34), QUE CASA O CHEQUE
      * COMPENSADO PELO NUMERO. CR-DATA-LANCAMENTO E A DATA DO
      * LANCAMENTO DE CREDITO QUE O PROGCOB50 GRAVOU NO REGTRAN NA
      * LIBERACAO DO PAGAMENTO. CR-SITUACAO: 'E' = EMITIDO, EM
      * CIRCULACAO; 'K' = COMPENSADO (CR-DATA-SITUACAO E A DATA DO
      * EXTRATO); 'C' = CANCELADO, SEM REEMISSAO - O ESTORNO FOI
      * LANCADO A DEBITO NO REGTRAN NA DATA DA SITUACAO; 'R' =
      * CANCELADO PARA REEMISSAO (ESTRAGOU NA IMPRESSAO OU FOI
      * SUBSTITUIDO) - O PAGAMENTO VOLTOU PARA A FILA DE IMPRESSAO;
      * 'I' = FOLHA INUTILIZADA EM BRANCO, SEM PAGAMENTO
      *********************************
       01  CR-REGISTRO.
           02 CR-CONTA          PIC 9(04).
           02 CR-NUMERO         PIC 9(06).
           02 CR-FAVORECIDO     PIC X(20).
           02 CR-VALOR          PIC 9(07)V99.
           02 CR-DATA-EMISSAO   PIC 9(08).
           02 CR-DATA-LANCAMENTO PIC 9(08).
           02 CR-SITUACAO       PIC X(01).
              88 CR-EMITIDO     VALUE 'E'.
              88 CR-COMPENSADO  VALUE 'K'.
              88 CR-CANCELADO   VALUE 'C'.
              88 CR-REEMITIR    VALUE 'R'.
              88 CR-INUTILIZADO VALUE 'I'.
           02 CR-DATA-SITUACAO  PIC 9(08).
           02 CR-MOTIVO         PIC X(20).
           02 CR-USUARIO        PIC X(20).
