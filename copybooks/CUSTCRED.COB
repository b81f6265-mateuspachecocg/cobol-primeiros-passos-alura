      *********************************
      * COPYBOOK: CUSTCRED.COB
      * LAYOUT DO SALDO CREDOR DO CLIENTE (CUSTCRED, INDEXADO POR
      * CPF): O QUE A EMPRESA DEVE AO CLIENTE. RECEBE O EXCEDENTE DO
      * PAGAMENTO MAIOR QUE O TITULO (BAIXA MANUAL PROGCOB55 E
      * RETORNO BANCARIO PROGCOB61) E O CREDITO DA DEVOLUCAO DE
      * MERCADORIA (FECHAMENTO PROGCOBD05), TODOS PELA SUBROTINA
      * PROGCOB100; O FATURADOR PROGCOB54 COMPENSA O SALDO NO
      * PROXIMO TITULO DO CLIENTE E O PROGCOB101 DEVOLVE EM
      * DINHEIRO O QUE FICA PARADO ALEM DO PRAZO. CC-DATA-INICIO E
      * A DATA EM QUE O SALDO SAIU DO ZERO (CONTAGEM DO PRAZO DE
      * DEVOLUCAO); SALDO ZERADO VOLTA A DATA PARA ZEROS
      *********************************
       01  CC-REGISTRO.
           02 CC-CPF           PIC 9(11).
           02 CC-SALDO         PIC 9(08)V99.
           02 CC-DATA-INICIO   PIC 9(08).
           02 CC-DATA-ULT-MOV  PIC 9(08).
