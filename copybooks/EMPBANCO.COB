      *********************************
      * COPYBOOK: EMPBANCO.COB
      * CONTA BANCARIA DO FUNCIONARIO (EMPBANCO): O EMPMAST NAO
      * GUARDA DADOS BANCARIOS, E O CREDITO DO SALARIO NO PADRAO
      * CNAB 240 (SEGMENTO A) PRECISA DO BANCO, DA AGENCIA E DA
      * CONTA DE CADA FAVORECIDO. UM REGISTRO POR MATRICULA, MANTIDO
      * PELO RH COMO O EMPCPF; QUEM NAO ESTA NO ARQUIVO FICA FORA
      * DA REMESSA E VAI PARA O SYSEXCEP
      *********************************
       01  EB-REGISTRO.
           02 EB-MATRICULA      PIC 9(06).
           02 EB-BANCO          PIC 9(03).
           02 EB-AGENCIA        PIC 9(05).
           02 EB-AGENCIA-DV     PIC X(01).
           02 EB-CONTA          PIC 9(12).
           02 EB-CONTA-DV       PIC X(01).
