      *********************************
      * COPYBOOK: EMPCPF.COB
      * CPF DO FUNCIONARIO (EMPCPF): O EMPMAST NAO GUARDA DOCUMENTO,
      * E AS DECLARACOES AO GOVERNO (DIRF, PROGCOB90) PRECISAM DO
      * CPF DE CADA BENEFICIARIO. UM REGISTRO POR MATRICULA,
      * MANTIDO PELO RH; FUNCIONARIO JA DESLIGADO CONTINUA NO
      * ARQUIVO ATE A DECLARACAO DO ANO EM QUE SAIU
      *********************************
       01  EF-REGISTRO.
           02 EF-MATRICULA      PIC 9(06).
           02 EF-CPF            PIC 9(11).
