      *********************************
      * COPYBOOK: CONSENT.COB
      * REGISTRO DE CONSENTIMENTO DE MARKETING (CONSENT), CHAVEADO
      * POR CPF: UM ITEM POR CANAL (1 = CARTA NO ENDERECO DO
      * CUSTMAST, 2 = TELEFONE DO CUSTMAST, 3 = E-MAIL, COM O
      * ENDERECO EM CS-EMAIL, QUE O CUSTMAST NAO TEM), COM A DATA
      * DO CONSENTIMENTO, A ORIGEM (ONDE FOI COLHIDO), QUEM
      * REGISTROU E A DATA DA REVOGACAO. CONSENTIMENTO VIGENTE =
      * DATA DO CONSENTIMENTO PREENCHIDA E REVOGACAO ZERADA; A
      * REVOGACAO NAO APAGA A DATA DO CONSENTIMENTO, QUE FICA COMO
      * PROVA DO PERIODO EM QUE O CLIENTE ACEITOU. COLHIDO NO
      * CADASTRO (PROGCOBD01) E NA CARGA EM LOTE (PROGCOB32),
      * MANTIDO PELO PROGCOB21 (COM LINHA NO AUDIT-TRAIL) E LIDO
      * PELO EXTRATO DE CAMPANHA (PROGCOB132)
      *********************************
       01  CS-REGISTRO.
           02 CS-CPF           PIC 9(11).
           02 CS-EMAIL         PIC X(40).
           02 CS-CANAL         OCCURS 3 TIMES.
              03 CS-DATA-CONSENTIMENTO PIC 9(08).
              03 CS-ORIGEM     PIC X(10).
              03 CS-USUARIO    PIC X(08).
              03 CS-DATA-REVOGACAO PIC 9(08).
