      * FUNDIDO PELO PROGCOB82 VIRA EXCLUIDO ('X') APONTANDO O CPF
      * SOBREVIVENTE, EM VEZ DE SUMIR - MAIS UM MOTIVO PARA A
      * RECONSTRUCAO UNICA PELO PAR PROGCOB44/45
      * ALTERADO = 15/10/2026 - ACRESCENTADA A CLASSE ABC DO CLIENTE
      * (CM-CLASSE-ABC E CM-DATA-ABC, NO FIM DO REGISTRO), GRAVADA
      * PELA CLASSIFICACAO DE PARETO DO PROGCOB95 SOBRE 12 MESES DE
      * VENDA LIQUIDA; CLASSE EM BRANCO = CLIENTE AINDA NAO
      * CLASSIFICADO. O REGISTRO PASSA A 127 BYTES E O INDEXADO
      * EXISTENTE PRECISA DE NOVA RECONSTRUCAO PELO PAR PROGCOB44/45
      *********************************
       01  CM-REGISTRO.
           02 CM-CPF         PIC 9(11).
              88 CM-EXCLUIDO VALUE 'X'.
           02 CM-LIMITE-CREDITO PIC 9(08)V99.
           02 CM-CPF-FUSAO   PIC 9(11).
           02 CM-CLASSE-ABC  PIC X(01).
              88 CM-CLASSE-A VALUE 'A'.
              88 CM-CLASSE-B VALUE 'B'.
              88 CM-CLASSE-C VALUE 'C'.
           02 CM-DATA-ABC    PIC 9(08).
