      *********************************
      * COPYBOOK: VACSALDO.COB
      * SALDO DE FERIAS POR FUNCIONARIO (VACSALDO): O MODULO DE
      * FERIAS (PROGCOB25) GRAVA UM REGISTRO POR FUNCIONARIO DO
      * EMPMAST COM O DIREITO ACUMULADO, OS DIAS GOZADOS NO VACMOV
      * E O SALDO, DATADO DA APURACAO; A PROVISAO MENSAL DE FERIAS
      * E 13O (PROGCOB87) PARTE DESTE SALDO EM VEZ DE REFAZER A
      * CONTA. SALDO NEGATIVO = FERIAS GOZADAS ANTECIPADAS
      *********************************
       01  VS-REGISTRO.
           02 VS-DATA           PIC 9(08).
           02 VS-MATRICULA      PIC 9(06).
           02 VS-DIREITO        PIC 9(04).
           02 VS-GOZADOS        PIC 9(04).
           02 VS-SALDO          PIC S9(04).
