      *********************************
      * COPYBOOK: GLMAST.COB
      * LAYOUT DO RAZAO GERAL (GLMAST, INDEXADO PELA CONTA CONTABIL
      * DO COAMAP MAIS O PERIODO AAAAMM): DEBITOS E CREDITOS
      * ACUMULADOS DA CONTA NO MES, ALIMENTADOS SO PELA POSTAGEM DO
      * GLEXTRACT (PROGCOB114). O SALDO DO PERIODO E A DIFERENCA
      * ENTRE OS DOIS LADOS; O BALANCETE MENSAL SOMA TODAS AS
      * CONTAS DO PERIODO E TEM DE FECHAR EM ZERO
      *********************************
       01  GM-REGISTRO.
           02 GM-CHAVE.
              03 GM-CONTA       PIC 9(08).
              03 GM-ANOMES      PIC 9(06).
           02 GM-DEBITOS        PIC 9(11)V99.
           02 GM-CREDITOS       PIC 9(11)V99.
           02 GM-QT-LANCAMENTOS PIC 9(06).
           02 GM-DATA-POSTAGEM  PIC 9(08).
