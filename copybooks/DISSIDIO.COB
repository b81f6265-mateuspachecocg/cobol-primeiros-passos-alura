      *********************************
      * COPYBOOK: DISSIDIO.COB
      * DIFERENCAS DE DISSIDIO A PAGAR (DISSDIF): O PROGCOB86 GRAVA
      * UM REGISTRO POR FUNCIONARIO COM A SOMA DAS DIFERENCAS DOS
      * MESES JA FECHADOS DESDE A DATA-BASE DO ACORDO, RECALCULADOS
      * NO NOVO SALARIO. O FECHAMENTO DA FOLHA (PROGCOB04) PAGA A
      * DIFERENCA COMO VERBA PROPRIA SO NA COMPETENCIA INDICADA EM
      * DD-MES-PAGAMENTO (AAAAMM) E SO SE O EMPMAST JA ESTIVER COM
      * O SALARIO NOVO (AUMENTO APROVADO PELO PROGCOB52). O INSS E
      * O IRRF DA DIFERENCA JA VEM APURADOS MES A MES
      *********************************
       01  DD-REGISTRO.
           02 DD-MATRICULA      PIC 9(06).
           02 DD-NOME           PIC X(20).
           02 DD-MES-PAGAMENTO  PIC 9(06).
           02 DD-SALARIO-NOVO   PIC 9(06)V99.
           02 DD-QT-MESES       PIC 9(02).
           02 DD-BRUTO          PIC 9(06)V99.
           02 DD-INSS           PIC 9(06)V99.
           02 DD-IRRF           PIC 9(06)V99.
           02 DD-FGTS           PIC 9(06)V99.
