      *********************************
      * COPYBOOK: LIMPEND.COB
      * LAYOUT DA PROPOSTA DE LIMITE DE CREDITO PENDENTE (LIMPEND):
      * GRAVADA PELA REVISAO MENSAL POR COMPORTAMENTO (PROGCOB96)
      * COM A NOTA DE PAGAMENTO E OS CONTADORES QUE A GERARAM, E
      * DECIDIDA POR UM SUPERVISOR NIVEL 00 NO PROGCOB97, QUE SO
      * POSTA NO CUSTMAST A APROVADA. LP-LIMITE-ATUAL E O LIMITE NA
      * HORA DA PROPOSTA - SE O CADASTRO MUDOU DEPOIS, A PROPOSTA
      * NAO E POSTADA
      *********************************
       01  LP-REGISTRO.
           02 LP-CPF          PIC 9(11).
           02 LP-NOTA         PIC 9(03).
           02 LP-QT-PAGTO     PIC 9(03).
           02 LP-QT-ATRASO    PIC 9(03).
           02 LP-QT-RENEG     PIC 9(03).
           02 LP-QT-PERDA     PIC 9(03).
           02 LP-LIMITE-ATUAL PIC 9(08)V99.
           02 LP-LIMITE-NOVO  PIC 9(08)V99.
           02 LP-DATA         PIC 9(08).
           02 LP-STATUS       PIC X(01).
              88 LP-PENDENTE  VALUE 'P'.
              88 LP-APROVADO  VALUE 'A'.
              88 LP-REJEITADO VALUE 'R'.
