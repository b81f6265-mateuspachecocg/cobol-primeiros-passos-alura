      *********************************
      * COPYBOOK: RESCHIST.COB
      * HISTORICO DAS RESCISOES CALCULADAS (RESCHIST): O PROGCOB57
      * GRAVA UM REGISTRO POR RESCISAO CONCLUIDA, COM AS VERBAS DO
      * TERMO, PARA QUEM PRECISA DELAS DEPOIS DO TERMO IMPRESSO -
      * HOJE O EXTRATO DE EVENTOS DO ESOCIAL (PROGCOB84), QUE
      * MANDA O DESLIGAMENTO COM OS VALORES DA RESCISAO
      *********************************
       01  RR-REGISTRO.
           02 RR-MATRICULA      PIC 9(06).
           02 RR-NOME           PIC X(20).
           02 RR-DATA-EFEITO    PIC 9(08).
           02 RR-DATA-CALCULO   PIC 9(08).
           02 RR-AVOS           PIC 9(02).
           02 RR-SALDO-SALARIO  PIC 9(06)V99.
           02 RR-DECIMO-PROP    PIC 9(06)V99.
           02 RR-FERIAS-PROP    PIC 9(06)V99.
           02 RR-TERCO-FERIAS   PIC 9(06)V99.
           02 RR-TOTAL          PIC 9(07)V99.
           02 RR-CENTRO-CUSTO   PIC 9(04).
