      *********************************
      * COPYBOOK: FATTRANS.COB
      * LAYOUT DO REGISTRO DE FATURAS DAS TRANSPORTADORAS A PAGAR
      * (CARRPAY): UMA LINHA POR TRANSPORTADORA EM CADA CONCILIACAO
      * DO PROGCOB22, COM O FRETE FATURADO, O CONTESTADO EM NOTAS DE
      * DEBITO DE COBRANCA A MAIOR, OS SINISTROS DEDUZIDOS E O
      * LIQUIDO A PAGAR, VENCENDO NO PRAZO DE PAGAMENTO DO CARRMAST.
      * FT-STATUS: 'A' = AGENDADA NO PENDPAY NA CONCILIACAO, 'R' =
      * RETIDA (FT-MOTIVO: 'D' = DIVERGENCIA SEM NOTA DE DEBITO,
      * 'C' = TRANSPORTADORA FORA DO CARRMAST, 'T' = SEM A CONTA DE
      * PAGAMENTO DO APACCT), 'L' = LIBERADA POR UM SUPERVISOR NO
      * PROGCOB106, QUE AGENDA O PAGAMENTO NESSA HORA, 'Z' = LIQUIDO
      * ZERADO PELAS DEDUCOES, NADA A PAGAR
      *********************************
       01  FT-REGISTRO.
           02 FT-DATA          PIC 9(08).
           02 FT-TRANSP        PIC X(20).
           02 FT-FATURADO      PIC 9(07)V99.
           02 FT-CONTESTADO    PIC 9(07)V99.
           02 FT-SINISTROS     PIC 9(07)V99.
           02 FT-LIQUIDO       PIC 9(07)V99.
           02 FT-VENCIMENTO    PIC 9(08).
           02 FT-PENDENCIAS    PIC 9(03).
           02 FT-STATUS        PIC X(01).
              88 FT-AGENDADA   VALUE 'A'.
              88 FT-RETIDA     VALUE 'R'.
              88 FT-LIBERADA   VALUE 'L'.
              88 FT-SEM-VALOR  VALUE 'Z'.
           02 FT-MOTIVO        PIC X(01).
              88 FT-DIVERGENCIA   VALUE 'D'.
              88 FT-SEM-CADASTRO  VALUE 'C'.
              88 FT-SEM-CONTA     VALUE 'T'.
           02 FT-ANALISTA      PIC X(20).
           02 FT-DATA-LIBERACAO PIC 9(08).
