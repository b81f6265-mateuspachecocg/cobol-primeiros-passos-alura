      *********************************
      * COPYBOOK: SLSQUOTA.COB
      * COTA MENSAL DE VENDAS POR VENDEDOR (SLSQUOTA): O SALESBUD SO
      * TEM A META POR REGIAO/MES; A COTA E POR ST-VENDEDOR
      * (MATRICULA) E MES, MANTIDA PELA GERENCIA COMERCIAL. LIDA
      * PELO PLACAR MENSAL (PROGCOB94) E PELO ACELERADOR DE COMISSAO
      * DO PROGCOB15. VENDEDOR SEM COTA NO MES NAO TEM ATINGIMENTO
      *********************************
       01  SQ-REGISTRO.
           02 SQ-ANO            PIC 9(04).
           02 SQ-MES            PIC 9(02).
           02 SQ-VENDEDOR       PIC 9(06).
           02 SQ-COTA           PIC 9(08)V99.
