      *********************************
      * COPYBOOK: KPIHIST.COB
      * HISTORICO DOS INDICADORES GERENCIAIS (KPIHIST): UM REGISTRO
      * POR MES DE REFERENCIA, GRAVADO PELO PACOTE DE INDICADORES
      * (PROGCOB151) DEPOIS DO FECHAMENTO DO MES. CADA UMA DAS 14
      * POSICOES GUARDA O VALOR DO INDICADOR NO MES E SE ELE FOI
      * APURADO ('S') - FONTE AUSENTE OU BASE ZERADA FICA 'N' E NAO
      * ENTRA NO ACUMULADO NEM NA TENDENCIA. A ORDEM DAS POSICOES E
      * A DA TABELA DE INDICADORES DO PROGCOB151; A RODADA DE NOVO
      * NO MESMO MES SUBSTITUI O REGISTRO DO MES
      *********************************
       01  KH-REGISTRO.
           02 KH-ANOMES.
              03 KH-ANO        PIC 9(04).
              03 KH-MES        PIC 9(02).
           02 KH-DATA-GERACAO  PIC 9(08).
           02 KH-INDICADORES.
              03 KH-INDICADOR OCCURS 14 TIMES.
                 04 KH-APURADO PIC X(01).
                    88 KH-INDICADOR-APURADO VALUE 'S'.
                 04 KH-VALOR   PIC S9(11)V99.
