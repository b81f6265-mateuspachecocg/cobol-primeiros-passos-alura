      *********************************
      * COPYBOOK: OBRACONS.COB
      * CONSUMO DE MATERIAL POR OBRA (OBRACONS): CADA SAIDA 'S' DO
      * MATMOV APLICADA PELO PROGCOB81 COM O NUMERO DA OBRA GERA UM
      * REGISTRO AQUI (OBRA, ITEM DO CATALOGO, QUANTIDADE E DATA DA
      * MOVIMENTACAO). A MEDICAO MENSAL (PROGCOB143) SOMA O CONSUMO
      * NA OBRA DO OBRAMAST E ESVAZIA O ARQUIVO
      *********************************
       01  OC-REGISTRO.
           02 OC-OBRA          PIC 9(06).
           02 OC-CODIGO        PIC 9(03).
           02 OC-QTD           PIC 9(05).
           02 OC-DATA          PIC 9(08).
