      * A NUMERACAO DO STDCTL), SAI NO BOLETIM E ACOMPANHA O ALUNO
      * NO ATTEND E NO ACADHIST; O NOME VIROU DESCRICAO - O ANO DAS
      * DUAS ANA SOUZA NAO SE REPETE
      * ALTERADO = 15/10/2026 - CRIADA A DATA DA MATRICULA
      * (STD-DATA-MATRICULA, NO FIM DO REGISTRO - ARQUIVOS ANTIGOS
      * LEEM ZERADA), GRAVADA PELO PROGCOB26 NA INCLUSAO E NA
      * PROMOCAO DA FILA, PARA A DECLARACAO DE MATRICULA (PROGCOB121)
      *********************************
       01  STD-REGISTRO.
           02 STD-NOME     PIC X(20).
           02 STD-NOTA3    PIC 9(02)V9.
           02 STD-NOTA4    PIC 9(02)V9.
           02 STD-MATRICULA PIC 9(06).
           02 STD-DATA-MATRICULA PIC 9(08).
