      *********************************
      * COPYBOOK: EMPTHIST.COB
      * HISTORICO DAS MOVIMENTACOES DE PESSOAL JA APLICADAS NO
      * EMPMAST (EMPTHIST): A APROVACAO (PROGCOB52) GRAVA, EM
      * EXTEND, UM REGISTRO POR TRANSACAO DO EMPTRAN APROVADA E
      * POSTADA - ADMISSAO, DESLIGAMENTO OU ALTERACAO DE SALARIO -
      * COM A DATA DE EFEITO, O CENTRO DE CUSTO DO FUNCIONARIO NO
      * MOMENTO DA MOVIMENTACAO E AS DUAS IDENTIDADES (QUEM DIGITOU
      * E QUEM APROVOU). O EMPMAST SO GUARDA A FOTO ATUAL; E DAQUI
      * QUE SAEM AS ADMISSOES E DESLIGAMENTOS DE CADA MES
      *********************************
       01  TH-REGISTRO.
           02 TH-TIPO           PIC X(01).
              88 TH-ADMISSAO     VALUE 'A'.
              88 TH-DESLIGAMENTO VALUE 'D'.
              88 TH-ALT-SALARIO  VALUE 'S'.
           02 TH-MATRICULA      PIC 9(06).
           02 TH-NOME           PIC X(20).
           02 TH-SALARIO        PIC 9(06)V99.
           02 TH-ANO-POSSE      PIC 9(04).
           02 TH-CENTRO-CUSTO   PIC 9(04).
           02 TH-DATA-EFEITO    PIC 9(08).
           02 TH-USUARIO        PIC X(08).
           02 TH-APROVADOR      PIC X(08).
           02 TH-DATA-APLICACAO PIC 9(08).
