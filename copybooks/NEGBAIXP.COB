      *********************************
      * COPYBOOK: NEGBAIXP.COB
      * AREA DE PARAMETROS DA SUBROTINA DE EXCLUSAO DE NEGATIVACAO
      * (PROGCOB99). QUEM QUITA TITULO CHAMA COM NBP-ACAO 'A' NO
      * INICIO (CARREGA O NEGREG), 'B' A CADA TITULO QUITADO (COM O
      * NUMERO E A DATA DA QUITACAO) E 'F' NO FIM (REGRAVA O NEGREG
      * SE HOUVE EXCLUSAO). NBP-RESULTADO: 'S' = EXCLUSAO GERADA,
      * 'N' = TITULO NAO NEGATIVADO, 'E' = NEGREG MAIOR QUE A TABELA
      * (O CHAMADOR ABANDONA COM RETURN-CODE 12, ARQUIVOS INTACTOS)
      *********************************
       01  NBP-PARAMETROS.
           02 NBP-ACAO         PIC X(01).
              88 NBP-ABRIR     VALUE 'A'.
              88 NBP-BAIXAR    VALUE 'B'.
              88 NBP-FECHAR    VALUE 'F'.
           02 NBP-NUMERO       PIC 9(06).
           02 NBP-DATA         PIC 9(08).
           02 NBP-RESULTADO    PIC X(01).
              88 NBP-EXCLUSAO-GERADA VALUE 'S'.
              88 NBP-NAO-NEGATIVADO  VALUE 'N'.
              88 NBP-ERRO-TABELA     VALUE 'E'.
           02 NBP-QT-EXCLUSOES PIC 9(04).
