      *********************************
      * COPYBOOK: LOCKREG.COB
      * REGISTRO DE TRAVAS DE USO EXCLUSIVO DOS MESTRES
      * COMPARTILHADOS ENTRE O BATCH E A TELA (LOCKREG), CHAVEADO
      * PELO NOME DO ARQUIVO TRAVADO (O MESMO NOME DO ASSIGN:
      * ARFILE, CUSTMAST): QUAL PROGRAMA DETEM A TRAVA, SE E UM
      * STEP BATCH ('B') OU UMA SESSAO DE TELA ('O') E DESDE QUANDO.
      * UM REGISTRO POR ARQUIVO TRAVADO; ARQUIVO SEM REGISTRO ESTA
      * LIVRE. MANTIDO SO PELA SUBROTINA PROGCOB136 E EXIBIDO PARA
      * A OPERACAO PELO PROGCOB137
      *********************************
       01  LR-REGISTRO.
           02 LR-ARQUIVO       PIC X(10).
           02 LR-PROGRAMA      PIC X(10).
           02 LR-TIPO          PIC X(01).
              88 LR-BATCH      VALUE 'B'.
              88 LR-ONLINE     VALUE 'O'.
           02 LR-DATA          PIC 9(08).
           02 LR-HORA          PIC 9(08).
