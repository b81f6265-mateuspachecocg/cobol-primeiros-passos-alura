      *********************************
      * COPYBOOK: LOCKREGP.COB
      * AREA DE PARAMETROS DA TRAVA DE USO EXCLUSIVO (SUBROTINA
      * PROGCOB136): TODO PROGRAMA QUE ATUALIZA UM MESTRE
      * COMPARTILHADO (ARFILE, CUSTMAST) PEDE A TRAVA NA ABERTURA
      * COM A ACAO 'A', INFORMANDO O ARQUIVO, O PROPRIO NOME, SE E
      * BATCH OU TELA E O QUE FAZER SE O ARQUIVO ESTIVER TRAVADO
      * POR OUTRO: ESPERAR ('E', TENTA DE NOVO ATE DESISTIR),
      * RECUSAR ('R') OU SEGUIR SO CONSULTANDO ('S'). RECEBE A
      * TRAVA CONCEDIDA ('C'), RECUSADA ('R') OU O MODO SO
      * CONSULTA ('S'), COM O DETENTOR E A MENSAGEM PRONTA PARA O
      * OPERADOR; RECUSA E SO CONSULTA FICAM NO RUNLOG. NO FIM,
      * QUEM RECEBEU 'C' DEVOLVE A TRAVA COM A ACAO 'L'. A ACAO 'C'
      * SO CONSULTA ('N' = LIVRE, 'O' = OCUPADA, COM O DETENTOR E
      * SE A TRAVA ESTA VENCIDA) E A 'F' E A LIBERACAO FORCADA DA
      * OPERACAO (PROGCOB137)
      *********************************
       01  LKR-PARAMETROS.
           02 LKR-ACAO         PIC X(01).
              88 LKR-ADQUIRIR  VALUE 'A'.
              88 LKR-LIBERAR   VALUE 'L'.
              88 LKR-CONSULTAR VALUE 'C'.
              88 LKR-FORCAR    VALUE 'F'.
           02 LKR-ARQUIVO      PIC X(10).
           02 LKR-PROGRAMA     PIC X(10).
           02 LKR-TIPO         PIC X(01).
              88 LKR-BATCH     VALUE 'B'.
              88 LKR-ONLINE    VALUE 'O'.
           02 LKR-POLITICA     PIC X(01).
              88 LKR-ESPERAR   VALUE 'E'.
              88 LKR-RECUSAR   VALUE 'R'.
              88 LKR-CONSULTA-APENAS VALUE 'S'.
           02 LKR-RESULTADO    PIC X(01).
              88 LKR-CONCEDIDA VALUE 'C'.
              88 LKR-RECUSADA  VALUE 'R'.
              88 LKR-SO-CONSULTA VALUE 'S'.
              88 LKR-LIVRE     VALUE 'N'.
              88 LKR-OCUPADA   VALUE 'O'.
           02 LKR-DETENTOR     PIC X(10).
           02 LKR-TIPO-DETENTOR PIC X(01).
           02 LKR-DATA-TRAVA   PIC 9(08).
           02 LKR-HORA-TRAVA   PIC 9(08).
           02 LKR-VENCIDA      PIC X(01).
              88 LKR-TRAVA-VENCIDA VALUE 'S'.
           02 LKR-MENSAGEM     PIC X(70).
