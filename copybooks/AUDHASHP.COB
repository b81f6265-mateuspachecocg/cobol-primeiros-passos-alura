      *********************************
      * COPYBOOK: AUDHASHP.COB
      * AREA DE PARAMETROS DO ENCADEAMENTO DA TRILHA DE AUDITORIA
      * (SUBROTINA PROGCOB128). CADA LINHA DO AUDITTRL LEVA EM
      * AT-HASH UM HASH CALCULADO SOBRE O SEU CONTEUDO E O HASH DA
      * LINHA ANTERIOR, DE MODO QUE APAGAR OU EDITAR UMA LINHA
      * QUEBRA A CORRENTE DALI PARA A FRENTE (CONFERIDA TODA NOITE
      * PELO PROGCOB129). TODO PROGRAMA QUE ACRESCENTA LINHAS CHAMA
      * A SUBROTINA COM 'A' ANTES DO OPEN EXTEND (LE O ULTIMO ELO DA
      * TRILHA) E COM 'G' ANTES DE CADA WRITE AT-REGISTRO (CARIMBA O
      * AT-HASH). 'C' SO CALCULA O HASH DO REGISTRO PASSADO SOBRE
      * AH-HASH-ANTERIOR, SEM MEXER NA CORRENTE (USO DA CONFERENCIA);
      * 'P' REPOSICIONA A CORRENTE NO AH-HASH-ANTERIOR INFORMADO
      * (USO DO CORTE MENSAL, PROGCOB49)
      *********************************
       01  AH-PARAMETROS.
           02 AH-FUNCAO        PIC X(01).
              88 AH-ABRIR-TRILHA VALUE 'A'.
              88 AH-ENCADEAR   VALUE 'G'.
              88 AH-CALCULAR   VALUE 'C'.
              88 AH-POSICIONAR VALUE 'P'.
           02 AH-HASH-ANTERIOR PIC 9(12).
           02 AH-HASH          PIC 9(12).
