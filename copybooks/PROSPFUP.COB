      *********************************
      * COPYBOOK: PROSPFUP.COB
      * ACOMPANHAMENTO (FOLLOW-UP) DE CADA PROSPECT DA TRIAGEM
      * (FOLLOWUP), CHAVEADO PELO MESMO NOME DE 20 POSICOES DO
      * NAME-LOG: ORIGEM E DATA DA CAPTACAO COPIADAS DA TRIAGEM, O
      * VENDEDOR RESPONSAVEL (MATRICULA, A MESMA DO ST-VENDEDOR DAS
      * VENDAS), A DATA DO PROXIMO CONTATO (SEMPRE DIA UTIL), A DO
      * ULTIMO, O RESULTADO DO ULTIMO CONTATO, QUANTOS CONTATOS
      * FORAM FEITOS E QUANTAS TENTATIVAS FRACASSARAM (SEM
      * RESPOSTA). O ACOMPANHAMENTO FICA ABERTO ATE VIRAR CLIENTE
      * (CONVERTIDO, COM A DATA DA CONVERSAO) OU SER DADO COMO
      * PERDIDO (COM A DATA E O MOTIVO). CRIADO NA TRIAGEM
      * (PROGCOB02) OU PELA LISTA DIARIA (PROGCOB134), MANTIDO
      * PELO PROGCOB133 E RESUMIDO NO FUNIL MENSAL (PROGCOB135)
      *********************************
       01  FU-REGISTRO.
           02 FU-NOME          PIC X(20).
           02 FU-ORIGEM        PIC X(01).
              88 FU-BALCAO     VALUE 'W'.
              88 FU-TELEFONE   VALUE 'T'.
              88 FU-INDICACAO  VALUE 'I'.
           02 FU-DATA-CAPTACAO PIC 9(08).
           02 FU-VENDEDOR      PIC 9(06).
           02 FU-PROXIMO-CONTATO PIC 9(08).
           02 FU-ULTIMO-CONTATO PIC 9(08).
           02 FU-RESULTADO     PIC X(02).
              88 FU-SEM-CONTATO      VALUE SPACES.
              88 FU-NAO-ATENDEU      VALUE 'NA'.
              88 FU-RETORNAR         VALUE 'RT'.
              88 FU-INTERESSADO      VALUE 'IN'.
              88 FU-SEM-INTERESSE    VALUE 'SI'.
              88 FU-CONTATO-INVALIDO VALUE 'NV'.
              88 FU-RESULTADO-VALIDO VALUE 'NA' 'RT' 'IN' 'SI' 'NV'.
           02 FU-QT-CONTATOS   PIC 9(03).
           02 FU-QT-FRACASSOS  PIC 9(02).
           02 FU-SITUACAO      PIC X(01).
              88 FU-ABERTO     VALUE 'A'.
              88 FU-CONVERTIDO VALUE 'C'.
              88 FU-PERDIDO    VALUE 'P'.
           02 FU-DATA-FECHAMENTO PIC 9(08).
           02 FU-MOTIVO-PERDA  PIC X(30).
