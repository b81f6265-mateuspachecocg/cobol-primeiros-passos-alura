      *********************************
      * COPYBOOK: CPFMASKP.COB
      * AREA DE PARAMETROS DA MASCARA DE CPF (SUBROTINA PROGCOB130).
      * TODO RELATORIO E TODO DISPLAY DE CONSOLE QUE MOSTRA CPF PASSA
      * O NUMERO PELA SUBROTINA: 'I' NA ABERTURA INFORMA QUEM RODA
      * (CF-USUARIO; NO LOTE, 'BATCH') E O PROGRAMA, E DEVOLVE EM
      * CF-COMPLETO SE A MATRIZ DO MENU (MENUAUTH, OPCAO 90 - MESMA
      * REGRA DE USUARIO E *NIVELNN DO PROGCOB19) LIBERA O CPF
      * COMPLETO; SEM REGRA, O CPF SAI MASCARADO. 'M' DEVOLVE EM
      * CF-CPF-EDITADO O CPF DE CF-CPF COMO ***.456.789-** (OU
      * 123.456.789-01 QUANDO LIBERADO) E CONTA A IMPRESSAO SEM
      * MASCARA POR CF-RELATORIO. 'F' NO FECHAMENTO GRAVA NO
      * AUDITTRL UMA LINHA POR RELATORIO QUE SAIU SEM MASCARA, COM O
      * USUARIO E O NOME DO RELATORIO. 'T' MASCARA NO LUGAR TODO
      * 'CPF ' + 11 DIGITOS DO TEXTO LIVRE EM CF-TEXTO
      *********************************
       01  CF-PARAMETROS.
           02 CF-FUNCAO        PIC X(01).
              88 CF-INICIAR    VALUE 'I'.
              88 CF-MASCARAR   VALUE 'M'.
              88 CF-FINALIZAR  VALUE 'F'.
              88 CF-MASCARAR-TEXTO VALUE 'T'.
           02 CF-USUARIO       PIC X(20).
           02 CF-PROGRAMA      PIC X(10).
           02 CF-RELATORIO     PIC X(10).
           02 CF-CPF           PIC 9(11).
           02 CF-CPF-EDITADO   PIC X(14).
           02 CF-COMPLETO      PIC X(01).
              88 CF-CPF-COMPLETO VALUE 'S'.
           02 CF-TEXTO         PIC X(60).
