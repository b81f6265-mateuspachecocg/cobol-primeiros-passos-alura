      *********************************
      * COPYBOOK: DEPENDNT.COB
      * LAYOUT DO CADASTRO DE DEPENDENTES (DEPMAST), INDEXADO PELA
      * MATRICULA DO FUNCIONARIO (A MESMA EM-MATRICULA DO
      * EMPLOYEE.COB) MAIS UMA SEQUENCIA POR DEPENDENTE. MANTIDO
      * PELO PROGCOB85 E LIDO PELO FECHAMENTO DA FOLHA (PROGCOB04)
      * PARA A DEDUCAO POR DEPENDENTE NA BASE DO IRRF E PARA O
      * SALARIO-FAMILIA. DP-DEPEND-IR = 'S' ENTRA NA DEDUCAO DO
      * IRRF; DP-SAL-FAMILIA = 'S' MARCA O FILHO QUE DA DIREITO A
      * COTA (SO CONTA ENQUANTO ESTIVER ABAIXO DA IDADE LIMITE)
      *********************************
       01  DP-REGISTRO.
           02 DP-CHAVE.
              03 DP-MATRICULA   PIC 9(06).
              03 DP-SEQUENCIA   PIC 9(02).
           02 DP-NOME           PIC X(30).
           02 DP-DATA-NASC      PIC 9(08).
           02 DP-PARENTESCO     PIC X(01).
              88 DP-FILHO       VALUE 'F'.
              88 DP-CONJUGE     VALUE 'C'.
              88 DP-PAI-MAE     VALUE 'P'.
              88 DP-OUTRO       VALUE 'O'.
              88 DP-PARENTESCO-VALIDO VALUE 'F' 'C' 'P' 'O'.
           02 DP-CPF            PIC 9(11).
           02 DP-DEPEND-IR      PIC X(01).
              88 DP-DEDUZ-IR    VALUE 'S'.
           02 DP-SAL-FAMILIA    PIC X(01).
              88 DP-COTA-SAL-FAMILIA VALUE 'S'.
