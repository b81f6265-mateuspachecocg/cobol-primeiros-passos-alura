      *********************************
      * COPYBOOK: SUPPLIER.COB
      * LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES (SUPPMAST),
      * CHAVEADO PELO DOCUMENTO - CNPJ (14 DIGITOS) OU CPF (11
      * DIGITOS ALINHADOS A DIREITA, ZEROS A ESQUERDA) CONFORME
      * FN-TIPO-PESSOA. GUARDA OS DADOS BANCARIOS PARA O PAGAMENTO
      * E O PRAZO DE PAGAMENTO EM DIAS CORRIDOS A PARTIR DA EMISSAO,
      * USADO COMO SUGESTAO DE VENCIMENTO NO LANCAMENTO DE NOTAS
      * (PROGCOB108). MANTIDO PELO PROGCOB107. FN-STATUS: 'A' =
      * ATIVO, 'B' = BLOQUEADO (NAO RECEBE NOTA NOVA NEM APROVACAO),
      * 'X' = EXCLUIDO (EXCLUSAO LOGICA, COMO NO CUSTMAST)
      *********************************
       01  FN-REGISTRO.
           02 FN-DOCUMENTO     PIC 9(14).
           02 FN-TIPO-PESSOA   PIC X(01).
              88 FN-PESSOA-JURIDICA VALUE 'J'.
              88 FN-PESSOA-FISICA   VALUE 'F'.
           02 FN-NOME          PIC X(30).
           02 FN-BANCO         PIC 9(03).
           02 FN-AGENCIA       PIC 9(04).
           02 FN-CONTA-BANCO   PIC X(12).
           02 FN-PRAZO-PAGTO   PIC 9(03).
           02 FN-STATUS        PIC X(01).
              88 FN-ATIVO      VALUE 'A'.
              88 FN-BLOQUEADO  VALUE 'B'.
              88 FN-EXCLUIDO   VALUE 'X'.
           02 FN-DATA-CADASTRO PIC 9(08).
