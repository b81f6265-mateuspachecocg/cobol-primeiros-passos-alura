      *********************************
      * COPYBOOK: CNABPARM.COB
      * PARAMETROS DOS ARQUIVOS AO BANCO NO PADRAO CNAB 240
      * (CNABPARM): UM REGISTRO POR SERVICO - 'P' = PAGAMENTOS
      * (BANKREM DA FOLHA, DO ADIANTAMENTO, DA RESCISAO E DA PLR) E
      * 'C' = COBRANCA (ARREM/ARRETN) - COM O BANCO, A AGENCIA E A
      * CONTA DA EMPRESA, O CONVENIO DADO PELO BANCO, O CNPJ, O
      * ENDERECO E A CARTEIRA DE COBRANCA. A TESOURARIA MANTEM O
      * ARQUIVO; O ULTIMO NSA (NUMERO SEQUENCIAL DO ARQUIVO) SO
      * ANDA PELA SUBROTINA PROGCOB154, A CADA REMESSA GERADA
      *********************************
       01  CB-REGISTRO.
           02 CB-SERVICO        PIC X(01).
              88 CB-PAGAMENTOS  VALUE 'P'.
              88 CB-COBRANCA    VALUE 'C'.
           02 CB-BANCO          PIC 9(03).
           02 CB-NOME-BANCO     PIC X(30).
           02 CB-AGENCIA        PIC 9(05).
           02 CB-AGENCIA-DV     PIC X(01).
           02 CB-CONTA          PIC 9(12).
           02 CB-CONTA-DV       PIC X(01).
           02 CB-CNPJ           PIC 9(14).
           02 CB-CONVENIO       PIC X(20).
           02 CB-NOME-EMPRESA   PIC X(30).
           02 CB-LOGRADOURO     PIC X(30).
           02 CB-NUMERO         PIC 9(05).
           02 CB-CIDADE         PIC X(20).
           02 CB-CEP.
              03 CB-CEP-PREFIXO PIC 9(05).
              03 CB-CEP-SUFIXO  PIC 9(03).
           02 CB-UF             PIC X(02).
           02 CB-CARTEIRA       PIC 9(01).
           02 CB-ULTIMO-NSA     PIC 9(06).
