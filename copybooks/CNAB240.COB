      *********************************
      * COPYBOOK: CNAB240.COB
      * REGISTRO DE 240 POSICOES DO PADRAO FEBRABAN CNAB 240, COM
      * UMA VISAO POR TIPO DE REGISTRO: HEADER DE ARQUIVO (TIPO 0),
      * HEADER DE LOTE (TIPO 1, PAGAMENTO OU COBRANCA), DETALHE
      * (TIPO 3: SEGMENTOS A/B DO PAGAMENTO, P/Q DA REMESSA DE
      * COBRANCA E T/U DO RETORNO DE COBRANCA), TRAILER DE LOTE
      * (TIPO 5) E TRAILER DE ARQUIVO (TIPO 9). DATAS NO FORMATO
      * DO BANCO (DDMMAAAA), VALORES SEM VIRGULA COM DUAS CASAS.
      * MONTADO PELA SUBROTINA PROGCOB154 NAS REMESSAS (BANKREM DA
      * FOLHA/ADIANTAMENTO/RESCISAO/PLR E ARREM DA COBRANCA) E LIDO
      * DIRETO PELO RETORNO DA COBRANCA (ARRETN, PROGCOB61)
      *********************************
       01  CN-REGISTRO.
           02 CN-LINHA             PIC X(240).
      *    VISAO COMUM: O TIPO DO REGISTRO E O SEGMENTO DO DETALHE
           02 CN-GERAL REDEFINES CN-LINHA.
              03 CN-BANCO          PIC 9(03).
              03 CN-LOTE           PIC 9(04).
              03 CN-TIPO-REGISTRO  PIC X(01).
                 88 CN-HEADER-ARQUIVO VALUE '0'.
                 88 CN-HEADER-LOTE    VALUE '1'.
                 88 CN-DETALHE        VALUE '3'.
                 88 CN-TRAILER-LOTE   VALUE '5'.
                 88 CN-TRAILER-ARQUIVO VALUE '9'.
              03 CN-SEQUENCIA      PIC 9(05).
              03 CN-SEGMENTO       PIC X(01).
              03 FILLER            PIC X(226).
      *    HEADER DE ARQUIVO - REGISTRO 0
           02 CN-HA REDEFINES CN-LINHA.
              03 CN-HA-BANCO       PIC 9(03).
              03 CN-HA-LOTE        PIC 9(04).
              03 CN-HA-TIPO        PIC X(01).
              03 FILLER            PIC X(09).
              03 CN-HA-TIPO-INSCR  PIC 9(01).
              03 CN-HA-CNPJ        PIC 9(14).
              03 CN-HA-CONVENIO    PIC X(20).
              03 CN-HA-AGENCIA     PIC 9(05).
              03 CN-HA-AGENCIA-DV  PIC X(01).
              03 CN-HA-CONTA       PIC 9(12).
              03 CN-HA-CONTA-DV    PIC X(01).
              03 CN-HA-AG-CONTA-DV PIC X(01).
              03 CN-HA-EMPRESA     PIC X(30).
              03 CN-HA-NOME-BANCO  PIC X(30).
              03 FILLER            PIC X(10).
              03 CN-HA-REM-RET     PIC 9(01).
                 88 CN-HA-REMESSA  VALUE 1.
                 88 CN-HA-RETORNO  VALUE 2.
              03 CN-HA-DATA        PIC 9(08).
              03 CN-HA-HORA        PIC 9(06).
              03 CN-HA-NSA         PIC 9(06).
              03 CN-HA-VERSAO      PIC 9(03).
              03 CN-HA-DENSIDADE   PIC 9(05).
              03 CN-HA-RESERV-BANCO PIC X(20).
              03 CN-HA-RESERV-EMPR PIC X(20).
              03 FILLER            PIC X(29).
      *    HEADER DE LOTE DE PAGAMENTO - REGISTRO 1 (SERVICO 30 = FOLHA)
           02 CN-HP REDEFINES CN-LINHA.
              03 CN-HP-BANCO       PIC 9(03).
              03 CN-HP-LOTE        PIC 9(04).
              03 CN-HP-TIPO        PIC X(01).
              03 CN-HP-OPERACAO    PIC X(01).
              03 CN-HP-SERVICO     PIC 9(02).
              03 CN-HP-FORMA-LANC  PIC 9(02).
              03 CN-HP-VERSAO      PIC 9(03).
              03 FILLER            PIC X(01).
              03 CN-HP-TIPO-INSCR  PIC 9(01).
              03 CN-HP-CNPJ        PIC 9(14).
              03 CN-HP-CONVENIO    PIC X(20).
              03 CN-HP-AGENCIA     PIC 9(05).
              03 CN-HP-AGENCIA-DV  PIC X(01).
              03 CN-HP-CONTA       PIC 9(12).
              03 CN-HP-CONTA-DV    PIC X(01).
              03 CN-HP-AG-CONTA-DV PIC X(01).
              03 CN-HP-EMPRESA     PIC X(30).
              03 CN-HP-MENSAGEM    PIC X(40).
              03 CN-HP-LOGRADOURO  PIC X(30).
              03 CN-HP-NUMERO      PIC 9(05).
              03 CN-HP-COMPLEMENTO PIC X(15).
              03 CN-HP-CIDADE      PIC X(20).
              03 CN-HP-CEP         PIC 9(05).
              03 CN-HP-CEP-SUFIXO  PIC X(03).
              03 CN-HP-UF          PIC X(02).
              03 CN-HP-FORMA-PAGTO PIC 9(02).
              03 FILLER            PIC X(06).
              03 CN-HP-OCORRENCIAS PIC X(10).
      *    HEADER DE LOTE DE COBRANCA - REGISTRO 1 (SERVICO 01)
           02 CN-HC REDEFINES CN-LINHA.
              03 CN-HC-BANCO       PIC 9(03).
              03 CN-HC-LOTE        PIC 9(04).
              03 CN-HC-TIPO        PIC X(01).
              03 CN-HC-OPERACAO    PIC X(01).
              03 CN-HC-SERVICO     PIC 9(02).
              03 FILLER            PIC X(02).
              03 CN-HC-VERSAO      PIC 9(03).
              03 FILLER            PIC X(01).
              03 CN-HC-TIPO-INSCR  PIC 9(01).
              03 CN-HC-CNPJ        PIC 9(15).
              03 CN-HC-CONVENIO    PIC X(20).
              03 CN-HC-AGENCIA     PIC 9(05).
              03 CN-HC-AGENCIA-DV  PIC X(01).
              03 CN-HC-CONTA       PIC 9(12).
              03 CN-HC-CONTA-DV    PIC X(01).
              03 CN-HC-AG-CONTA-DV PIC X(01).
              03 CN-HC-EMPRESA     PIC X(30).
              03 CN-HC-MENSAGEM-1  PIC X(40).
              03 CN-HC-MENSAGEM-2  PIC X(40).
              03 CN-HC-NUMERO-REM  PIC 9(08).
              03 CN-HC-DATA-GRAV   PIC 9(08).
              03 CN-HC-DATA-CRED   PIC 9(08).
              03 FILLER            PIC X(33).
      *    SEGMENTO A - CREDITO AO FAVORECIDO
           02 CN-SA REDEFINES CN-LINHA.
              03 CN-SA-BANCO       PIC 9(03).
              03 CN-SA-LOTE        PIC 9(04).
              03 CN-SA-TIPO        PIC X(01).
              03 CN-SA-SEQUENCIA   PIC 9(05).
              03 CN-SA-SEGMENTO    PIC X(01).
              03 CN-SA-MOVIMENTO   PIC 9(01).
              03 CN-SA-INSTRUCAO   PIC 9(02).
              03 CN-SA-CAMARA      PIC 9(03).
              03 CN-SA-BANCO-FAV   PIC 9(03).
              03 CN-SA-AGENCIA-FAV PIC 9(05).
              03 CN-SA-AGENCIA-DV  PIC X(01).
              03 CN-SA-CONTA-FAV   PIC 9(12).
              03 CN-SA-CONTA-DV    PIC X(01).
              03 CN-SA-AG-CONTA-DV PIC X(01).
              03 CN-SA-NOME-FAV    PIC X(30).
              03 CN-SA-SEU-NUMERO  PIC X(20).
              03 CN-SA-DATA-PAGTO  PIC 9(08).
              03 CN-SA-MOEDA       PIC X(03).
              03 CN-SA-QT-MOEDA    PIC 9(10)V9(05).
              03 CN-SA-VALOR       PIC 9(13)V99.
              03 CN-SA-NOSSO-NUMERO PIC X(20).
              03 CN-SA-DATA-REAL   PIC 9(08).
              03 CN-SA-VALOR-REAL  PIC 9(13)V99.
              03 CN-SA-INFORMACAO  PIC X(40).
              03 CN-SA-FINAL-DOC   PIC X(02).
              03 CN-SA-FINAL-TED   PIC X(05).
              03 CN-SA-FINAL-COMPL PIC X(02).
              03 FILLER            PIC X(03).
              03 CN-SA-AVISO       PIC 9(01).
              03 CN-SA-OCORRENCIAS PIC X(10).
      *    SEGMENTO B - DOCUMENTO E ENDERECO DO FAVORECIDO
           02 CN-SB REDEFINES CN-LINHA.
              03 CN-SB-BANCO       PIC 9(03).
              03 CN-SB-LOTE        PIC 9(04).
              03 CN-SB-TIPO        PIC X(01).
              03 CN-SB-SEQUENCIA   PIC 9(05).
              03 CN-SB-SEGMENTO    PIC X(01).
              03 FILLER            PIC X(03).
              03 CN-SB-TIPO-INSCR  PIC 9(01).
              03 CN-SB-INSCRICAO   PIC 9(14).
              03 CN-SB-LOGRADOURO  PIC X(30).
              03 CN-SB-NUMERO      PIC 9(05).
              03 CN-SB-COMPLEMENTO PIC X(15).
              03 CN-SB-BAIRRO      PIC X(15).
              03 CN-SB-CIDADE      PIC X(20).
              03 CN-SB-CEP         PIC 9(05).
              03 CN-SB-CEP-SUFIXO  PIC X(03).
              03 CN-SB-UF          PIC X(02).
              03 CN-SB-VENCIMENTO  PIC 9(08).
              03 CN-SB-VALOR-DOC   PIC 9(13)V99.
              03 CN-SB-ABATIMENTO  PIC 9(13)V99.
              03 CN-SB-DESCONTO    PIC 9(13)V99.
              03 CN-SB-MORA        PIC 9(13)V99.
              03 CN-SB-MULTA       PIC 9(13)V99.
              03 CN-SB-DOC-FAV     PIC X(15).
              03 CN-SB-AVISO       PIC 9(01).
              03 CN-SB-SIAPE       PIC 9(06).
              03 FILLER            PIC X(08).
      *    SEGMENTO P - TITULO DA REMESSA DE COBRANCA
           02 CN-SP REDEFINES CN-LINHA.
              03 CN-SP-BANCO       PIC 9(03).
              03 CN-SP-LOTE        PIC 9(04).
              03 CN-SP-TIPO        PIC X(01).
              03 CN-SP-SEQUENCIA   PIC 9(05).
              03 CN-SP-SEGMENTO    PIC X(01).
              03 FILLER            PIC X(01).
              03 CN-SP-MOVIMENTO   PIC 9(02).
              03 CN-SP-AGENCIA     PIC 9(05).
              03 CN-SP-AGENCIA-DV  PIC X(01).
              03 CN-SP-CONTA       PIC 9(12).
              03 CN-SP-CONTA-DV    PIC X(01).
              03 CN-SP-AG-CONTA-DV PIC X(01).
              03 CN-SP-NOSSO-NUMERO PIC X(20).
              03 CN-SP-CARTEIRA    PIC 9(01).
              03 CN-SP-CADASTRAMENTO PIC 9(01).
              03 CN-SP-TIPO-DOC    PIC X(01).
              03 CN-SP-EMISSAO-BLQ PIC 9(01).
              03 CN-SP-DISTRIBUICAO PIC X(01).
              03 CN-SP-DOCUMENTO   PIC X(15).
              03 CN-SP-VENCIMENTO  PIC 9(08).
              03 CN-SP-VALOR       PIC 9(13)V99.
              03 CN-SP-AGENCIA-COBR PIC 9(05).
              03 CN-SP-AGENCIA-COBR-DV PIC X(01).
              03 CN-SP-ESPECIE     PIC 9(02).
              03 CN-SP-ACEITE      PIC X(01).
              03 CN-SP-EMISSAO     PIC 9(08).
              03 CN-SP-COD-JUROS   PIC 9(01).
              03 CN-SP-DATA-JUROS  PIC 9(08).
              03 CN-SP-JUROS       PIC 9(13)V99.
              03 CN-SP-COD-DESCONTO PIC 9(01).
              03 CN-SP-DATA-DESCONTO PIC 9(08).
              03 CN-SP-DESCONTO    PIC 9(13)V99.
              03 CN-SP-IOF         PIC 9(13)V99.
              03 CN-SP-ABATIMENTO  PIC 9(13)V99.
              03 CN-SP-USO-EMPRESA PIC X(25).
              03 CN-SP-COD-PROTESTO PIC 9(01).
              03 CN-SP-PRAZO-PROTESTO PIC 9(02).
              03 CN-SP-COD-BAIXA   PIC 9(01).
              03 CN-SP-PRAZO-BAIXA PIC X(03).
              03 CN-SP-MOEDA       PIC 9(02).
              03 CN-SP-CONTRATO    PIC 9(10).
              03 FILLER            PIC X(01).
      *    SEGMENTO Q - PAGADOR DO TITULO DA COBRANCA
           02 CN-SQ REDEFINES CN-LINHA.
              03 CN-SQ-BANCO       PIC 9(03).
              03 CN-SQ-LOTE        PIC 9(04).
              03 CN-SQ-TIPO        PIC X(01).
              03 CN-SQ-SEQUENCIA   PIC 9(05).
              03 CN-SQ-SEGMENTO    PIC X(01).
              03 FILLER            PIC X(01).
              03 CN-SQ-MOVIMENTO   PIC 9(02).
              03 CN-SQ-TIPO-INSCR  PIC 9(01).
              03 CN-SQ-INSCRICAO   PIC 9(15).
              03 CN-SQ-NOME        PIC X(40).
              03 CN-SQ-ENDERECO    PIC X(40).
              03 CN-SQ-BAIRRO      PIC X(15).
              03 CN-SQ-CEP         PIC 9(05).
              03 CN-SQ-CEP-SUFIXO  PIC X(03).
              03 CN-SQ-CIDADE      PIC X(15).
              03 CN-SQ-UF          PIC X(02).
              03 CN-SQ-TIPO-AVAL   PIC 9(01).
              03 CN-SQ-INSCR-AVAL  PIC 9(15).
              03 CN-SQ-NOME-AVAL   PIC X(40).
              03 CN-SQ-BANCO-CORR  PIC 9(03).
              03 CN-SQ-NOSSO-CORR  PIC X(20).
              03 FILLER            PIC X(08).
      *    SEGMENTO T - OCORRENCIA DO TITULO NO RETORNO DA COBRANCA
           02 CN-ST REDEFINES CN-LINHA.
              03 CN-ST-BANCO       PIC 9(03).
              03 CN-ST-LOTE        PIC 9(04).
              03 CN-ST-TIPO        PIC X(01).
              03 CN-ST-SEQUENCIA   PIC 9(05).
              03 CN-ST-SEGMENTO    PIC X(01).
              03 FILLER            PIC X(01).
              03 CN-ST-OCORRENCIA  PIC X(02).
              03 CN-ST-AGENCIA     PIC 9(05).
              03 CN-ST-AGENCIA-DV  PIC X(01).
              03 CN-ST-CONTA       PIC 9(12).
              03 CN-ST-CONTA-DV    PIC X(01).
              03 CN-ST-AG-CONTA-DV PIC X(01).
              03 CN-ST-NOSSO-NUMERO PIC X(20).
              03 CN-ST-CARTEIRA    PIC 9(01).
              03 CN-ST-DOCUMENTO   PIC X(15).
              03 CN-ST-VENCIMENTO  PIC 9(08).
              03 CN-ST-VALOR       PIC 9(13)V99.
              03 CN-ST-BANCO-COBR  PIC 9(03).
              03 CN-ST-AGENCIA-COBR PIC 9(05).
              03 CN-ST-AGENCIA-COBR-DV PIC X(01).
              03 CN-ST-USO-EMPRESA PIC X(25).
              03 CN-ST-MOEDA       PIC 9(02).
              03 CN-ST-TIPO-INSCR  PIC 9(01).
              03 CN-ST-INSCRICAO   PIC 9(15).
              03 CN-ST-NOME        PIC X(40).
              03 CN-ST-CONTRATO    PIC 9(10).
              03 CN-ST-TARIFA      PIC 9(13)V99.
              03 CN-ST-MOTIVOS     PIC X(10).
              03 FILLER            PIC X(17).
      *    SEGMENTO U - VALORES E DATAS DO PAGAMENTO NO RETORNO
           02 CN-SU REDEFINES CN-LINHA.
              03 CN-SU-BANCO       PIC 9(03).
              03 CN-SU-LOTE        PIC 9(04).
              03 CN-SU-TIPO        PIC X(01).
              03 CN-SU-SEQUENCIA   PIC 9(05).
              03 CN-SU-SEGMENTO    PIC X(01).
              03 FILLER            PIC X(01).
              03 CN-SU-OCORRENCIA  PIC X(02).
              03 CN-SU-ENCARGOS    PIC 9(13)V99.
              03 CN-SU-DESCONTO    PIC 9(13)V99.
              03 CN-SU-ABATIMENTO  PIC 9(13)V99.
              03 CN-SU-IOF         PIC 9(13)V99.
              03 CN-SU-VALOR-PAGO  PIC 9(13)V99.
              03 CN-SU-VALOR-LIQ   PIC 9(13)V99.
              03 CN-SU-OUTRAS-DESP PIC 9(13)V99.
              03 CN-SU-OUTROS-CRED PIC 9(13)V99.
              03 CN-SU-DATA-OCORR  PIC 9(08).
              03 CN-SU-DATA-CREDITO PIC 9(08).
              03 CN-SU-OCORR-PAGADOR PIC X(04).
              03 CN-SU-DATA-OCORR-PAG PIC 9(08).
              03 CN-SU-VALOR-OCORR-PAG PIC 9(13)V99.
              03 CN-SU-COMPLEMENTO PIC X(30).
              03 CN-SU-BANCO-CORR  PIC 9(03).
              03 CN-SU-NOSSO-CORR  PIC X(20).
              03 FILLER            PIC X(07).
      *    TRAILER DE LOTE DE PAGAMENTO - REGISTRO 5
           02 CN-TP REDEFINES CN-LINHA.
              03 CN-TP-BANCO       PIC 9(03).
              03 CN-TP-LOTE        PIC 9(04).
              03 CN-TP-TIPO        PIC X(01).
              03 FILLER            PIC X(09).
              03 CN-TP-QT-REGISTROS PIC 9(06).
              03 CN-TP-VALOR       PIC 9(16)V99.
              03 CN-TP-QT-MOEDA    PIC 9(13)V9(05).
              03 CN-TP-AVISO-DEBITO PIC 9(06).
              03 FILLER            PIC X(165).
              03 CN-TP-OCORRENCIAS PIC X(10).
      *    TRAILER DE LOTE DE COBRANCA - REGISTRO 5
           02 CN-TC REDEFINES CN-LINHA.
              03 CN-TC-BANCO       PIC 9(03).
              03 CN-TC-LOTE        PIC 9(04).
              03 CN-TC-TIPO        PIC X(01).
              03 FILLER            PIC X(09).
              03 CN-TC-QT-REGISTROS PIC 9(06).
              03 CN-TC-QT-SIMPLES  PIC 9(06).
              03 CN-TC-VL-SIMPLES  PIC 9(15)V99.
              03 CN-TC-QT-VINCULADA PIC 9(06).
              03 CN-TC-VL-VINCULADA PIC 9(15)V99.
              03 CN-TC-QT-CAUCIONADA PIC 9(06).
              03 CN-TC-VL-CAUCIONADA PIC 9(15)V99.
              03 CN-TC-QT-DESCONTADA PIC 9(06).
              03 CN-TC-VL-DESCONTADA PIC 9(15)V99.
              03 CN-TC-AVISO       PIC X(08).
              03 FILLER            PIC X(117).
      *    TRAILER DE ARQUIVO - REGISTRO 9
           02 CN-TA REDEFINES CN-LINHA.
              03 CN-TA-BANCO       PIC 9(03).
              03 CN-TA-LOTE        PIC 9(04).
              03 CN-TA-TIPO        PIC X(01).
              03 FILLER            PIC X(09).
              03 CN-TA-QT-LOTES    PIC 9(06).
              03 CN-TA-QT-REGISTROS PIC 9(06).
              03 CN-TA-QT-CONTAS   PIC 9(06).
              03 FILLER            PIC X(205).
