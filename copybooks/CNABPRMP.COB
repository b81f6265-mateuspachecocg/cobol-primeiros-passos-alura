      *********************************
      * COPYBOOK: CNABPRMP.COB
      * AREA DE PARAMETROS DO MONTADOR DE REGISTROS CNAB 240
      * (SUBROTINA PROGCOB154). O CHAMADOR ABRE COM CNP-ACAO 'A'
      * E CNP-SERVICO ('P' = PAGAMENTOS, 'C' = COBRANCA): A ROTINA
      * CARREGA O CNABPARM (E, EM PAGAMENTOS, O EMPBANCO E O
      * EMPCPF) E DEVOLVE O NSA DA REMESSA EM CNP-NSA - COM
      * CNP-ATUALIZA-NSA 'S' O NSA E SOMADO E GRAVADO NO CNABPARM,
      * COM 'N' (ENSAIO, RETOMADA, RETORNO) SO E INFORMADO. DEPOIS
      * MONTA EM CNP-LINHA: 'H' = HEADER DE ARQUIVO, 'L' = HEADER
      * DE LOTE, 'D' = DETALHE (SEGMENTOS A E B OU P E Q, O SEGUNDO
      * EM CNP-LINHA-2; CNP-ORDEM = ORDEM DO DETALHE NO LOTE, A
      * PARTIR DE 1), 'T' = TRAILER DE LOTE E 'F' = TRAILER DE
      * ARQUIVO (CNP-QT-DETALHES E CNP-VALOR-TOTAL DO LOTE UNICO).
      * 'O' TRADUZ A OCORRENCIA DO RETORNO DA COBRANCA E O PRIMEIRO
      * MOTIVO EM CNP-MENSAGEM, COM A CLASSE EM CNP-CLASSE. DATAS
      * ENTRAM COMO AAAAMMDD. CNP-RESULTADO: 'S' = OK, 'C' = SEM
      * CONTA NO EMPBANCO (DETALHE NAO MONTADO), 'E' = CNABPARM
      * AUSENTE OU SEM O SERVICO
      *********************************
       01  CNP-PARAMETROS.
           02 CNP-ACAO          PIC X(01).
              88 CNP-ABRIR          VALUE 'A'.
              88 CNP-HEADER-ARQUIVO VALUE 'H'.
              88 CNP-HEADER-LOTE    VALUE 'L'.
              88 CNP-DETALHE        VALUE 'D'.
              88 CNP-TRAILER-LOTE   VALUE 'T'.
              88 CNP-TRAILER-ARQUIVO VALUE 'F'.
              88 CNP-OCORRENCIA-RET VALUE 'O'.
           02 CNP-SERVICO       PIC X(01).
              88 CNP-PAGAMENTOS VALUE 'P'.
              88 CNP-COBRANCA   VALUE 'C'.
           02 CNP-ATUALIZA-NSA  PIC X(01).
           02 CNP-NSA           PIC 9(06).
           02 CNP-BANCO         PIC 9(03).
           02 CNP-ORDEM         PIC 9(06).
           02 CNP-MATRICULA     PIC 9(06).
           02 CNP-NUMERO        PIC 9(06).
           02 CNP-CPF           PIC 9(11).
           02 CNP-NOME          PIC X(30).
           02 CNP-ENDERECO      PIC X(40).
           02 CNP-DATA          PIC 9(08).
           02 CNP-DATA-EMISSAO  PIC 9(08).
           02 CNP-VALOR         PIC 9(11)V99.
           02 CNP-SEU-NUMERO    PIC X(20).
           02 CNP-QT-DETALHES   PIC 9(06).
           02 CNP-VALOR-TOTAL   PIC 9(14)V99.
           02 CNP-OCORRENCIA    PIC X(02).
           02 CNP-MOTIVOS       PIC X(10).
           02 CNP-CLASSE        PIC X(01).
              88 CNP-LIQUIDACAO VALUE 'L'.
              88 CNP-REJEICAO   VALUE 'R'.
              88 CNP-INFORMATIVA VALUE 'I'.
              88 CNP-DESCONHECIDA VALUE 'D'.
           02 CNP-MENSAGEM      PIC X(60).
           02 CNP-LINHA         PIC X(240).
           02 CNP-LINHA-2       PIC X(240).
           02 CNP-RESULTADO     PIC X(01).
              88 CNP-OK             VALUE 'S'.
              88 CNP-SEM-CONTA      VALUE 'C'.
              88 CNP-SEM-PARAMETRO  VALUE 'E'.
