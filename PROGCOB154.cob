       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB154.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MONTADOR UNICO DOS REGISTROS FEBRABAN CNAB 240
      *     (COPYBOOKS CNABPRMP E CNAB240), CHAMADO PELAS REMESSAS
      *     AO BANCO - PAGAMENTOS DA FOLHA (PROGCOB04), DO
      *     ADIANTAMENTO (PROGCOB58), DA RESCISAO (PROGCOB57) E DA
      *     PLR (PROGCOB89), NOS SEGMENTOS A E B, E REMESSA DE
      *     COBRANCA (PROGCOB60), NOS SEGMENTOS P E Q - E PELO
      *     RETORNO DA COBRANCA (PROGCOB61), QUE TRADUZ AQUI A
      *     OCORRENCIA E O MOTIVO DE CADA TITULO. O BANCO, A AGENCIA,
      *     A CONTA, O CONVENIO E O NSA DE CADA SERVICO VEM DO
      *     CNABPARM; A CONTA DO FUNCIONARIO VEM DO EMPBANCO E O CPF
      *     DO EMPCPF. O ARQUIVO TEM UM LOTE SO: O CHAMADOR INFORMA A
      *     ORDEM DE CADA DETALHE E, NOS TRAILERS, A QUANTIDADE DE
      *     DETALHES E O VALOR TOTAL - AS SEQUENCIAS E AS CONTAGENS
      *     DE REGISTROS SAEM DAI, ENTAO A ROTINA NAO GUARDA
      *     CONTADOR E A RETOMADA DA FOLHA CONTINUA VALENDO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNAB-PARMS ASSIGN TO 'CNABPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNABPARM.

           SELECT EMPLOYEE-BANK ASSIGN TO 'EMPBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPBANCO.

           SELECT EMPLOYEE-CPF ASSIGN TO 'EMPCPF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPCPF.
       DATA DIVISION.
       FILE SECTION.
       FD  CNAB-PARMS.
           COPY 'CNABPARM.COB'.

       FD  EMPLOYEE-BANK.
           COPY 'EMPBANCO.COB'.

       FD  EMPLOYEE-CPF.
           COPY 'EMPCPF.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CNABPARM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPBANCO   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPCPF     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CNABPARM  PIC X(01) VALUE 'N'.
          88 FIM-CNABPARM   VALUE 'S'.
       77 WRK-EOF-EMPBANCO  PIC X(01) VALUE 'N'.
          88 FIM-EMPBANCO   VALUE 'S'.
       77 WRK-EOF-EMPCPF    PIC X(01) VALUE 'N'.
          88 FIM-EMPCPF     VALUE 'S'.
       77 WRK-TEM-PARAMETRO PIC X(01) VALUE 'N'.
          88 TEM-PARAMETRO  VALUE 'S'.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACHADO    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CONTA     PIC 9(04) VALUE ZEROS.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-HORA-SYS      PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(02) VALUE SPACES.
      *    DATA DO CHAMADOR (AAAAMMDD) VIRADA NA ORDEM DO BANCO
       01  WRK-DATA-ENTRA.
           02 WRK-DE-ANO        PIC 9(04).
           02 WRK-DE-MES        PIC 9(02).
           02 WRK-DE-DIA        PIC 9(02).
       01  WRK-DATA-BANCO.
           02 WRK-DB-DIA        PIC 9(02).
           02 WRK-DB-MES        PIC 9(02).
           02 WRK-DB-ANO        PIC 9(04).
       01  WRK-DATA-BANCO-N REDEFINES WRK-DATA-BANCO
                                PIC 9(08).
       01  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
      *    PARAMETROS DO SERVICO ABERTO E TABELA DO CNABPARM (O
      *    ARQUIVO E REGRAVADO INTEIRO QUANDO O NSA ANDA)
       01  WRK-PARAMETRO-ATUAL.
           02 FILLER            PIC X(189).
       01  WRK-TB-PARAMETROS.
           02 WRK-TB-PRM-QTD    PIC 9(02) VALUE ZEROS.
           02 WRK-TB-PRM-ITEM   PIC X(189) OCCURS 10 TIMES.
      *    CONTAS E CPF DOS FUNCIONARIOS (SO EM PAGAMENTOS)
       01  WRK-TB-CONTAS.
           02 WRK-TB-CT-QTD     PIC 9(04) VALUE ZEROS.
           02 WRK-TB-CT-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-CT-MATR      PIC 9(06).
               03 WRK-TB-CT-BANCO     PIC 9(03).
               03 WRK-TB-CT-AGENCIA   PIC 9(05).
               03 WRK-TB-CT-AGENCIA-DV PIC X(01).
               03 WRK-TB-CT-CONTA     PIC 9(12).
               03 WRK-TB-CT-CONTA-DV  PIC X(01).
       01  WRK-TB-CPF.
           02 WRK-TB-CPF-QTD    PIC 9(04) VALUE ZEROS.
           02 WRK-TB-CPF-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-CPF-MATR     PIC 9(06).
               03 WRK-TB-CPF-NUMERO   PIC 9(11).
      *    OCORRENCIAS DO RETORNO DA COBRANCA (FEBRABAN): CODIGO,
      *    CLASSE (L = LIQUIDACAO, R = REJEICAO, I = INFORMATIVA)
      *    E O SIGNIFICADO
       01  WRK-OCORRENCIAS-VALORES.
           02 FILLER PIC X(28) VALUE '02IENTRADA CONFIRMADA'.
           02 FILLER PIC X(28) VALUE '03RENTRADA REJEITADA'.
           02 FILLER PIC X(28) VALUE '04ITRANSF CARTEIRA/ENTRADA'.
           02 FILLER PIC X(28) VALUE '05ITRANSF CARTEIRA/BAIXA'.
           02 FILLER PIC X(28) VALUE '06LLIQUIDACAO'.
           02 FILLER PIC X(28) VALUE '07ICONFIRMACAO DE DESCONTO'.
           02 FILLER PIC X(28) VALUE '09IBAIXA'.
           02 FILLER PIC X(28) VALUE '11ITITULO EM CARTEIRA'.
           02 FILLER PIC X(28) VALUE '12ICONFIRMACAO DE ABATIMENT'.
           02 FILLER PIC X(28) VALUE '14IALTERACAO DE VENCIMENTO'.
           02 FILLER PIC X(28) VALUE '17LLIQUIDACAO APOS BAIXA'.
           02 FILLER PIC X(28) VALUE '19ICONFIRMACAO DE PROTESTO'.
           02 FILLER PIC X(28) VALUE '23IREMESSA A CARTORIO'.
           02 FILLER PIC X(28) VALUE '25IPROTESTADO E BAIXADO'.
           02 FILLER PIC X(28) VALUE '26RINSTRUCAO REJEITADA'.
           02 FILLER PIC X(28) VALUE '27IALTERACAO DE DADOS'.
           02 FILLER PIC X(28) VALUE '28IDEBITO DE TARIFAS'.
           02 FILLER PIC X(28) VALUE '30RALTERACAO REJEITADA'.
       01  WRK-TB-OCORRENCIAS REDEFINES WRK-OCORRENCIAS-VALORES.
           02 WRK-TB-OC-ITEM OCCURS 18 TIMES.
               03 WRK-TB-OC-CODIGO    PIC X(02).
               03 WRK-TB-OC-CLASSE    PIC X(01).
               03 WRK-TB-OC-TEXTO     PIC X(25).
      *    MOTIVOS DAS REJEICOES (OCORRENCIAS 03, 26 E 30)
       01  WRK-MOTIVOS-VALORES.
           02 FILLER PIC X(34) VALUE '01CODIGO DO BANCO INVALIDO'.
           02 FILLER PIC X(34) VALUE '02TIPO DE REGISTRO INVALIDO'.
           02 FILLER PIC X(34) VALUE '03SEGMENTO INVALIDO'.
           02 FILLER PIC X(34) VALUE '04MOVIMENTO NAO PERMITIDO'.
           02 FILLER PIC X(34) VALUE '05CODIGO DE MOVIMENTO INVALIDO'.
           02 FILLER PIC X(34) VALUE '06INSCRICAO DA EMPRESA INVALIDA'.
           02 FILLER PIC X(34) VALUE '07AGENCIA/CONTA/DV INVALIDO'.
           02 FILLER PIC X(34) VALUE '08NOSSO NUMERO INVALIDO'.
           02 FILLER PIC X(34) VALUE '09NOSSO NUMERO DUPLICADO'.
           02 FILLER PIC X(34) VALUE '10CARTEIRA INVALIDA'.
           02 FILLER PIC X(34) VALUE '16VENCIMENTO INVALIDO'.
           02 FILLER PIC X(34) VALUE '17VENCIMENTO ANTES DA EMISSAO'.
           02 FILLER PIC X(34) VALUE '20VALOR DO TITULO INVALIDO'.
           02 FILLER PIC X(34) VALUE '24DATA DE EMISSAO INVALIDA'.
           02 FILLER PIC X(34) VALUE '45NOME DO PAGADOR EM BRANCO'.
           02 FILLER PIC X(34) VALUE '46CPF/CNPJ DO PAGADOR INVALIDO'.
           02 FILLER PIC X(34) VALUE '47ENDERECO DO PAGADOR EM BRANCO'.
           02 FILLER PIC X(34) VALUE '48CEP INVALIDO'.
       01  WRK-TB-MOTIVOS REDEFINES WRK-MOTIVOS-VALORES.
           02 WRK-TB-MT-ITEM OCCURS 18 TIMES.
               03 WRK-TB-MT-CODIGO    PIC X(02).
               03 WRK-TB-MT-TEXTO     PIC X(32).
           COPY 'CNAB240.COB'.
       LINKAGE SECTION.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION USING CNP-PARAMETROS.

       0001-PRINCIPAL.
           MOVE 'S' TO CNP-RESULTADO.
           IF NOT CNP-ABRIR AND NOT CNP-OCORRENCIA-RET
              AND NOT TEM-PARAMETRO
               MOVE 'E' TO CNP-RESULTADO
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN CNP-ABRIR
                   PERFORM 0100-ABRIR
               WHEN CNP-HEADER-ARQUIVO
                   PERFORM 0200-HEADER-ARQUIVO
               WHEN CNP-HEADER-LOTE
                   IF CNP-PAGAMENTOS
                       PERFORM 0300-HEADER-LOTE-PAGTO
                   ELSE
                       PERFORM 0310-HEADER-LOTE-COBRANCA
                   END-IF
               WHEN CNP-DETALHE
                   IF CNP-PAGAMENTOS
                       PERFORM 0400-DETALHE-PAGTO
                   ELSE
                       PERFORM 0410-DETALHE-COBRANCA
                   END-IF
               WHEN CNP-TRAILER-LOTE
                   IF CNP-PAGAMENTOS
                       PERFORM 0500-TRAILER-LOTE-PAGTO
                   ELSE
                       PERFORM 0510-TRAILER-LOTE-COBRANCA
                   END-IF
               WHEN CNP-TRAILER-ARQUIVO
                   PERFORM 0600-TRAILER-ARQUIVO
               WHEN CNP-OCORRENCIA-RET
                   PERFORM 0700-TRADUZIR-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    CARREGA O CNABPARM E ACHA O SERVICO PEDIDO; O NSA DA
      *    REMESSA E O ULTIMO MAIS UM, GRAVADO DE VOLTA SO QUANDO O
      *    CHAMADOR PEDE. EM PAGAMENTOS CARREGA TAMBEM AS CONTAS E
      *    OS CPF DOS FUNCIONARIOS
       0100-ABRIR.
           MOVE ZEROS TO WRK-TB-PRM-QTD WRK-IDX-ACHADO CNP-NSA
                         CNP-BANCO.
           MOVE 'N' TO WRK-EOF-CNABPARM WRK-TEM-PARAMETRO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CNAB-PARMS.
           IF WRK-FS-CNABPARM = '00'
               PERFORM 0110-LER-PARAMETRO
               PERFORM UNTIL FIM-CNABPARM OR WRK-TB-PRM-QTD = 10
                   ADD 1 TO WRK-TB-PRM-QTD
                   MOVE CB-REGISTRO TO WRK-TB-PRM-ITEM(WRK-TB-PRM-QTD)
                   IF CB-SERVICO = CNP-SERVICO
                       MOVE WRK-TB-PRM-QTD TO WRK-IDX-ACHADO
                   END-IF
                   PERFORM 0110-LER-PARAMETRO
               END-PERFORM
               CLOSE CNAB-PARMS
           END-IF.

           IF WRK-IDX-ACHADO = ZEROS
               DISPLAY '*** CNABPARM AUSENTE OU SEM O SERVICO '
                       CNP-SERVICO ' ***'
               MOVE 'E' TO CNP-RESULTADO
           ELSE
               MOVE WRK-TB-PRM-ITEM(WRK-IDX-ACHADO) TO CB-REGISTRO
               IF CB-ULTIMO-NSA = 999999
                   MOVE 1 TO CB-ULTIMO-NSA
               ELSE
                   ADD 1 TO CB-ULTIMO-NSA
               END-IF
               MOVE CB-ULTIMO-NSA TO CNP-NSA
               MOVE CB-BANCO      TO CNP-BANCO
               MOVE CB-REGISTRO   TO WRK-PARAMETRO-ATUAL
               MOVE 'S' TO WRK-TEM-PARAMETRO
               IF CNP-ATUALIZA-NSA = 'S'
                   MOVE CB-REGISTRO TO WRK-TB-PRM-ITEM(WRK-IDX-ACHADO)
                   PERFORM 0120-REGRAVAR-PARAMETROS
               END-IF
               IF CNP-PAGAMENTOS
                   PERFORM 0130-CARREGAR-CONTAS
                   PERFORM 0140-CARREGAR-CPF
               END-IF
           END-IF.

       0110-LER-PARAMETRO.
           READ CNAB-PARMS
               AT END
                   MOVE 'S' TO WRK-EOF-CNABPARM
           END-READ.

       0120-REGRAVAR-PARAMETROS.
           OPEN OUTPUT CNAB-PARMS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-PRM-QTD
               MOVE WRK-TB-PRM-ITEM(WRK-IDX) TO CB-REGISTRO
               WRITE CB-REGISTRO
           END-PERFORM.
           CLOSE CNAB-PARMS.

      *    SEM EMPBANCO NINGUEM TEM CONTA: CADA DETALHE VOLTA 'C' E
      *    O CHAMADOR APONTA O FUNCIONARIO
       0130-CARREGAR-CONTAS.
           MOVE ZEROS TO WRK-TB-CT-QTD.
           MOVE 'N' TO WRK-EOF-EMPBANCO.
           OPEN INPUT EMPLOYEE-BANK.
           IF WRK-FS-EMPBANCO = '00'
               PERFORM 0135-LER-CONTA
               PERFORM UNTIL FIM-EMPBANCO
                   IF WRK-TB-CT-QTD = 2000
                       DISPLAY '*** EMPBANCO EXCEDE A TABELA DE'
                               ' 2000 FUNCIONARIOS ***'
                       MOVE 'S' TO WRK-EOF-EMPBANCO
                   ELSE
                       ADD 1 TO WRK-TB-CT-QTD
                       MOVE EB-MATRICULA
                         TO WRK-TB-CT-MATR(WRK-TB-CT-QTD)
                       MOVE EB-BANCO
                         TO WRK-TB-CT-BANCO(WRK-TB-CT-QTD)
                       MOVE EB-AGENCIA
                         TO WRK-TB-CT-AGENCIA(WRK-TB-CT-QTD)
                       MOVE EB-AGENCIA-DV
                         TO WRK-TB-CT-AGENCIA-DV(WRK-TB-CT-QTD)
                       MOVE EB-CONTA
                         TO WRK-TB-CT-CONTA(WRK-TB-CT-QTD)
                       MOVE EB-CONTA-DV
                         TO WRK-TB-CT-CONTA-DV(WRK-TB-CT-QTD)
                       PERFORM 0135-LER-CONTA
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-BANK
           ELSE
               DISPLAY '*** EMPBANCO AUSENTE - NENHUM FUNCIONARIO'
                       ' TEM CONTA PARA CREDITO ***'
           END-IF.

       0135-LER-CONTA.
           READ EMPLOYEE-BANK
               AT END
                   MOVE 'S' TO WRK-EOF-EMPBANCO
           END-READ.

      *    O CPF VAI NO SEGMENTO B; SEM ELE O SEGMENTO SAI SEM
      *    INSCRICAO E O CREDITO SEGUE PELA CONTA
       0140-CARREGAR-CPF.
           MOVE ZEROS TO WRK-TB-CPF-QTD.
           MOVE 'N' TO WRK-EOF-EMPCPF.
           OPEN INPUT EMPLOYEE-CPF.
           IF WRK-FS-EMPCPF = '00'
               PERFORM 0145-LER-CPF
               PERFORM UNTIL FIM-EMPCPF
                   IF WRK-TB-CPF-QTD = 2000
                       MOVE 'S' TO WRK-EOF-EMPCPF
                   ELSE
                       ADD 1 TO WRK-TB-CPF-QTD
                       MOVE EF-MATRICULA
                         TO WRK-TB-CPF-MATR(WRK-TB-CPF-QTD)
                       MOVE EF-CPF
                         TO WRK-TB-CPF-NUMERO(WRK-TB-CPF-QTD)
                       PERFORM 0145-LER-CPF
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-CPF
           END-IF.

       0145-LER-CPF.
           READ EMPLOYEE-CPF
               AT END
                   MOVE 'S' TO WRK-EOF-EMPCPF
           END-READ.

       0150-CONVERTER-DATA.
           MOVE WRK-DE-DIA TO WRK-DB-DIA.
           MOVE WRK-DE-MES TO WRK-DB-MES.
           MOVE WRK-DE-ANO TO WRK-DB-ANO.

      *    REGISTRO 0: UM POR ARQUIVO, COM O NSA DA REMESSA
       0200-HEADER-ARQUIVO.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-HA-BANCO.
           MOVE ZEROS             TO CN-HA-LOTE.
           MOVE '0'               TO CN-HA-TIPO.
           MOVE 2                 TO CN-HA-TIPO-INSCR.
           MOVE CB-CNPJ           TO CN-HA-CNPJ.
           MOVE CB-CONVENIO       TO CN-HA-CONVENIO.
           MOVE CB-AGENCIA        TO CN-HA-AGENCIA.
           MOVE CB-AGENCIA-DV     TO CN-HA-AGENCIA-DV.
           MOVE CB-CONTA          TO CN-HA-CONTA.
           MOVE CB-CONTA-DV       TO CN-HA-CONTA-DV.
           MOVE CB-NOME-EMPRESA   TO CN-HA-EMPRESA.
           MOVE CB-NOME-BANCO     TO CN-HA-NOME-BANCO.
           MOVE 1                 TO CN-HA-REM-RET.
           MOVE WRK-DATA-HOJE     TO WRK-DATA-ENTRA.
           PERFORM 0150-CONVERTER-DATA.
           MOVE WRK-DATA-BANCO-N  TO CN-HA-DATA.
           ACCEPT WRK-HORA-SYS FROM TIME.
           MOVE WRK-HORA-SYS(1:6) TO CN-HA-HORA.
           MOVE CNP-NSA           TO CN-HA-NSA.
           MOVE 089               TO CN-HA-VERSAO.
           MOVE 01600             TO CN-HA-DENSIDADE.
           MOVE CN-LINHA TO CNP-LINHA.

      *    REGISTRO 1 DE PAGAMENTO: CREDITO (C), SERVICO 30 =
      *    PAGAMENTO DE SALARIOS, FORMA 01 = CREDITO EM CONTA
       0300-HEADER-LOTE-PAGTO.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-HP-BANCO.
           MOVE 1                 TO CN-HP-LOTE.
           MOVE '1'               TO CN-HP-TIPO.
           MOVE 'C'               TO CN-HP-OPERACAO.
           MOVE 30                TO CN-HP-SERVICO.
           MOVE 01                TO CN-HP-FORMA-LANC.
           MOVE 045               TO CN-HP-VERSAO.
           MOVE 2                 TO CN-HP-TIPO-INSCR.
           MOVE CB-CNPJ           TO CN-HP-CNPJ.
           MOVE CB-CONVENIO       TO CN-HP-CONVENIO.
           MOVE CB-AGENCIA        TO CN-HP-AGENCIA.
           MOVE CB-AGENCIA-DV     TO CN-HP-AGENCIA-DV.
           MOVE CB-CONTA          TO CN-HP-CONTA.
           MOVE CB-CONTA-DV       TO CN-HP-CONTA-DV.
           MOVE CB-NOME-EMPRESA   TO CN-HP-EMPRESA.
           MOVE CB-LOGRADOURO     TO CN-HP-LOGRADOURO.
           MOVE CB-NUMERO         TO CN-HP-NUMERO.
           MOVE CB-CIDADE         TO CN-HP-CIDADE.
           MOVE CB-CEP-PREFIXO    TO CN-HP-CEP.
           MOVE CB-CEP-SUFIXO     TO CN-HP-CEP-SUFIXO.
           MOVE CB-UF             TO CN-HP-UF.
           MOVE 01                TO CN-HP-FORMA-PAGTO.
           MOVE CN-LINHA TO CNP-LINHA.

      *    REGISTRO 1 DE COBRANCA: REMESSA (R), SERVICO 01, COM O
      *    NSA COMO NUMERO DA REMESSA
       0310-HEADER-LOTE-COBRANCA.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-HC-BANCO.
           MOVE 1                 TO CN-HC-LOTE.
           MOVE '1'               TO CN-HC-TIPO.
           MOVE 'R'               TO CN-HC-OPERACAO.
           MOVE 01                TO CN-HC-SERVICO.
           MOVE 040               TO CN-HC-VERSAO.
           MOVE 2                 TO CN-HC-TIPO-INSCR.
           MOVE CB-CNPJ           TO CN-HC-CNPJ.
           MOVE CB-CONVENIO       TO CN-HC-CONVENIO.
           MOVE CB-AGENCIA        TO CN-HC-AGENCIA.
           MOVE CB-AGENCIA-DV     TO CN-HC-AGENCIA-DV.
           MOVE CB-CONTA          TO CN-HC-CONTA.
           MOVE CB-CONTA-DV       TO CN-HC-CONTA-DV.
           MOVE CB-NOME-EMPRESA   TO CN-HC-EMPRESA.
           MOVE CNP-NSA           TO CN-HC-NUMERO-REM.
           MOVE WRK-DATA-HOJE     TO WRK-DATA-ENTRA.
           PERFORM 0150-CONVERTER-DATA.
           MOVE WRK-DATA-BANCO-N  TO CN-HC-DATA-GRAV.
           MOVE ZEROS             TO CN-HC-DATA-CRED.
           MOVE CN-LINHA TO CNP-LINHA.

      *    SEGMENTOS A E B DO FAVORECIDO: SEM CONTA NO EMPBANCO NAO
      *    HA DETALHE. MESMO BANCO DA EMPRESA = CREDITO EM CONTA
      *    (CAMARA 000); OUTRO BANCO = TED (CAMARA 018)
       0400-DETALHE-PAGTO.
           MOVE ZEROS TO WRK-IDX-CONTA WRK-CPF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CT-QTD
                              OR WRK-IDX-CONTA > ZEROS
               IF WRK-TB-CT-MATR(WRK-IDX) = CNP-MATRICULA
                   MOVE WRK-IDX TO WRK-IDX-CONTA
               END-IF
           END-PERFORM.
           IF WRK-IDX-CONTA = ZEROS
               MOVE 'C' TO CNP-RESULTADO
               MOVE SPACES TO CNP-LINHA CNP-LINHA-2
           ELSE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-CPF-QTD
                   IF WRK-TB-CPF-MATR(WRK-IDX) = CNP-MATRICULA
                       MOVE WRK-TB-CPF-NUMERO(WRK-IDX) TO WRK-CPF
                   END-IF
               END-PERFORM
               MOVE CNP-DATA TO WRK-DATA-ENTRA
               PERFORM 0150-CONVERTER-DATA
               PERFORM 0402-SEGMENTO-A
               MOVE CN-LINHA TO CNP-LINHA
               PERFORM 0404-SEGMENTO-B
               MOVE CN-LINHA TO CNP-LINHA-2
           END-IF.

       0402-SEGMENTO-A.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-SA-BANCO.
           MOVE 1                 TO CN-SA-LOTE.
           MOVE '3'               TO CN-SA-TIPO.
           COMPUTE CN-SA-SEQUENCIA = CNP-ORDEM * 2 - 1.
           MOVE 'A'               TO CN-SA-SEGMENTO.
           MOVE ZEROS             TO CN-SA-MOVIMENTO CN-SA-INSTRUCAO.
           IF WRK-TB-CT-BANCO(WRK-IDX-CONTA) = CB-BANCO
               MOVE 000           TO CN-SA-CAMARA
           ELSE
               MOVE 018           TO CN-SA-CAMARA
           END-IF.
           MOVE WRK-TB-CT-BANCO(WRK-IDX-CONTA)   TO CN-SA-BANCO-FAV.
           MOVE WRK-TB-CT-AGENCIA(WRK-IDX-CONTA) TO CN-SA-AGENCIA-FAV.
           MOVE WRK-TB-CT-AGENCIA-DV(WRK-IDX-CONTA)
             TO CN-SA-AGENCIA-DV.
           MOVE WRK-TB-CT-CONTA(WRK-IDX-CONTA)   TO CN-SA-CONTA-FAV.
           MOVE WRK-TB-CT-CONTA-DV(WRK-IDX-CONTA) TO CN-SA-CONTA-DV.
           MOVE CNP-NOME          TO CN-SA-NOME-FAV.
           MOVE CNP-SEU-NUMERO    TO CN-SA-SEU-NUMERO.
           MOVE WRK-DATA-BANCO-N  TO CN-SA-DATA-PAGTO.
           MOVE 'BRL'             TO CN-SA-MOEDA.
           MOVE ZEROS             TO CN-SA-QT-MOEDA.
           MOVE CNP-VALOR         TO CN-SA-VALOR.
           MOVE ZEROS             TO CN-SA-DATA-REAL CN-SA-VALOR-REAL
                                     CN-SA-AVISO.

       0404-SEGMENTO-B.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-SB-BANCO.
           MOVE 1                 TO CN-SB-LOTE.
           MOVE '3'               TO CN-SB-TIPO.
           COMPUTE CN-SB-SEQUENCIA = CNP-ORDEM * 2.
           MOVE 'B'               TO CN-SB-SEGMENTO.
           IF WRK-CPF > ZEROS
               MOVE 1             TO CN-SB-TIPO-INSCR
           ELSE
               MOVE ZEROS         TO CN-SB-TIPO-INSCR
           END-IF.
           MOVE WRK-CPF           TO CN-SB-INSCRICAO.
           MOVE ZEROS             TO CN-SB-NUMERO CN-SB-CEP.
           MOVE '000'             TO CN-SB-CEP-SUFIXO.
           MOVE WRK-DATA-BANCO-N  TO CN-SB-VENCIMENTO.
           MOVE CNP-VALOR         TO CN-SB-VALOR-DOC.
           MOVE ZEROS             TO CN-SB-ABATIMENTO CN-SB-DESCONTO
                                     CN-SB-MORA CN-SB-MULTA
                                     CN-SB-AVISO CN-SB-SIAPE.

      *    SEGMENTOS P E Q DO TITULO: NOSSO NUMERO E DOCUMENTO SAO
      *    O NUMERO DO TITULO NO ARFILE, QUE VOLTA NO RETORNO
       0410-DETALHE-COBRANCA.
           PERFORM 0412-SEGMENTO-P.
           MOVE CN-LINHA TO CNP-LINHA.
           PERFORM 0414-SEGMENTO-Q.
           MOVE CN-LINHA TO CNP-LINHA-2.

       0412-SEGMENTO-P.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-SP-BANCO.
           MOVE 1                 TO CN-SP-LOTE.
           MOVE '3'               TO CN-SP-TIPO.
           COMPUTE CN-SP-SEQUENCIA = CNP-ORDEM * 2 - 1.
           MOVE 'P'               TO CN-SP-SEGMENTO.
           MOVE 01                TO CN-SP-MOVIMENTO.
           MOVE CB-AGENCIA        TO CN-SP-AGENCIA.
           MOVE CB-AGENCIA-DV     TO CN-SP-AGENCIA-DV.
           MOVE CB-CONTA          TO CN-SP-CONTA.
           MOVE CB-CONTA-DV       TO CN-SP-CONTA-DV.
           MOVE CNP-NUMERO        TO CN-SP-NOSSO-NUMERO.
           MOVE CB-CARTEIRA       TO CN-SP-CARTEIRA.
           MOVE 1                 TO CN-SP-CADASTRAMENTO.
           MOVE '1'               TO CN-SP-TIPO-DOC.
           MOVE 2                 TO CN-SP-EMISSAO-BLQ.
           MOVE '2'               TO CN-SP-DISTRIBUICAO.
           MOVE CNP-NUMERO        TO CN-SP-DOCUMENTO.
           MOVE CNP-DATA          TO WRK-DATA-ENTRA.
           PERFORM 0150-CONVERTER-DATA.
           MOVE WRK-DATA-BANCO-N  TO CN-SP-VENCIMENTO.
           MOVE CNP-VALOR         TO CN-SP-VALOR.
           MOVE ZEROS             TO CN-SP-AGENCIA-COBR.
           MOVE 02                TO CN-SP-ESPECIE.
           MOVE 'N'               TO CN-SP-ACEITE.
           MOVE CNP-DATA-EMISSAO  TO WRK-DATA-ENTRA.
           PERFORM 0150-CONVERTER-DATA.
           MOVE WRK-DATA-BANCO-N  TO CN-SP-EMISSAO.
           MOVE 3                 TO CN-SP-COD-JUROS.
           MOVE ZEROS             TO CN-SP-DATA-JUROS CN-SP-JUROS
                                     CN-SP-COD-DESCONTO
                                     CN-SP-DATA-DESCONTO
                                     CN-SP-DESCONTO CN-SP-IOF
                                     CN-SP-ABATIMENTO
                                     CN-SP-PRAZO-PROTESTO
                                     CN-SP-CONTRATO.
           MOVE CNP-NUMERO        TO CN-SP-USO-EMPRESA.
           MOVE 3                 TO CN-SP-COD-PROTESTO.
           MOVE 2                 TO CN-SP-COD-BAIXA.
           MOVE 09                TO CN-SP-MOEDA.

       0414-SEGMENTO-Q.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-SQ-BANCO.
           MOVE 1                 TO CN-SQ-LOTE.
           MOVE '3'               TO CN-SQ-TIPO.
           COMPUTE CN-SQ-SEQUENCIA = CNP-ORDEM * 2.
           MOVE 'Q'               TO CN-SQ-SEGMENTO.
           MOVE 01                TO CN-SQ-MOVIMENTO.
           MOVE 1                 TO CN-SQ-TIPO-INSCR.
           MOVE CNP-CPF           TO CN-SQ-INSCRICAO.
           MOVE CNP-NOME          TO CN-SQ-NOME.
           MOVE CNP-ENDERECO      TO CN-SQ-ENDERECO.
           MOVE ZEROS             TO CN-SQ-CEP CN-SQ-TIPO-AVAL
                                     CN-SQ-INSCR-AVAL CN-SQ-BANCO-CORR.
           MOVE '000'             TO CN-SQ-CEP-SUFIXO.

      *    REGISTRO 5: HEADER, DOIS SEGMENTOS POR DETALHE E O
      *    PROPRIO TRAILER
       0500-TRAILER-LOTE-PAGTO.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-TP-BANCO.
           MOVE 1                 TO CN-TP-LOTE.
           MOVE '5'               TO CN-TP-TIPO.
           COMPUTE CN-TP-QT-REGISTROS = CNP-QT-DETALHES * 2 + 2.
           MOVE CNP-VALOR-TOTAL   TO CN-TP-VALOR.
           MOVE ZEROS             TO CN-TP-QT-MOEDA CN-TP-AVISO-DEBITO.
           MOVE CN-LINHA TO CNP-LINHA.

       0510-TRAILER-LOTE-COBRANCA.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-TC-BANCO.
           MOVE 1                 TO CN-TC-LOTE.
           MOVE '5'               TO CN-TC-TIPO.
           COMPUTE CN-TC-QT-REGISTROS = CNP-QT-DETALHES * 2 + 2.
           MOVE CNP-QT-DETALHES   TO CN-TC-QT-SIMPLES.
           MOVE CNP-VALOR-TOTAL   TO CN-TC-VL-SIMPLES.
           MOVE ZEROS             TO CN-TC-QT-VINCULADA
                                     CN-TC-VL-VINCULADA
                                     CN-TC-QT-CAUCIONADA
                                     CN-TC-VL-CAUCIONADA
                                     CN-TC-QT-DESCONTADA
                                     CN-TC-VL-DESCONTADA.
           MOVE CN-LINHA TO CNP-LINHA.

      *    REGISTRO 9: UM LOTE; REGISTROS = LOTE MAIS O HEADER E O
      *    TRAILER DO ARQUIVO
       0600-TRAILER-ARQUIVO.
           MOVE WRK-PARAMETRO-ATUAL TO CB-REGISTRO.
           MOVE SPACES TO CN-LINHA.
           MOVE CB-BANCO          TO CN-TA-BANCO.
           MOVE 9999              TO CN-TA-LOTE.
           MOVE '9'               TO CN-TA-TIPO.
           MOVE 1                 TO CN-TA-QT-LOTES.
           COMPUTE CN-TA-QT-REGISTROS = CNP-QT-DETALHES * 2 + 4.
           MOVE ZEROS             TO CN-TA-QT-CONTAS.
           MOVE CN-LINHA TO CNP-LINHA.

      *    OCORRENCIA E PRIMEIRO MOTIVO EM TEXTO; SO A REJEICAO TEM
      *    MOTIVO DA TABELA DE REJEICOES. CODIGO FORA DA TABELA VOLTA
      *    COMO DESCONHECIDO, COM O CODIGO NA MENSAGEM
       0700-TRADUZIR-OCORRENCIA.
           MOVE SPACES TO CNP-MENSAGEM.
           MOVE 'D'    TO CNP-CLASSE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > 18
               IF WRK-TB-OC-CODIGO(WRK-IDX) = CNP-OCORRENCIA
                   MOVE WRK-TB-OC-CLASSE(WRK-IDX) TO CNP-CLASSE
                   MOVE WRK-TB-OC-TEXTO(WRK-IDX)  TO CNP-MENSAGEM
               END-IF
           END-PERFORM.
           IF CNP-DESCONHECIDA
               STRING 'OCORRENCIA ' CNP-OCORRENCIA
                      ' NAO PREVISTA' DELIMITED BY SIZE
                 INTO CNP-MENSAGEM
               END-STRING
           END-IF.

           IF CNP-REJEICAO
               MOVE CNP-MOTIVOS(1:2) TO WRK-MOTIVO
               IF WRK-MOTIVO NOT = SPACES AND WRK-MOTIVO NOT = '00'
                   MOVE SPACES TO CNP-MENSAGEM(26:35)
                   MOVE ' - MOTIVO ' TO CNP-MENSAGEM(26:10)
                   MOVE WRK-MOTIVO   TO CNP-MENSAGEM(36:2)
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                                   UNTIL WRK-IDX > 18
                       IF WRK-TB-MT-CODIGO(WRK-IDX) = WRK-MOTIVO
                           MOVE ' - ' TO CNP-MENSAGEM(26:3)
                           MOVE WRK-TB-MT-TEXTO(WRK-IDX)
                             TO CNP-MENSAGEM(29:32)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
