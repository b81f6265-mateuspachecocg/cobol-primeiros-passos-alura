       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: ATENDER O DIREITO DE ACESSO DA LGPD (O PAR DA
      *     ELIMINACAO DO PROGCOB53): DADO O CPF DO TITULAR, REUNE
      *     NUM SO DOCUMENTO TUDO O QUE A EMPRESA GUARDA DELE - O
      *     REGISTRO DO CUSTOMER-MASTER E AS ALTERACOES DO CUSTHIST,
      *     A ENTRADA DE PROSPECT NO NAME-LOG (PELO NOME DO
      *     CADASTRO, QUE E A CHAVE DA TRIAGEM), OS TITULOS DO
      *     ARFILE E AS BAIXAS DO ARRECPT, OS EMBARQUES DO SHIPFILE
      *     E AS COTACOES DO FRETELOG, OS ALUNOS DE QUEM ELE E
      *     RESPONSAVEL FINANCEIRO NO FAMRESP E AS LINHAS DA TRILHA
      *     DE AUDITORIA (MORTO AUDARCH E AUDITTRL) QUE CITAM O CPF.
      *     A DECLARACAO SAI NO LGPDPRT COM NUMERO SEQUENCIAL
      *     (CONTROLE LGPDCTL) E DATA, E O PEDIDO FICA NO REGISTRO
      *     LGPDREQ (COPYBOOK LGPDREQ) COM A DATA DO PEDIDO, O PRAZO
      *     LEGAL DE 15 DIAS CORRIDOS E A DATA DA RESPOSTA - A PROVA
      *     DE QUE O PEDIDO FOI RESPONDIDO NO PRAZO. ARQUIVO QUE NAO
      *     ABRE SAI DECLARADO COMO INDISPONIVEL E O DOCUMENTO COMO
      *     INCOMPLETO (RC 4, COMO A RESPOSTA FORA DO PRAZO); PEDIDO
      *     SEM CPF, SEM SOLICITANTE OU COM DATA INVALIDA NAO GERA
      *     DOCUMENTO (RC 8)
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - A DECLARACAO GANHOU A SECAO DO
      *            CONSENTIMENTO DE MARKETING (CONSENT): POR CANAL, A
      *            DATA, A ORIGEM E A REVOGACAO, E O E-MAIL GUARDADO
      * ALTERADO = 15/10/2026 - A DECLARACAO GANHOU A SECAO DO
      *            ACOMPANHAMENTO DE PROSPECT (FOLLOWUP), PELO MESMO
      *            NOME DA TRIAGEM: VENDEDOR, CONTATOS, ULTIMO RESULTADO
      *            E A SITUACAO (CONVERTIDO OU PERDIDO, COM O MOTIVO)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT CHANGE-HISTORY ASSIGN TO 'CUSTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTHIST.

           SELECT NAME-LOG ASSIGN TO 'NAMELOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NL-NOME
               FILE STATUS IS WRK-FS-NAMELOG.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT RECEIPTS-FILE ASSIGN TO 'ARRECPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARRECPT.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.

           SELECT FREIGHT-QUOTE-LOG ASSIGN TO 'FRETELOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.

           SELECT FAMILY-RESPONSIBLE ASSIGN TO 'FAMRESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAMRESP.

           SELECT AUDIT-ARCHIVE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDARCH.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.

           SELECT REQUEST-CONTROL ASSIGN TO 'LGPDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDCTL.

           SELECT REQUEST-REGISTER ASSIGN TO 'LGPDREQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDREQ.

           SELECT DOCUMENT-PRINT ASSIGN TO 'LGPDPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDPRT.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

      *    ESPELHO DE LEITURA DA LINHA DO CUSTHIST (PROGCOB21)
       FD  CHANGE-HISTORY.
       01  CH-LINHA.
           02 CH-E-DATA       PIC X(08).
           02 FILLER          PIC X(01).
           02 CH-E-HORA       PIC X(08).
           02 FILLER          PIC X(01).
           02 CH-E-USUARIO    PIC X(08).
           02 FILLER          PIC X(01).
           02 CH-E-OPERACAO   PIC X(10).
           02 FILLER          PIC X(01).
           02 CH-E-CPF        PIC X(11).
           02 FILLER          PIC X(01).
           02 CH-E-IMAGEM     PIC X(06).
           02 FILLER          PIC X(01).
           02 CH-E-NOME       PIC X(30).
           02 FILLER          PIC X(01).
           02 CH-E-ENDERECO   PIC X(40).
           02 FILLER          PIC X(01).
           02 CH-E-TELEFONE   PIC X(15).
           02 FILLER          PIC X(01).
           02 CH-E-STATUS     PIC X(01).
           02 FILLER          PIC X(01).
           02 CH-E-LIMITE     PIC X(13).
           02 FILLER          PIC X(01).

       FD  NAME-LOG.
       01  NL-REGISTRO.
           02 NL-NOME           PIC X(20).
           02 NL-DATA-CAPTACAO  PIC 9(08).
           02 NL-ORIGEM         PIC X(01).
           02 NL-STATUS         PIC X(01).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  RECEIPTS-FILE.
       01  RP-REGISTRO.
           02 RP-NUMERO       PIC 9(06).
           02 RP-DATA         PIC 9(08).
           02 RP-PRINCIPAL    PIC 9(06)V99.
           02 RP-MULTA        PIC 9(06)V99.
           02 RP-JUROS        PIC 9(06)V99.

       FD  SHIPMENT-FILE.
       01  SP-REGISTRO.
           02 SP-NUMERO      PIC 9(06).
           02 SP-CPF         PIC 9(11).
           02 SP-UF          PIC X(02).
           02 SP-FRETE       PIC 9(04)V99.
           02 SP-STATUS      PIC X(09).
           02 SP-DATA-COTACAO PIC 9(08).
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

      *    ESPELHO DE LEITURA DA LINHA DO FRETELOG (PROGCOB09)
       FD  FREIGHT-QUOTE-LOG.
       01  FL-LINHA.
           02 FL-E-NUMERO     PIC X(06).
           02 FILLER          PIC X(01).
           02 FL-E-CPF        PIC X(11).
           02 FILLER          PIC X(01).
           02 FL-E-PRODUTO    PIC X(20).
           02 FILLER          PIC X(01).
           02 FL-E-UF         PIC X(02).
           02 FILLER          PIC X(01).
           02 FL-E-VALOR      PIC X(10).
           02 FILLER          PIC X(01).
           02 FL-E-PESO       PIC X(06).
           02 FILLER          PIC X(01).
           02 FL-E-FRETE      PIC X(09).
           02 FILLER          PIC X(01).
           02 FL-E-TRANSP     PIC X(20).
           02 FILLER          PIC X(01).
           02 FL-E-CONTRATO   PIC X(01).
           02 FILLER          PIC X(07).

       FD  FAMILY-RESPONSIBLE.
       01  FR-REGISTRO.
           02 FR-CPF         PIC 9(11).
           02 FR-ALUNO       PIC X(20).
           02 FR-VALOR-PLANO PIC 9(06)V99.
           02 FR-DIA-VENC    PIC 9(02).
           02 FR-MATRICULA   PIC 9(06).

       FD  AUDIT-ARCHIVE.
       01  AA-LINHA.
           02 AA-TIPO          PIC X(08).
           02 FILLER           PIC X(122).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.

       FD  REQUEST-CONTROL.
       01  LC-REGISTRO.
           02 LC-ULTIMO-NUMERO PIC 9(06).

       FD  REQUEST-REGISTER.
           COPY 'LGPDREQ.COB'.

       FD  DOCUMENT-PRINT.
       01  DP-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTHIST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-NAMELOG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARRECPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SHIPFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELOG   PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAMRESP    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDARCH    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONSENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLLOWUP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-LGPDCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-LGPDREQ    PIC X(02) VALUE ZEROS.
       77 WRK-FS-LGPDPRT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CUSTHIST  PIC X(01) VALUE 'N'.
          88 FIM-CUSTHIST   VALUE 'S'.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-ARRECPT   PIC X(01) VALUE 'N'.
          88 FIM-ARRECPT    VALUE 'S'.
       77 WRK-EOF-SHIPFILE  PIC X(01) VALUE 'N'.
          88 FIM-SHIPFILE   VALUE 'S'.
       77 WRK-EOF-FRETELOG  PIC X(01) VALUE 'N'.
          88 FIM-FRETELOG   VALUE 'S'.
       77 WRK-EOF-FAMRESP   PIC X(01) VALUE 'N'.
          88 FIM-FAMRESP    VALUE 'S'.
       77 WRK-EOF-AUDARCH   PIC X(01) VALUE 'N'.
          88 FIM-AUDARCH    VALUE 'S'.
       77 WRK-EOF-AUDITTRL  PIC X(01) VALUE 'N'.
          88 FIM-AUDITTRL   VALUE 'S'.
       77 WRK-PEDIDO-OK     PIC X(01) VALUE 'S'.
          88 PEDIDO-VALIDO  VALUE 'S'.
       77 WRK-TEM-CLIENTE   PIC X(01) VALUE 'N'.
          88 TEM-CLIENTE    VALUE 'S'.
       77 WRK-INCOMPLETO    PIC X(01) VALUE 'N'.
          88 DOCUMENTO-INCOMPLETO VALUE 'S'.
       77 WRK-SECAO-NOTA    PIC X(01) VALUE 'N'.
          88 SECAO-COM-NOTA VALUE 'S'.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
          88 TABELA-TITULOS-CHEIA VALUE 'S'.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-X         PIC X(11) VALUE SPACES.
       77 WRK-CPF-MASCARA   PIC X(14) VALUE SPACES.
       77 WRK-SOLICITANTE   PIC X(30) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-NOME-CLIENTE  PIC X(30) VALUE SPACES.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PEDIDO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PRAZO    PIC 9(08) VALUE ZEROS.
       77 WRK-TX-PEDIDO     PIC X(10) VALUE SPACES.
       77 WRK-TX-PRAZO      PIC X(10) VALUE SPACES.
       77 WRK-TX-EMISSAO    PIC X(10) VALUE SPACES.
       77 WRK-DATA-TEXTO    PIC X(10) VALUE SPACES.
       77 WRK-PRAZO-LEGAL   PIC 9(04) VALUE 15.
       77 WRK-QT-SECAO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-TOTAL      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CITACOES   PIC 9(03) VALUE ZEROS.
       77 WRK-SECAO-TITULO  PIC X(60) VALUE SPACES.
       77 WRK-ARQUIVO       PIC X(10) VALUE SPACES.
       77 WRK-FS-ATUAL      PIC X(02) VALUE SPACES.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-TX-ACEITE     PIC X(10) VALUE SPACES.
      *    NOMES DOS CANAIS NA ORDEM DO CS-CANAL
       01  WRK-CANAIS       PIC X(24) VALUE
           'CARTA   TELEFONEE-MAIL  '.
       01  WRK-CANAIS-R REDEFINES WRK-CANAIS.
           02 WRK-NOME-CANAL PIC X(08) OCCURS 3 TIMES.
       77 WRK-VALOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-ED       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QT-TOTAL-ED   PIC ZZZZ9 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA (PROGCOB16D)
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01  WRK-DATASYS          PIC 9(08) VALUE ZEROS.
       01  WRK-DATASYS-R REDEFINES WRK-DATASYS.
           02 WRK-DS-ANO        PIC 9(04).
           02 WRK-DS-MES        PIC 9(02).
           02 WRK-DS-DIA        PIC 9(02).
       01  WRK-DATA-FMT         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FMT-R REDEFINES WRK-DATA-FMT.
           02 WRK-DF-ANO        PIC 9(04).
           02 WRK-DF-MES        PIC 9(02).
           02 WRK-DF-DIA        PIC 9(02).
       01  WRK-TB-MESES.
           02 WRK-MES PIC X(09) OCCURS 12 TIMES.
      *    TITULOS DO TITULAR NO ARFILE, PARA ACHAR AS BAIXAS DO
      *    ARRECPT (A BAIXA SO CARREGA O NUMERO DO TITULO)
       01  WRK-TB-TITULOS.
           02 WRK-TT-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TT-NUMERO   PIC 9(06) OCCURS 500 TIMES.
      *    LINHAS DO DOCUMENTO
       01  DP-TITULO.
           02 FILLER          PIC X(25) VALUE SPACES.
           02 DP-T-TEXTO      PIC X(30) VALUE
              'DECLARACAO DE DADOS DO TITULAR'.
       01  DP-NUMERACAO.
           02 FILLER          PIC X(14) VALUE 'DOCUMENTO NO. '.
           02 DP-N-NUMERO     PIC 9(06).
           02 FILLER          PIC X(14) VALUE '   EMITIDO EM '.
           02 DP-N-EMISSAO    PIC X(10).
       01  DP-SECAO.
           02 FILLER          PIC X(04) VALUE '*** '.
           02 DP-S-TITULO     PIC X(60).
       01  DP-TEXTO           PIC X(80) VALUE SPACES.
       01  DP-ASSINATURA.
           02 FILLER          PIC X(25) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE ALL '_'.
       01  DP-ENCARREGADO.
           02 FILLER          PIC X(25) VALUE SPACES.
           02 FILLER          PIC X(30) VALUE
              'ENCARREGADO DE DADOS PESSOAIS'.
       01  DP-AVISO1          PIC X(80) VALUE
           'ESTE DOCUMENTO FICA NO REGISTRO DE PEDIDOS DO TITULAR PELO'.
       01  DP-AVISO2          PIC X(80) VALUE
           'NUMERO ACIMA, COM A DATA DO PEDIDO E A DA RESPOSTA.'.
           COPY 'FSERRP.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.

           IF PEDIDO-VALIDO
               PERFORM 0150-NUMERAR-DOCUMENTO
               PERFORM 0160-IMPRIMIR-CABECALHO
               PERFORM 0200-CADASTRO
               PERFORM 0250-HISTORICO-CADASTRO
               PERFORM 0300-TRIAGEM
               PERFORM 0320-ACOMPANHAMENTO
               PERFORM 0350-TITULOS
               PERFORM 0400-BAIXAS
               PERFORM 0450-EMBARQUES
               PERFORM 0500-COTACOES
               PERFORM 0550-RESPONSAVEL-ALUNO
               PERFORM 0580-CONSENTIMENTO
               PERFORM 0600-TRILHA-AUDITORIA
               PERFORM 0700-IMPRIMIR-FECHO
               CLOSE DOCUMENT-PRINT
               PERFORM 0750-REGISTRAR-PEDIDO
           END-IF.

           PERFORM 0900-FINALIZAR.

           GOBACK.

      *    PEDIDO SEM DATA VALE COMO RECEBIDO HOJE; DATA FUTURA OU
      *    INVALIDA RECUSA O PEDIDO. O PRAZO LEGAL CORRE EM DIAS
      *    CORRIDOS A PARTIR DO RECEBIMENTO
       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE SPACES       TO CF-USUARIO.
           MOVE 'PROGCOB131' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0110-MONTAR-MESES.

           DISPLAY 'CPF DO TITULAR.. '
           ACCEPT WRK-CPF FROM CONSOLE.
           DISPLAY 'SOLICITANTE (TITULAR OU RESPONSAVEL).. '
           ACCEPT WRK-SOLICITANTE FROM CONSOLE.
           DISPLAY 'DATA DO PEDIDO (AAAAMMDD, ZEROS = HOJE).. '
           ACCEPT WRK-DATA-PEDIDO FROM CONSOLE.
           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO FROM CONSOLE.

           MOVE WRK-CPF TO WRK-CPF-X.
           IF WRK-DATA-PEDIDO = ZEROS
               MOVE WRK-DATASYS TO WRK-DATA-PEDIDO
           END-IF.

           IF WRK-CPF = ZEROS
               DISPLAY 'CPF DO TITULAR NAO INFORMADO'
               MOVE 'N' TO WRK-PEDIDO-OK
           END-IF.
           IF WRK-SOLICITANTE = SPACES
               DISPLAY 'SOLICITANTE NAO INFORMADO'
               MOVE 'N' TO WRK-PEDIDO-OK
           END-IF.

           MOVE 'V' TO WRK-FUNCAO.
           MOVE WRK-DATA-PEDIDO TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA NOT = 'S'
              OR WRK-DATA-PEDIDO > WRK-DATASYS
               DISPLAY 'DATA DO PEDIDO INVALIDA OU FUTURA'
               MOVE 'N' TO WRK-PEDIDO-OK
           END-IF.

           IF PEDIDO-VALIDO
               MOVE 'C' TO WRK-FUNCAO
               MOVE WRK-DATA-PEDIDO TO WRK-DATA-BASE
               MOVE WRK-PRAZO-LEGAL TO WRK-QT-DIAS
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               MOVE WRK-DATA-RESULT TO WRK-DATA-PRAZO

               MOVE WRK-DATA-PEDIDO TO WRK-DATA-FMT
               PERFORM 0890-FORMATAR-DATA
               MOVE WRK-DATA-TEXTO  TO WRK-TX-PEDIDO
               MOVE WRK-DATA-PRAZO  TO WRK-DATA-FMT
               PERFORM 0890-FORMATAR-DATA
               MOVE WRK-DATA-TEXTO  TO WRK-TX-PRAZO
               MOVE WRK-DATASYS     TO WRK-DATA-FMT
               PERFORM 0890-FORMATAR-DATA
               MOVE WRK-DATA-TEXTO  TO WRK-TX-EMISSAO

               MOVE 'LGPDPRT' TO CF-RELATORIO
               MOVE WRK-CPF   TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               MOVE CF-CPF-EDITADO TO WRK-CPF-MASCARA
           END-IF.

       0110-MONTAR-MESES.
           MOVE 'JANEIRO'   TO WRK-MES(01).
           MOVE 'FEVEREIRO' TO WRK-MES(02).
           MOVE 'MARCO    ' TO WRK-MES(03).
           MOVE 'ABRIL    ' TO WRK-MES(04).
           MOVE 'MAIO     ' TO WRK-MES(05).
           MOVE 'JUNHO    ' TO WRK-MES(06).
           MOVE 'JULHO    ' TO WRK-MES(07).
           MOVE 'AGOSTO   ' TO WRK-MES(08).
           MOVE 'SETEMBRO ' TO WRK-MES(09).
           MOVE 'OUTUBRO  ' TO WRK-MES(10).
           MOVE 'NOVEMBRO ' TO WRK-MES(11).
           MOVE 'DEZEMBRO ' TO WRK-MES(12).

      *    O NUMERO SO ANDA NA EMISSAO; O CONTROLE E REGRAVADO NA
      *    HORA, COMO O DOCCTL DOS DOCUMENTOS ESCOLARES
       0150-NUMERAR-DOCUMENTO.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT REQUEST-CONTROL.
           IF WRK-FS-LGPDCTL = '00'
               READ REQUEST-CONTROL
                   AT END
                       MOVE ZEROS TO LC-ULTIMO-NUMERO
               END-READ
               MOVE LC-ULTIMO-NUMERO TO WRK-NUMERO
               CLOSE REQUEST-CONTROL
           END-IF.
           ADD 1 TO WRK-NUMERO.

           OPEN OUTPUT REQUEST-CONTROL.
           MOVE WRK-NUMERO TO LC-ULTIMO-NUMERO.
           WRITE LC-REGISTRO.
           CLOSE REQUEST-CONTROL.

       0160-IMPRIMIR-CABECALHO.
           OPEN OUTPUT DOCUMENT-PRINT.
           MOVE 'ALURA - ENCARREGADO DE DADOS PESSOAIS (LGPD)'
             TO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           WRITE DP-LINHA FROM DP-TITULO.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE WRK-NUMERO     TO DP-N-NUMERO.
           MOVE WRK-TX-EMISSAO TO DP-N-EMISSAO.
           WRITE DP-LINHA FROM DP-NUMERACAO.
           PERFORM 0850-GRAVAR-TEXTO.

           STRING 'EM ATENDIMENTO AO PEDIDO DE ACESSO DE '
                  DELIMITED BY SIZE
                  WRK-SOLICITANTE DELIMITED BY '  '
                  ','
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING 'RECEBIDO EM ' WRK-TX-PEDIDO
                  ' (ARTS. 18 E 19 DA LEI 13.709/2018), DECLARAMOS'
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE 'ABAIXO, ARQUIVO POR ARQUIVO, TODOS OS DADOS PESSOAIS'
             TO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING 'QUE ESTA EMPRESA MANTEM SOBRE O TITULAR DO CPF '
                  WRK-CPF-MASCARA '.'
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

      *    CLIENTE ANONIMIZADO PELO PROGCOB53 SAI COMO ESTA NO
      *    ARQUIVO - O ESQUELETO DO REGISTRO TAMBEM E DADO GUARDADO
       0200-CADASTRO.
           MOVE 'CADASTRO DE CLIENTE (CUSTMAST)' TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               MOVE WRK-CPF TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0210-DECLARAR-CLIENTE
               END-READ
               CLOSE CUSTOMER-MASTER
           ELSE
               IF WRK-FS-CUSTMAST NOT = '35'
                   MOVE 'CUSTMAST  ' TO WRK-ARQUIVO
                   MOVE WRK-FS-CUSTMAST TO WRK-FS-ATUAL
                   MOVE '0200-CADASTRO       ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0210-DECLARAR-CLIENTE.
           MOVE 'S'     TO WRK-TEM-CLIENTE.
           MOVE CM-NOME TO WRK-NOME-CLIENTE.
           ADD 1 TO WRK-QT-SECAO.

           STRING '  NOME............ ' CM-NOME
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING '  ENDERECO........ ' CM-ENDERECO
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING '  TELEFONE........ ' CM-TELEFONE
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           IF CM-EXCLUIDO
               MOVE '  SITUACAO........ EXCLUIDO' TO DP-TEXTO
           ELSE
               MOVE '  SITUACAO........ ATIVO' TO DP-TEXTO
           END-IF.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE CM-LIMITE-CREDITO TO WRK-LIMITE-ED.
           STRING '  LIMITE CREDITO.. R$ ' WRK-LIMITE-ED
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           IF CM-CLASSE-ABC NOT = SPACE
               STRING '  CLASSE ABC...... ' CM-CLASSE-ABC
                      ' (CLASSIFICADO EM ' CM-DATA-ABC ')'
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.
           IF CM-CPF-FUSAO NUMERIC AND CM-CPF-FUSAO > ZEROS
               MOVE 'LGPDPRT'    TO CF-RELATORIO
               MOVE CM-CPF-FUSAO TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               STRING '  CADASTRO FUNDIDO NO CPF ' CF-CPF-EDITADO
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.

      *    CADA ALTERACAO TEM DUAS LINHAS NO CUSTHIST (ANTES E
      *    DEPOIS); AS DUAS SAO DADO GUARDADO E SAEM AS DUAS
       0250-HISTORICO-CADASTRO.
           MOVE 'ALTERACOES DO CADASTRO (CUSTHIST)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT CHANGE-HISTORY.
           IF WRK-FS-CUSTHIST = '00'
               PERFORM 0260-LER-HISTORICO
               PERFORM UNTIL FIM-CUSTHIST
                   IF CH-E-CPF = WRK-CPF-X
                       PERFORM 0270-DECLARAR-ALTERACAO
                   END-IF
                   PERFORM 0260-LER-HISTORICO
               END-PERFORM
               CLOSE CHANGE-HISTORY
           ELSE
               IF WRK-FS-CUSTHIST NOT = '35'
                   MOVE 'CUSTHIST  ' TO WRK-ARQUIVO
                   MOVE WRK-FS-CUSTHIST TO WRK-FS-ATUAL
                   MOVE '0250-HISTORICO      ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0260-LER-HISTORICO.
           READ CHANGE-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-CUSTHIST
           END-READ.

       0270-DECLARAR-ALTERACAO.
           ADD 1 TO WRK-QT-SECAO.
           STRING '  ' CH-E-DATA ' ' CH-E-USUARIO ' ' CH-E-OPERACAO
                  ' ' CH-E-IMAGEM ' ' CH-E-NOME
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING '    ' CH-E-ENDERECO ' ' CH-E-TELEFONE
                  ' ' CH-E-STATUS ' ' CH-E-LIMITE
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

      *    A TRIAGEM SO GUARDA NOMES (CHAVE NL-NOME): A PESQUISA E
      *    PELO NOME DO CADASTRO DE CLIENTE, COMO NA ELIMINACAO
       0300-TRIAGEM.
           MOVE 'TRIAGEM DE PROSPECTS (NAMELOG)' TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           IF NOT TEM-CLIENTE
               MOVE '  SEM NOME NO CADASTRO DE CLIENTE PARA PESQUISAR'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE '  A TRIAGEM, QUE SO GUARDA O NOME'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE 'S' TO WRK-SECAO-NOTA
           ELSE
               OPEN INPUT NAME-LOG
               IF WRK-FS-NAMELOG = '00'
                   MOVE WRK-NOME-CLIENTE(1:20) TO NL-NOME
                   READ NAME-LOG
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0310-DECLARAR-PROSPECT
                   END-READ
                   CLOSE NAME-LOG
               ELSE
                   IF WRK-FS-NAMELOG NOT = '35'
                       MOVE 'NAMELOG   ' TO WRK-ARQUIVO
                       MOVE WRK-FS-NAMELOG TO WRK-FS-ATUAL
                       MOVE '0300-TRIAGEM        ' TO FSE-PARAGRAFO
                       PERFORM 0820-ARQUIVO-INDISPONIVEL
                   END-IF
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0310-DECLARAR-PROSPECT.
           ADD 1 TO WRK-QT-SECAO.
           STRING '  ' NL-NOME ' CAPTADO EM ' NL-DATA-CAPTACAO
                  ' ORIGEM ' NL-ORIGEM ' SITUACAO ' NL-STATUS
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

      *    O ACOMPANHAMENTO DO PROSPECT TEM A MESMA CHAVE DA TRIAGEM
       0320-ACOMPANHAMENTO.
           MOVE 'ACOMPANHAMENTO DE PROSPECT (FOLLOWUP)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           IF TEM-CLIENTE
               OPEN INPUT FOLLOW-UP-FILE
               IF WRK-FS-FOLLOWUP = '00'
                   MOVE WRK-NOME-CLIENTE(1:20) TO FU-NOME
                   READ FOLLOW-UP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0330-DECLARAR-ACOMPANHAMENTO
                   END-READ
                   CLOSE FOLLOW-UP-FILE
               ELSE
                   IF WRK-FS-FOLLOWUP NOT = '35'
                       MOVE 'FOLLOWUP  ' TO WRK-ARQUIVO
                       MOVE WRK-FS-FOLLOWUP TO WRK-FS-ATUAL
                       MOVE '0320-ACOMPANHAMENTO ' TO FSE-PARAGRAFO
                       PERFORM 0820-ARQUIVO-INDISPONIVEL
                   END-IF
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0330-DECLARAR-ACOMPANHAMENTO.
           ADD 1 TO WRK-QT-SECAO.
           STRING '  ' FU-NOME ' VENDEDOR ' FU-VENDEDOR
                  ' CONTATOS ' FU-QT-CONTATOS
                  ' SEM RESPOSTA ' FU-QT-FRACASSOS
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           IF FU-ULTIMO-CONTATO > ZEROS
               MOVE FU-ULTIMO-CONTATO TO WRK-DATA-FMT
               PERFORM 0890-FORMATAR-DATA
               STRING '  ULTIMO CONTATO EM ' WRK-DATA-TEXTO
                      ' RESULTADO ' FU-RESULTADO
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.
           EVALUATE TRUE
               WHEN FU-ABERTO
                   MOVE '  SITUACAO: EM ACOMPANHAMENTO' TO DP-TEXTO
               WHEN FU-CONVERTIDO
                   MOVE FU-DATA-FECHAMENTO TO WRK-DATA-FMT
                   PERFORM 0890-FORMATAR-DATA
                   STRING '  SITUACAO: CONVERTIDO EM ' WRK-DATA-TEXTO
                          DELIMITED BY SIZE INTO DP-TEXTO
               WHEN OTHER
                   MOVE FU-DATA-FECHAMENTO TO WRK-DATA-FMT
                   PERFORM 0890-FORMATAR-DATA
                   STRING '  SITUACAO: PERDIDO EM ' WRK-DATA-TEXTO
                          ' - ' FU-MOTIVO-PERDA
                          DELIMITED BY SIZE INTO DP-TEXTO
           END-EVALUATE.
           PERFORM 0850-GRAVAR-TEXTO.

      *    OS NUMEROS DOS TITULOS DO TITULAR FICAM NA TABELA PARA A
      *    PESQUISA DAS BAIXAS; TABELA CHEIA DEIXA A SECAO DAS
      *    BAIXAS INCOMPLETA, E O DOCUMENTO DIZ ISSO
       0350-TITULOS.
           MOVE 'TITULOS DO CONTAS A RECEBER (ARFILE)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE = '00'
               PERFORM 0360-LER-TITULO
               PERFORM UNTIL FIM-ARFILE
                   IF RB-CPF = WRK-CPF
                       PERFORM 0370-DECLARAR-TITULO
                   END-IF
                   PERFORM 0360-LER-TITULO
               END-PERFORM
               CLOSE RECEIVABLES-FILE
           ELSE
               IF WRK-FS-ARFILE NOT = '35'
                   MOVE 'ARFILE    ' TO WRK-ARQUIVO
                   MOVE WRK-FS-ARFILE TO WRK-FS-ATUAL
                   MOVE '0350-TITULOS        ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0360-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

       0370-DECLARAR-TITULO.
           ADD 1 TO WRK-QT-SECAO.
           IF WRK-TT-QTD < 500
               ADD 1 TO WRK-TT-QTD
               MOVE RB-NUMERO TO WRK-TT-NUMERO(WRK-TT-QTD)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
               MOVE 'S' TO WRK-INCOMPLETO
           END-IF.
           MOVE RB-VALOR TO WRK-VALOR-ED.
           MOVE RB-SALDO TO WRK-VALOR2-ED.
           STRING '  TITULO ' RB-NUMERO ' EMIS ' RB-DATA-EMISSAO
                  ' VENC ' RB-VENCIMENTO ' VALOR ' WRK-VALOR-ED
                  ' SALDO ' WRK-VALOR2-ED ' ' RB-STATUS
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

       0400-BAIXAS.
           MOVE 'BAIXAS DOS TITULOS (ARRECPT)' TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           IF TABELA-TITULOS-CHEIA
               MOVE
                 '  MAIS DE 500 TITULOS: BAIXAS SO DOS 500 PRIMEIROS'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE 'S' TO WRK-SECAO-NOTA
           END-IF.

           IF WRK-TT-QTD > ZEROS
               OPEN INPUT RECEIPTS-FILE
               IF WRK-FS-ARRECPT = '00'
                   PERFORM 0410-LER-BAIXA
                   PERFORM UNTIL FIM-ARRECPT
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                                       UNTIL WRK-IDX > WRK-TT-QTD
                           IF WRK-TT-NUMERO(WRK-IDX) = RP-NUMERO
                               PERFORM 0420-DECLARAR-BAIXA
                               MOVE WRK-TT-QTD TO WRK-IDX
                           END-IF
                       END-PERFORM
                       PERFORM 0410-LER-BAIXA
                   END-PERFORM
                   CLOSE RECEIPTS-FILE
               ELSE
                   IF WRK-FS-ARRECPT NOT = '35'
                       MOVE 'ARRECPT   ' TO WRK-ARQUIVO
                       MOVE WRK-FS-ARRECPT TO WRK-FS-ATUAL
                       MOVE '0400-BAIXAS         ' TO FSE-PARAGRAFO
                       PERFORM 0820-ARQUIVO-INDISPONIVEL
                   END-IF
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0410-LER-BAIXA.
           READ RECEIPTS-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARRECPT
           END-READ.

       0420-DECLARAR-BAIXA.
           ADD 1 TO WRK-QT-SECAO.
           MOVE RP-PRINCIPAL TO WRK-VALOR-ED.
           MOVE RP-MULTA     TO WRK-VALOR2-ED.
           MOVE RP-JUROS     TO WRK-VALOR3-ED.
           STRING '  BAIXA ' RP-NUMERO ' EM ' RP-DATA
                  ' PRINC ' WRK-VALOR-ED ' MULTA ' WRK-VALOR2-ED
                  ' JUROS ' WRK-VALOR3-ED
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

       0450-EMBARQUES.
           MOVE 'EMBARQUES (SHIPFILE)' TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT SHIPMENT-FILE.
           IF WRK-FS-SHIPFILE = '00'
               PERFORM 0460-LER-EMBARQUE
               PERFORM UNTIL FIM-SHIPFILE
                   IF SP-CPF = WRK-CPF
                       PERFORM 0470-DECLARAR-EMBARQUE
                   END-IF
                   PERFORM 0460-LER-EMBARQUE
               END-PERFORM
               CLOSE SHIPMENT-FILE
           ELSE
               IF WRK-FS-SHIPFILE NOT = '35'
                   MOVE 'SHIPFILE  ' TO WRK-ARQUIVO
                   MOVE WRK-FS-SHIPFILE TO WRK-FS-ATUAL
                   MOVE '0450-EMBARQUES      ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0460-LER-EMBARQUE.
           READ SHIPMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SHIPFILE
           END-READ.

       0470-DECLARAR-EMBARQUE.
           ADD 1 TO WRK-QT-SECAO.
           MOVE SP-FRETE TO WRK-VALOR-ED.
           STRING '  EMBARQUE ' SP-NUMERO ' COTADO ' SP-DATA-COTACAO
                  ' UF ' SP-UF ' FRETE ' WRK-VALOR-ED
                  ' ' SP-STATUS ' ' SP-DATA-STATUS
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE SP-VALOR TO WRK-VALOR-ED.
           MOVE SP-PESO  TO WRK-PESO-ED.
           STRING '    TRANSP ' SP-TRANSP ' VALOR ' WRK-VALOR-ED
                  ' PESO ' WRK-PESO-ED ' ROMANEIO ' SP-ROMANEIO
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

       0500-COTACOES.
           MOVE 'COTACOES DE FRETE (FRETELOG)' TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT FREIGHT-QUOTE-LOG.
           IF WRK-FS-FRETELOG = '00'
               PERFORM 0510-LER-COTACAO
               PERFORM UNTIL FIM-FRETELOG
                   IF FL-E-CPF = WRK-CPF-X
                       PERFORM 0520-DECLARAR-COTACAO
                   END-IF
                   PERFORM 0510-LER-COTACAO
               END-PERFORM
               CLOSE FREIGHT-QUOTE-LOG
           ELSE
               IF WRK-FS-FRETELOG NOT = '35'
                   MOVE 'FRETELOG  ' TO WRK-ARQUIVO
                   MOVE WRK-FS-FRETELOG TO WRK-FS-ATUAL
                   MOVE '0500-COTACOES       ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0510-LER-COTACAO.
           READ FREIGHT-QUOTE-LOG
               AT END
                   MOVE 'S' TO WRK-EOF-FRETELOG
           END-READ.

       0520-DECLARAR-COTACAO.
           ADD 1 TO WRK-QT-SECAO.
           STRING '  COTACAO ' FL-E-NUMERO ' ' FL-E-PRODUTO
                  ' UF ' FL-E-UF ' VALOR ' FL-E-VALOR
                  ' FRETE ' FL-E-FRETE
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           IF FL-E-TRANSP NOT = SPACES
               STRING '    TRANSP ' FL-E-TRANSP
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.

       0550-RESPONSAVEL-ALUNO.
           MOVE 'RESPONSAVEL FINANCEIRO DE ALUNO (FAMRESP)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT FAMILY-RESPONSIBLE.
           IF WRK-FS-FAMRESP = '00'
               PERFORM 0560-LER-RESPONSAVEL
               PERFORM UNTIL FIM-FAMRESP
                   IF FR-CPF = WRK-CPF
                       PERFORM 0570-DECLARAR-VINCULO
                   END-IF
                   PERFORM 0560-LER-RESPONSAVEL
               END-PERFORM
               CLOSE FAMILY-RESPONSIBLE
           ELSE
               IF WRK-FS-FAMRESP NOT = '35'
                   MOVE 'FAMRESP   ' TO WRK-ARQUIVO
                   MOVE WRK-FS-FAMRESP TO WRK-FS-ATUAL
                   MOVE '0550-RESPONSAVEL    ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0560-LER-RESPONSAVEL.
           READ FAMILY-RESPONSIBLE
               AT END
                   MOVE 'S' TO WRK-EOF-FAMRESP
           END-READ.

       0570-DECLARAR-VINCULO.
           ADD 1 TO WRK-QT-SECAO.
           MOVE FR-VALOR-PLANO TO WRK-VALOR-ED.
           STRING '  ALUNO ' FR-ALUNO ' MATRICULA ' FR-MATRICULA
                  ' PLANO ' WRK-VALOR-ED ' DIA ' FR-DIA-VENC
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.

      *    UM REGISTRO POR CPF; SAI CADA CANAL QUE JA TEVE
      *    CONSENTIMENTO, VIGENTE OU REVOGADO, E O E-MAIL GUARDADO
       0580-CONSENTIMENTO.
           MOVE 'CONSENTIMENTO DE MARKETING (CONSENT)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT CONSENT-FILE.
           IF WRK-FS-CONSENT = '00'
               MOVE WRK-CPF TO CS-CPF
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0590-DECLARAR-CONSENTIMENTO
               END-READ
               CLOSE CONSENT-FILE
           ELSE
               IF WRK-FS-CONSENT NOT = '35'
                   MOVE 'CONSENT   ' TO WRK-ARQUIVO
                   MOVE WRK-FS-CONSENT TO WRK-FS-ATUAL
                   MOVE '0580-CONSENTIMENTO  ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0590-DECLARAR-CONSENTIMENTO.
           ADD 1 TO WRK-QT-SECAO.
           IF CS-EMAIL NOT = SPACES
               STRING '  E-MAIL.......... ' CS-EMAIL
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
               IF CS-DATA-CONSENTIMENTO(WRK-IDX) > ZEROS
                   MOVE CS-DATA-CONSENTIMENTO(WRK-IDX)
                     TO WRK-DATA-FMT
                   PERFORM 0890-FORMATAR-DATA
                   MOVE SPACES TO WRK-TX-ACEITE
                   IF CS-DATA-REVOGACAO(WRK-IDX) > ZEROS
                       MOVE WRK-DATA-TEXTO TO WRK-TX-ACEITE
                       MOVE CS-DATA-REVOGACAO(WRK-IDX)
                         TO WRK-DATA-FMT
                       PERFORM 0890-FORMATAR-DATA
                       STRING '  ' WRK-NOME-CANAL(WRK-IDX)
                              ' ACEITO EM ' WRK-TX-ACEITE
                              ' (' CS-ORIGEM(WRK-IDX) ')'
                              ' REVOGADO EM ' WRK-DATA-TEXTO
                              DELIMITED BY SIZE INTO DP-TEXTO
                   ELSE
                       STRING '  ' WRK-NOME-CANAL(WRK-IDX)
                              ' ACEITO EM ' WRK-DATA-TEXTO
                              ' (' CS-ORIGEM(WRK-IDX) ')'
                              ' - VIGENTE'
                              DELIMITED BY SIZE INTO DP-TEXTO
                   END-IF
                   PERFORM 0850-GRAVAR-TEXTO
               END-IF
           END-PERFORM.

      *    A TRILHA E LIDA NA ORDEM DA CADEIA - MORTO (SEM OS
      *    TRAILERS DOS MESES SELADOS) E DEPOIS A TRILHA CORRENTE;
      *    ENTRA TODA LINHA QUE CITA O CPF NA ENTRADA OU NO
      *    RESULTADO, COM O CPF DO TEXTO PASSANDO PELA MASCARA
       0600-TRILHA-AUDITORIA.
           MOVE 'TRILHA DE AUDITORIA (AUDARCH E AUDITTRL)'
             TO WRK-SECAO-TITULO.
           PERFORM 0800-ABRIR-SECAO.

           OPEN INPUT AUDIT-ARCHIVE.
           IF WRK-FS-AUDARCH = '00'
               PERFORM 0610-LER-MORTO
               PERFORM UNTIL FIM-AUDARCH
                   IF AA-TIPO NOT = 'TRAILER '
                       MOVE AA-LINHA TO AT-REGISTRO
                       PERFORM 0630-CONFERIR-LINHA
                   END-IF
                   PERFORM 0610-LER-MORTO
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           ELSE
               IF WRK-FS-AUDARCH NOT = '35'
                   MOVE 'AUDARCH   ' TO WRK-ARQUIVO
                   MOVE WRK-FS-AUDARCH TO WRK-FS-ATUAL
                   MOVE '0600-TRILHA         ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           OPEN INPUT AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '00'
               PERFORM 0620-LER-TRILHA
               PERFORM UNTIL FIM-AUDITTRL
                   PERFORM 0630-CONFERIR-LINHA
                   PERFORM 0620-LER-TRILHA
               END-PERFORM
               CLOSE AUDIT-TRAIL
           ELSE
               IF WRK-FS-AUDITTRL NOT = '35'
                   MOVE 'AUDITTRL  ' TO WRK-ARQUIVO
                   MOVE WRK-FS-AUDITTRL TO WRK-FS-ATUAL
                   MOVE '0600-TRILHA         ' TO FSE-PARAGRAFO
                   PERFORM 0820-ARQUIVO-INDISPONIVEL
               END-IF
           END-IF.

           PERFORM 0810-FECHAR-SECAO.

       0610-LER-MORTO.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'S' TO WRK-EOF-AUDARCH
           END-READ.

       0620-LER-TRILHA.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'S' TO WRK-EOF-AUDITTRL
           END-READ.

       0630-CONFERIR-LINHA.
           MOVE ZEROS TO WRK-QT-CITACOES.
           INSPECT AT-ENTRADA TALLYING WRK-QT-CITACOES
                   FOR ALL WRK-CPF-X.
           INSPECT AT-RESULTADO TALLYING WRK-QT-CITACOES
                   FOR ALL WRK-CPF-X.
           IF WRK-QT-CITACOES > ZEROS
               ADD 1 TO WRK-QT-SECAO
               STRING '  ' AT-DATA ' ' AT-USUARIO ' ' AT-PROGRAMA
                      ' ' AT-OPERACAO
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE 'T'          TO CF-FUNCAO
               MOVE 'LGPDPRT'    TO CF-RELATORIO
               MOVE AT-ENTRADA   TO CF-TEXTO(1:30)
               MOVE AT-RESULTADO TO CF-TEXTO(31:30)
               CALL 'PROGCOB130' USING CF-PARAMETROS
               STRING '    ' CF-TEXTO
                      DELIMITED BY SIZE INTO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.

       0700-IMPRIMIR-FECHO.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE WRK-QT-TOTAL TO WRK-QT-TOTAL-ED.
           STRING 'TOTAL DE REGISTROS DECLARADOS: ' WRK-QT-TOTAL-ED
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           IF DOCUMENTO-INCOMPLETO
               MOVE 'ATENCAO: PARTE DOS DADOS NAO FOI CONSULTADA NA'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE 'EMISSAO (VER AVISO NA SECAO) - A DECLARACAO SERA'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
               MOVE 'COMPLEMENTADA EM NOVO DOCUMENTO.'
                 TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING 'PEDIDO RECEBIDO EM ' WRK-TX-PEDIDO
                  ' - PRAZO LEGAL ATE ' WRK-TX-PRAZO '.'
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           STRING 'RESPONDIDO EM ' WRK-DS-DIA ' DE ' DELIMITED BY SIZE
                  WRK-MES(WRK-DS-MES) DELIMITED BY SPACE
                  ' DE ' WRK-DS-ANO '.' DELIMITED BY SIZE
               INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           WRITE DP-LINHA FROM DP-ASSINATURA.
           WRITE DP-LINHA FROM DP-ENCARREGADO.
           PERFORM 0850-GRAVAR-TEXTO.
           WRITE DP-LINHA FROM DP-AVISO1.
           WRITE DP-LINHA FROM DP-AVISO2.

      *    O REGISTRO DO PEDIDO E A PROVA DO ATENDIMENTO: RESPOSTA
      *    DEPOIS DO PRAZO FICA MARCADA E AVISADA NO CONSOLE
       0750-REGISTRAR-PEDIDO.
           MOVE WRK-NUMERO      TO LQ-NUMERO.
           MOVE WRK-CPF         TO LQ-CPF.
           MOVE WRK-SOLICITANTE TO LQ-SOLICITANTE.
           MOVE WRK-USUARIO     TO LQ-USUARIO.
           MOVE WRK-DATA-PEDIDO TO LQ-DATA-PEDIDO.
           MOVE WRK-DATA-PRAZO  TO LQ-DATA-PRAZO.
           MOVE WRK-DATASYS     TO LQ-DATA-RESPOSTA.
           MOVE WRK-QT-TOTAL    TO LQ-QT-REGISTROS.
           IF WRK-DATASYS > WRK-DATA-PRAZO
               MOVE 'F' TO LQ-SITUACAO
           ELSE
               MOVE 'P' TO LQ-SITUACAO
           END-IF.

           OPEN EXTEND REQUEST-REGISTER.
           IF WRK-FS-LGPDREQ = '05' OR WRK-FS-LGPDREQ = '35'
               OPEN OUTPUT REQUEST-REGISTER
           END-IF.
           WRITE LQ-REGISTRO.
           CLOSE REQUEST-REGISTER.

           DISPLAY 'DOCUMENTO ' LQ-NUMERO ' EMITIDO - '
                   LQ-QT-REGISTROS ' REGISTROS DECLARADOS'.
           IF LQ-FORA-PRAZO
               DISPLAY 'RESPOSTA FORA DO PRAZO LEGAL (' WRK-TX-PRAZO
                       ')'
           END-IF.
           IF DOCUMENTO-INCOMPLETO
               DISPLAY 'DECLARACAO INCOMPLETA - VER AVISO NO DOCUMENTO'
           END-IF.

      *    CADA SECAO ABRE COM O TITULO E FECHA COM O NADA CONSTA
      *    QUANDO NENHUM REGISTRO FOI DECLARADO NELA
       0800-ABRIR-SECAO.
           MOVE ZEROS TO WRK-QT-SECAO.
           MOVE 'N'   TO WRK-SECAO-NOTA.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE WRK-SECAO-TITULO TO DP-S-TITULO.
           WRITE DP-LINHA FROM DP-SECAO.

       0810-FECHAR-SECAO.
           IF WRK-QT-SECAO = ZEROS AND NOT SECAO-COM-NOTA
               MOVE '  NADA CONSTA' TO DP-TEXTO
               PERFORM 0850-GRAVAR-TEXTO
           END-IF.
           ADD WRK-QT-SECAO TO WRK-QT-TOTAL.

      *    ARQUIVO AUSENTE E ARQUIVO SEM REGISTRO (NADA CONSTA);
      *    QUALQUER OUTRA FALHA NA ABERTURA VAI PARA O TRATADOR
      *    CENTRAL E A SECAO SAI DECLARADA COMO NAO CONSULTADA
       0820-ARQUIVO-INDISPONIVEL.
           MOVE 'PROGCOB131' TO FSE-PROGRAMA.
           MOVE WRK-ARQUIVO  TO FSE-ARQUIVO.
           MOVE 'OPEN    '   TO FSE-OPERACAO.
           MOVE WRK-FS-ATUAL TO FSE-STATUS.
           CALL 'PROGCOB39' USING FSE-PARAMETROS.
           STRING '  ARQUIVO ' WRK-ARQUIVO ' INDISPONIVEL NA EMISSAO'
                  ' - NAO CONSULTADO'
                  DELIMITED BY SIZE INTO DP-TEXTO.
           PERFORM 0850-GRAVAR-TEXTO.
           MOVE 'S' TO WRK-SECAO-NOTA.
           MOVE 'S' TO WRK-INCOMPLETO.

       0850-GRAVAR-TEXTO.
           WRITE DP-LINHA FROM DP-TEXTO.
           MOVE SPACES TO DP-TEXTO.

       0890-FORMATAR-DATA.
           MOVE SPACES TO WRK-DATA-TEXTO.
           STRING WRK-DF-DIA '/' WRK-DF-MES '/' WRK-DF-ANO
                  DELIMITED BY SIZE INTO WRK-DATA-TEXTO.

      *    A MASCARA DA LGPD FECHA ANTES DO RETORNO: RESPOSTA FORA DO
      *    PRAZO OU DECLARACAO INCOMPLETA DEVOLVEM RC 4, PEDIDO
      *    RECUSADO DEVOLVE RC 8
       0900-FINALIZAR.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           EVALUATE TRUE
               WHEN NOT PEDIDO-VALIDO
                   DISPLAY 'PEDIDO RECUSADO - DOCUMENTO NAO EMITIDO'
                   MOVE 8 TO RETURN-CODE
               WHEN DOCUMENTO-INCOMPLETO
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-DATASYS > WRK-DATA-PRAZO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
