      * ALTERADO = 02/09/2026 - O ESPELHO DE LEITURA DO FRETELOG
      *            ACOMPANHOU A MARCA 'C' DE COTACAO POR CONTRATO
      *            QUE O PROGCOB09 PASSOU A GRAVAR NO FIM DA LINHA
      * ALTERADO = 15/10/2026 - O SINISTRO DE TRANSPORTE ACEITO PELA
      *            TRANSPORTADORA (CLAIMFIL, ABERTO E RESPONDIDO NO
      *            PROGCOB105) PASSOU A SER DEDUZIDO NA FATURA DELA:
      *            PARA CADA TRANSPORTADORA COM LINHA CASADA NA
      *            RODADA, O SINISTRO ACEITO SAI COMO NOTA DE DEBITO
      *            NA MESMA NUMERACAO DEBNCTL, VAI PARA O DEBNREG
      *            (QUE GANHOU O SINISTRO E O VALOR NO FIM DO
      *            REGISTRO) E VOLTA AO CLAIMFIL COMO PAGO, COM O
      *            NUMERO DA NOTA
      * ALTERADO = 15/10/2026 - A FATURA CONCILIADA DE CADA
      *            TRANSPORTADORA PASSOU A VIRAR PAGAMENTO PENDENTE
      *            NO PENDPAY PELO LIQUIDO (FATURADO MENOS AS NOTAS
      *            DE DEBITO E OS SINISTROS DEDUZIDOS NA RODADA),
      *            VENCENDO NO PRAZO DE PAGAMENTO QUE O CARRMAST
      *            GANHOU (CR-PRAZO-PAGTO), NA CONTA DO APACCT. A
      *            DIVERGENCIA QUE NAO VIROU NOTA DE DEBITO, A
      *            TRANSPORTADORA FORA DO CADASTRO E A FALTA DA CONTA
      *            RETEM A FATURA ATE A LIBERACAO NO PROGCOB106;
      *            TODA FATURA FICA NO REGISTRO CARRPAY (COPYBOOK
      *            FATTRANS) E NO RELATORIO FRETPAGT - FATURADO,
      *            CONTESTADO, SINISTROS E LIQUIDO AGENDADO
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY, QUE
      *            GANHOU A ORIGEM E A REFERENCIA DO PAGAMENTO NO FIM
      *            DO REGISTRO ('CP' + NUMERO/PARCELA PARA AS PARCELAS
      *            DE CONTAS A PAGAR); O QUE ESTE PROGRAMA AGENDA SAI
      *            COM A ORIGEM EM BRANCO E A REFERENCIA ZERADA
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A FORMA DE
      *            PAGAMENTO, A DATA DE LIBERACAO E O NUMERO DO
      *            CHEQUE NO FIM DO REGISTRO; O FRETE AGENDADO SAI
      *            COM FORMA EM BRANCO (BOLETO DA TRANSPORTADORA)
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            CUJO PD-VALOR PASSOU A TER CENTAVOS (9(07)V99)
      * ALTERADO = 15/10/2026 - O CPF DO COMPLEMENTO DA COTACAO
      *            NAO FATURADA SAI MASCARADO NO LUGAR (CPF ***456789**)
      *            PELA SUBROTINA PROGCOB130 (LGPD); COMPLETO SO COM A
      *            OPCAO 90 DO MENUAUTH LIBERADA, COM REGISTRO NO
      *            AUDIT-TRAIL
      * ALTERADO = 15/10/2026 - O RELATORIO DE MARGEM TAMBEM SAI PARA
      *            PLANILHA NO FRETCSV (SUBROTINA PROGCOB152, COPYBOOK
      *            CSVLINP): UMA LINHA POR UF E POR TRANSPORTADORA COM A
      *            SECAO, A CHAVE, RECEITA, CUSTO, MARGEM, PERCENTUAL E
      *            ALERTA, E A LINHA DE CONTROLE COM A QUANTIDADE DE
      *            LINHAS E OS TOTAIS DE RECEITA, CUSTO E MARGEM DAS
      *            LINHAS EXPORTADAS
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETMARG.

           SELECT MARGIN-CSV ASSIGN TO 'FRETCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETCSV.

           SELECT TOLERANCE-FILE ASSIGN TO 'FRETTOLR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETTOLR.
           SELECT DEBIT-NOTE-REGISTER ASSIGN TO 'DEBNREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEBNREG.

           SELECT CLAIM-FILE ASSIGN TO 'CLAIMFIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLAIMFIL.

           SELECT CARRIER-MASTER ASSIGN TO 'CARRMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRMAST.

           SELECT AP-ACCOUNT ASSIGN TO 'APACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APACCT.

           SELECT CARRIER-PAYABLES ASSIGN TO 'CARRPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARRPAY.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT PAYMENT-RPT ASSIGN TO 'FRETPAGT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETPAGT.
       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-QUOTE-LOG.
       FD  MARGIN-RPT.
       01  MG-LINHA           PIC X(90).

       FD  MARGIN-CSV.
       01  MC-LINHA           PIC X(300).

       FD  TOLERANCE-FILE.
       01  TL-REGISTRO.
           02 TL-ABSOLUTA     PIC 9(04)V99.
           02 DR-FATURADO     PIC 9(05)V99.
           02 DR-DIFERENCA    PIC 9(05)V99.
           02 DR-STATUS       PIC X(01).
           02 DR-SINISTRO     PIC 9(06).
           02 DR-VALOR-SINISTRO PIC 9(07)V99.

       FD  CLAIM-FILE.
           COPY 'SINISTRO.COB'.

       FD  CARRIER-MASTER.
       01  CR-REGISTRO.
           02 CR-CODIGO      PIC 9(03).
           02 CR-NOME        PIC X(20).
           02 CR-ATIVA       PIC X(01).
           02 CR-TAXA-KG     PIC 9(01)V99.
           02 CR-PRAZO-DIAS  PIC 9(03).
           02 CR-PRAZO-PAGTO PIC 9(03).

       FD  AP-ACCOUNT.
       01  AP-REGISTRO.
           02 AP-CONTA        PIC 9(04).

       FD  CARRIER-PAYABLES.
           COPY 'FATTRANS.COB'.

       FD  PENDING-PAYMENTS.
       01  PD-REGISTRO.
           02 PD-FAVORECIDO   PIC X(20).
           02 PD-CONTA        PIC 9(04).
           02 PD-VALOR        PIC 9(07)V99.
           02 PD-VENCIMENTO   PIC 9(08).
           02 PD-STATUS       PIC X(01).
              88 PD-PENDENTE  VALUE 'P'.
              88 PD-LIBERADO  VALUE 'L'.
           02 PD-ORIGEM       PIC X(02).
              88 PD-CONTAS-A-PAGAR VALUE 'CP'.
           02 PD-REFERENCIA   PIC 9(08).
           02 PD-FORMA-PAGTO  PIC X(01).
              88 PD-PAGTO-CHEQUE VALUE 'C'.
           02 PD-DATA-LIBERACAO PIC 9(08).
           02 PD-NUMERO-CHEQUE PIC 9(06).

       FD  PAYMENT-RPT.
       01  PG-LINHA           PIC X(100).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETELOG     PIC X(02)    VALUE ZEROS.
       77 WRK-QT-NOTAS        PIC 9(04)    VALUE ZEROS.
       77 WRK-COTADO-ED       PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED          PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FS-CLAIMFIL     PIC X(02)    VALUE ZEROS.
       77 WRK-EOF-CLAIMFIL    PIC X(01)    VALUE 'N'.
          88 FIM-CLAIMFIL     VALUE 'S'.
       77 WRK-SINISTROS-CHEIA PIC X(01)    VALUE 'N'.
          88 SINISTROS-CHEIA  VALUE 'S'.
       77 WRK-IDX-SIN         PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-DEDUCOES     PIC 9(04)    VALUE ZEROS.
       77 WRK-VALOR-DEDUCOES  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEDUCOES-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    EXPORTACAO DA MARGEM PARA PLANILHA: A LINHA DA VEZ E OS
      *    TOTAIS DA LINHA DE CONTROLE
       77 WRK-FS-FRETCSV      PIC X(02)    VALUE ZEROS.
       77 WRK-CSV-SECAO       PIC X(15)    VALUE SPACES.
       77 WRK-CSV-RECEITA     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CSV-CUSTO       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-CSV          PIC 9(06)    VALUE ZEROS.
       77 WRK-CSV-TOT-RECEITA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CSV-TOT-CUSTO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CSV-TOT-MARGEM  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02)    VALUE ZEROS.
       77 WRK-EOF-CARRMAST    PIC X(01)    VALUE 'N'.
          88 FIM-CARRMAST     VALUE 'S'.
       77 WRK-FS-APACCT       PIC X(02)    VALUE ZEROS.
       77 WRK-FS-CARRPAY      PIC X(02)    VALUE ZEROS.
       77 WRK-FS-PENDPAY      PIC X(02)    VALUE ZEROS.
       77 WRK-FS-FRETPAGT     PIC X(02)    VALUE ZEROS.
       77 WRK-CONTA-PAGTO     PIC 9(04)    VALUE ZEROS.
       77 WRK-TEM-CONTA       PIC X(01)    VALUE 'N'.
          88 TEM-CONTA-PAGTO  VALUE 'S'.
       77 WRK-IDX-TRP         PIC 9(02)    VALUE ZEROS.
       77 WRK-DEDUZIDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QT-AGENDADAS    PIC 9(03)    VALUE ZEROS.
       77 WRK-QT-RETIDAS      PIC 9(03)    VALUE ZEROS.
       77 WRK-TOT-FATURADO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CONTESTADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SINISTROS   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-AGENDADO    PIC 9(09)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO          PIC X(01)    VALUE SPACE.
       77 WRK-DATA-BASE       PIC 9(08)    VALUE ZEROS.
       77 WRK-QT-DIAS         PIC 9(04)    VALUE ZEROS.
       77 WRK-DATA-RESULT     PIC 9(08)    VALUE ZEROS.
       77 WRK-DIAS-DIF        PIC S9(06)   VALUE ZEROS.
       77 WRK-DATA-VALIDA     PIC X(01)    VALUE 'N'.
      *    RELATORIO DE PAGAMENTO DAS FATURAS (FRETPAGT): O FATURADO,
      *    O CONTESTADO EM NOTA DE DEBITO, OS SINISTROS DEDUZIDOS E O
      *    LIQUIDO AGENDADO OU RETIDO DE CADA TRANSPORTADORA
       01  PG-CABECALHO.
           02 PG-C-TEXTO       PIC X(60).
       01  PG-COLUNAS.
           02 FILLER           PIC X(46)
              VALUE 'TRANSPORTADORA           FATURADO   CONTESTADO'.
           02 FILLER           PIC X(46)
              VALUE '    SINISTROS      LIQUIDO VENCIMENTO SITUACAO'.
       01  PG-DETALHE.
           02 PG-D-TRANSP      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PG-D-FATURADO    PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PG-D-CONTESTADO  PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PG-D-SINISTROS   PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PG-D-LIQUIDO     PIC Z.ZZZ.ZZ9,99.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 PG-D-VENCIMENTO  PIC 9(08).
           02 FILLER           PIC X(03) VALUE SPACES.
           02 PG-D-SITUACAO    PIC X(14).
      *    SINISTROS DO CLAIMFIL (PROGCOB105); O ACEITO DE UMA
      *    TRANSPORTADORA QUE FATUROU NESTA RODADA VIRA NOTA DE
      *    DEBITO E VOLTA PARA O ARQUIVO COMO PAGO
       01  WRK-TB-SINISTROS.
           02 WRK-TB-SIN-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-SIN-ITEM OCCURS 500 TIMES.
               03 WRK-TB-SIN-REGISTRO PIC X(82).
       01  DN-SINISTRO-LINHA.
           02 FILLER           PIC X(09) VALUE 'SINISTRO '.
           02 DN-S-NUMERO      PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DN-S-TIPO        PIC X(09).
           02 FILLER           PIC X(26)
                               VALUE ' VALOR ACEITO A DEDUZIR  '.
           02 DN-S-VALOR       PIC Z.ZZZ.ZZ9,99.
       01  DN-CABECALHO.
           02 FILLER           PIC X(16)
                               VALUE 'NOTA DE DEBITO  '.
               03 WRK-TB-MTR-NOME    PIC X(20).
               03 WRK-TB-MTR-RECEITA PIC 9(08)V99.
               03 WRK-TB-MTR-CUSTO   PIC 9(08)V99.
               03 WRK-TB-MTR-CONTESTADO PIC 9(08)V99.
               03 WRK-TB-MTR-SINISTROS  PIC 9(08)V99.
               03 WRK-TB-MTR-PENDENCIAS PIC 9(03).
               03 WRK-TB-MTR-PRAZO-PAGTO PIC 9(03).
               03 WRK-TB-MTR-CADASTRO   PIC X(01).
       01  MG-CABECALHO.
           02 MG-C-TEXTO       PIC X(50).
       01  MG-DETALHE.
           02 FILLER            PIC X(01) VALUE SPACE.
           02 DC-D-COMPLEMENTO  PIC X(38).
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-FATURA UNTIL FIM-CARRINV.
           PERFORM 0250-DEDUZIR-SINISTROS.
           PERFORM 0260-AGENDAR-PAGAMENTOS.
           PERFORM 0300-LISTAR-NAO-FATURADAS.
           PERFORM 0400-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB22'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-TOLERANCIA.
           PERFORM 0108-RECUPERAR-NUMERACAO.

           COMPUTE WRK-DIFERENCA = CI-FRETE - WRK-FRETE-COTADO.
           PERFORM 0230-ACUMULAR-MARGEM.
           MOVE WRK-MRG-ACHADO TO WRK-IDX-TRP.

      *    VALE A MAIOR TOLERANCIA ENTRE A ABSOLUTA E O PERCENTUAL
      *    SOBRE O COTADO

           IF WRK-DIFERENCA > WRK-TOLER-EFETIVA
               PERFORM 0240-EMITIR-NOTA-DEBITO
               IF WRK-IDX-TRP > ZEROS
                   ADD WRK-DIFERENCA
                     TO WRK-TB-MTR-CONTESTADO(WRK-IDX-TRP)
               END-IF
           END-IF.

           IF WRK-DIFERENCA > WRK-TOLERANCIA
                   DELIMITED BY SIZE INTO DC-D-COMPLEMENTO
               PERFORM 0350-QUEBRA-PAGINA
               WRITE DC-LINHA FROM DC-DETALHE
      *        A DIVERGENCIA QUE NAO VIROU NOTA DE DEBITO (COBRANCA A
      *        MENOR OU DENTRO DA TOLERANCIA PERCENTUAL) FICA EM
      *        ABERTO E SEGURA O PAGAMENTO DA FATURA
               IF WRK-DIFERENCA NOT > WRK-TOLER-EFETIVA
                  AND WRK-IDX-TRP > ZEROS
                   ADD 1 TO WRK-TB-MTR-PENDENCIAS(WRK-IDX-TRP)
               END-IF
           END-IF.

      *    COBRANCA A MAIOR ALEM DA TOLERANCIA: SAI O DOCUMENTO
           MOVE CI-FRETE         TO DR-FATURADO.
           MOVE WRK-DIFERENCA    TO DR-DIFERENCA.
           MOVE 'E'              TO DR-STATUS.
           MOVE ZEROS            TO DR-SINISTRO DR-VALOR-SINISTRO.
           WRITE DR-REGISTRO.

      *    O PAR CASADO ALIMENTA A MARGEM: RECEITA = FRETE COTADO,
                 TO WRK-TB-MTR-NOME(WRK-MRG-ACHADO)
               MOVE ZEROS TO WRK-TB-MTR-RECEITA(WRK-MRG-ACHADO)
                             WRK-TB-MTR-CUSTO(WRK-MRG-ACHADO)
                             WRK-TB-MTR-CONTESTADO(WRK-MRG-ACHADO)
                             WRK-TB-MTR-SINISTROS(WRK-MRG-ACHADO)
                             WRK-TB-MTR-PENDENCIAS(WRK-MRG-ACHADO)
                             WRK-TB-MTR-PRAZO-PAGTO(WRK-MRG-ACHADO)
               MOVE 'N' TO WRK-TB-MTR-CADASTRO(WRK-MRG-ACHADO)
           END-IF.
           IF WRK-MRG-ACHADO > ZEROS
               ADD WRK-FRETE-COTADO
           MOVE 'MARGEM DE FRETE - COTADO X FATURADO'
             TO MG-C-TEXTO.
           WRITE MG-LINHA FROM MG-CABECALHO.
           OPEN OUTPUT MARGIN-CSV.
           MOVE 'SECAO;CHAVE;RECEITA;CUSTO;MARGEM;PCT MARGEM;ALERTA'
             TO MC-LINHA.
           WRITE MC-LINHA.

           MOVE 'POR UF:' TO MG-C-TEXTO.
           WRITE MG-LINHA FROM MG-CABECALHO.
               END-IF
               MOVE WRK-PCT-MARGEM TO MG-D-PCT
               WRITE MG-LINHA FROM MG-DETALHE
               MOVE 'UF' TO WRK-CSV-SECAO
               MOVE WRK-TB-MUF-RECEITA(WRK-IDX-MRG)
                 TO WRK-CSV-RECEITA
               MOVE WRK-TB-MUF-CUSTO(WRK-IDX-MRG) TO WRK-CSV-CUSTO
               PERFORM 0340-EXPORTAR-MARGEM
           END-PERFORM.

           MOVE 'POR TRANSPORTADORA:' TO MG-C-TEXTO.
               END-IF
               MOVE WRK-PCT-MARGEM TO MG-D-PCT
               WRITE MG-LINHA FROM MG-DETALHE
               MOVE 'TRANSPORTADORA' TO WRK-CSV-SECAO
               MOVE WRK-TB-MTR-RECEITA(WRK-IDX-MRG)
                 TO WRK-CSV-RECEITA
               MOVE WRK-TB-MTR-CUSTO(WRK-IDX-MRG) TO WRK-CSV-CUSTO
               PERFORM 0340-EXPORTAR-MARGEM
           END-PERFORM.

           CLOSE MARGIN-RPT.
           PERFORM 0345-EXPORTAR-CONTROLE.
           CLOSE MARGIN-CSV.

       0330-MONTAR-LINHA-MARGEM.
           MOVE WRK-MARGEM TO MG-D-MARGEM.
               MOVE SPACES TO MG-D-ALERTA
           END-IF.

      *    A MESMA LINHA DA MARGEM PARA A PLANILHA, COM A SECAO NA
      *    FRENTE NO LUGAR DO TITULO DA SECAO
       0340-EXPORTAR-MARGEM.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE WRK-CSV-SECAO TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE MG-D-CHAVE    TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-RECEITA TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-CUSTO   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-MARGEM      TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-PCT-MARGEM  TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE MG-D-ALERTA     TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE MC-LINHA FROM CSV-LINHA.

           ADD 1 TO WRK-QT-CSV.
           ADD WRK-CSV-RECEITA TO WRK-CSV-TOT-RECEITA.
           ADD WRK-CSV-CUSTO   TO WRK-CSV-TOT-CUSTO.
           ADD WRK-MARGEM      TO WRK-CSV-TOT-MARGEM.

      *    LINHA DE CONTROLE: QUANTIDADE DE LINHAS E TOTAIS DE
      *    RECEITA, CUSTO E MARGEM DE TODAS AS LINHAS EXPORTADAS (AS
      *    DUAS SECOES TRAZEM O MESMO MOVIMENTO, CADA UMA SOMA METADE)
       0345-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-QT-CSV TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-TOT-RECEITA TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-TOT-CUSTO   TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE WRK-CSV-TOT-MARGEM  TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE MC-LINHA FROM CSV-LINHA.

      *    O SINISTRO ACEITO VIRA DEDUCAO NA FATURA DA PROPRIA
      *    TRANSPORTADORA: SO ENTRA A QUE TEVE LINHA CASADA NESTA
      *    RODADA (TABELA DE MARGEM POR TRANSPORTADORA). O CLAIMFIL
      *    MAIOR QUE A TABELA NAO E TOCADO, PARA NAO SER REGRAVADO
      *    PELA METADE
       0250-DEDUZIR-SINISTROS.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-CLAIMFIL = '00'
               PERFORM 0251-LER-SINISTRO
               PERFORM UNTIL FIM-CLAIMFIL
                              OR WRK-TB-SIN-QTD = 500
                   ADD 1 TO WRK-TB-SIN-QTD
                   MOVE SN-REGISTRO
                     TO WRK-TB-SIN-REGISTRO(WRK-TB-SIN-QTD)
                   PERFORM 0251-LER-SINISTRO
               END-PERFORM
               IF NOT FIM-CLAIMFIL
                   MOVE 'S' TO WRK-SINISTROS-CHEIA
               END-IF
               CLOSE CLAIM-FILE
           END-IF.

           IF SINISTROS-CHEIA
               DISPLAY '*** CLAIMFIL MAIOR QUE A TABELA DE 500'
                       ' SINISTROS - DEDUCOES NAO FEITAS ***'
           ELSE
               PERFORM VARYING WRK-IDX-SIN FROM 1 BY 1
                               UNTIL WRK-IDX-SIN > WRK-TB-SIN-QTD
                   MOVE WRK-TB-SIN-REGISTRO(WRK-IDX-SIN)
                     TO SN-REGISTRO
                   IF SN-ACEITO
                       PERFORM 0252-CONFERIR-TRANSPORTADORA
                       IF WRK-MRG-ACHADO > ZEROS
                           PERFORM 0253-EMITIR-NOTA-SINISTRO
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-QT-DEDUCOES > ZEROS
                   PERFORM 0254-REGRAVAR-CLAIMFIL
               END-IF
           END-IF.

       0251-LER-SINISTRO.
           READ CLAIM-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-CLAIMFIL
           END-READ.

       0252-CONFERIR-TRANSPORTADORA.
           MOVE ZEROS TO WRK-MRG-ACHADO.
           PERFORM VARYING WRK-IDX-MRG FROM 1 BY 1
                           UNTIL WRK-IDX-MRG > WRK-TB-MTR-QTD
                              OR WRK-MRG-ACHADO > ZEROS
               IF WRK-TB-MTR-NOME(WRK-IDX-MRG) = SN-TRANSP
                   MOVE WRK-IDX-MRG TO WRK-MRG-ACHADO
               END-IF
           END-PERFORM.

      *    MESMA NUMERACAO DEBNCTL E MESMO DOCUMENTO DA COBRANCA A
      *    MAIOR; NO DEBNREG A NOTA LEVA O SINISTRO E O VALOR
       0253-EMITIR-NOTA-SINISTRO.
           ADD 1 TO WRK-NUMERO-NOTA.
           ADD 1 TO WRK-QT-NOTAS.
           ADD 1 TO WRK-QT-DEDUCOES.
           ADD SN-VALOR-ACEITO TO WRK-VALOR-DEDUCOES.
           ADD SN-VALOR-ACEITO
             TO WRK-TB-MTR-SINISTROS(WRK-MRG-ACHADO).

           MOVE WRK-NUMERO-NOTA TO DN-C-NUMERO.
           MOVE WRK-DATASYS     TO DN-C-DATA.
           WRITE DN-LINHA FROM DN-CABECALHO.
           MOVE SN-TRANSP   TO DN-T-TRANSP.
           MOVE SN-EMBARQUE TO DN-T-COTACAO.
           WRITE DN-LINHA FROM DN-TRANSP-LINHA.
           MOVE SN-NUMERO   TO DN-S-NUMERO.
           EVALUATE TRUE
               WHEN SN-AVARIA
                   MOVE 'AVARIA   ' TO DN-S-TIPO
               WHEN SN-EXTRAVIO
                   MOVE 'EXTRAVIO ' TO DN-S-TIPO
               WHEN OTHER
                   MOVE 'ATRASO   ' TO DN-S-TIPO
           END-EVALUATE.
           MOVE SN-VALOR-ACEITO TO DN-S-VALOR.
           WRITE DN-LINHA FROM DN-SINISTRO-LINHA.
           MOVE SPACES TO DN-LINHA.
           WRITE DN-LINHA.

           MOVE WRK-NUMERO-NOTA TO DR-NUMERO.
           MOVE WRK-DATASYS     TO DR-DATA.
           MOVE SN-TRANSP       TO DR-TRANSP.
           MOVE SN-EMBARQUE     TO DR-COTACAO.
           MOVE ZEROS TO DR-COTADO DR-FATURADO DR-DIFERENCA.
           MOVE 'E'             TO DR-STATUS.
           MOVE SN-NUMERO       TO DR-SINISTRO.
           MOVE SN-VALOR-ACEITO TO DR-VALOR-SINISTRO.
           WRITE DR-REGISTRO.

           MOVE 'P'             TO SN-STATUS.
           MOVE WRK-DATASYS     TO SN-DATA-STATUS.
           MOVE WRK-NUMERO-NOTA TO SN-NOTA-DEBITO.
           MOVE SN-REGISTRO TO WRK-TB-SIN-REGISTRO(WRK-IDX-SIN).

       0254-REGRAVAR-CLAIMFIL.
           OPEN OUTPUT CLAIM-FILE.
           PERFORM VARYING WRK-IDX-SIN FROM 1 BY 1
                           UNTIL WRK-IDX-SIN > WRK-TB-SIN-QTD
               MOVE WRK-TB-SIN-REGISTRO(WRK-IDX-SIN) TO SN-REGISTRO
               WRITE SN-REGISTRO
           END-PERFORM.
           CLOSE CLAIM-FILE.

      *    A FATURA CONCILIADA DE CADA TRANSPORTADORA VIRA PAGAMENTO
      *    PENDENTE NO PENDPAY PELO LIQUIDO (FATURADO MENOS AS NOTAS
      *    DE DEBITO DA RODADA), VENCENDO NO PRAZO DE PAGAMENTO DO
      *    CARRMAST CONTADO DA CONCILIACAO. DIVERGENCIA EM ABERTO,
      *    TRANSPORTADORA FORA DO CADASTRO OU FALTA DA CONTA DE
      *    PAGAMENTO (APACCT) RETEM A FATURA ATE A LIBERACAO NO
      *    PROGCOB106. TODA FATURA FICA NO CARRPAY. O LIQUIDO VAI
      *    INTEIRO PARA O PENDPAY, COM OS CENTAVOS
       0260-AGENDAR-PAGAMENTOS.
           OPEN INPUT AP-ACCOUNT.
           IF WRK-FS-APACCT = '00'
               READ AP-ACCOUNT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CONTA > ZEROS
                           MOVE AP-CONTA TO WRK-CONTA-PAGTO
                           MOVE 'S' TO WRK-TEM-CONTA
                       END-IF
               END-READ
               CLOSE AP-ACCOUNT
           END-IF.
           IF NOT TEM-CONTA-PAGTO
               DISPLAY 'APACCT AUSENTE - FATURAS RETIDAS SEM'
                       ' AGENDAMENTO'
           END-IF.

           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-CARRMAST = '00'
               PERFORM 0261-LER-TRANSPORTADORA
               PERFORM UNTIL FIM-CARRMAST
                   PERFORM 0262-GUARDAR-PRAZO-PAGTO
                   PERFORM 0261-LER-TRANSPORTADORA
               END-PERFORM
               CLOSE CARRIER-MASTER
           END-IF.

           OPEN EXTEND CARRIER-PAYABLES.
           IF WRK-FS-CARRPAY = '05' OR WRK-FS-CARRPAY = '35'
               OPEN OUTPUT CARRIER-PAYABLES
           END-IF.
           OPEN EXTEND PENDING-PAYMENTS.
           IF WRK-FS-PENDPAY = '05' OR WRK-FS-PENDPAY = '35'
               OPEN OUTPUT PENDING-PAYMENTS
           END-IF.
           OPEN OUTPUT PAYMENT-RPT.
           MOVE 'PAGAMENTO DAS FATURAS DE TRANSPORTADORAS'
             TO PG-C-TEXTO.
           WRITE PG-LINHA FROM PG-CABECALHO.
           WRITE PG-LINHA FROM PG-COLUNAS.

           PERFORM VARYING WRK-IDX-TRP FROM 1 BY 1
                           UNTIL WRK-IDX-TRP > WRK-TB-MTR-QTD
               PERFORM 0263-AVALIAR-FATURA
           END-PERFORM.

           MOVE 'TOTAIS'           TO PG-D-TRANSP.
           MOVE WRK-TOT-FATURADO   TO PG-D-FATURADO.
           MOVE WRK-TOT-CONTESTADO TO PG-D-CONTESTADO.
           MOVE WRK-TOT-SINISTROS  TO PG-D-SINISTROS.
           MOVE WRK-TOT-AGENDADO   TO PG-D-LIQUIDO.
           MOVE ZEROS              TO PG-D-VENCIMENTO.
           MOVE 'TOT. AGENDADO '   TO PG-D-SITUACAO.
           WRITE PG-LINHA FROM PG-DETALHE.

           CLOSE CARRIER-PAYABLES.
           CLOSE PENDING-PAYMENTS.
           CLOSE PAYMENT-RPT.

       0261-LER-TRANSPORTADORA.
           READ CARRIER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CARRMAST
           END-READ.

       0262-GUARDAR-PRAZO-PAGTO.
           PERFORM VARYING WRK-IDX-MRG FROM 1 BY 1
                           UNTIL WRK-IDX-MRG > WRK-TB-MTR-QTD
               IF WRK-TB-MTR-NOME(WRK-IDX-MRG) = CR-NOME
                   MOVE 'S' TO WRK-TB-MTR-CADASTRO(WRK-IDX-MRG)
                   IF CR-PRAZO-PAGTO IS NUMERIC
                       MOVE CR-PRAZO-PAGTO
                         TO WRK-TB-MTR-PRAZO-PAGTO(WRK-IDX-MRG)
                   END-IF
               END-IF
           END-PERFORM.

      *    COTACAO ANTIGA, SEM TRANSPORTADORA GRAVADA NO FRETELOG,
      *    SO APARECE NO RELATORIO: NAO HA A QUEM PAGAR
       0263-AVALIAR-FATURA.
           COMPUTE WRK-DEDUZIDO =
               WRK-TB-MTR-CONTESTADO(WRK-IDX-TRP)
               + WRK-TB-MTR-SINISTROS(WRK-IDX-TRP).

           MOVE WRK-DATASYS        TO FT-DATA.
           MOVE WRK-TB-MTR-NOME(WRK-IDX-TRP)  TO FT-TRANSP.
           MOVE WRK-TB-MTR-CUSTO(WRK-IDX-TRP) TO FT-FATURADO.
           MOVE WRK-TB-MTR-CONTESTADO(WRK-IDX-TRP) TO FT-CONTESTADO.
           MOVE WRK-TB-MTR-SINISTROS(WRK-IDX-TRP)  TO FT-SINISTROS.
           IF WRK-DEDUZIDO < WRK-TB-MTR-CUSTO(WRK-IDX-TRP)
               COMPUTE FT-LIQUIDO =
                   WRK-TB-MTR-CUSTO(WRK-IDX-TRP) - WRK-DEDUZIDO
           ELSE
               MOVE ZEROS TO FT-LIQUIDO
           END-IF.
           MOVE WRK-TB-MTR-PENDENCIAS(WRK-IDX-TRP) TO FT-PENDENCIAS.
           MOVE SPACE              TO FT-MOTIVO.
           MOVE SPACES             TO FT-ANALISTA.
           MOVE ZEROS              TO FT-DATA-LIBERACAO.

           MOVE 'C' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE WRK-TB-MTR-PRAZO-PAGTO(WRK-IDX-TRP) TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO FT-VENCIMENTO.

           EVALUATE TRUE
               WHEN FT-TRANSP = SPACES
                   MOVE 'SEM TRANSP.   ' TO PG-D-SITUACAO
               WHEN FT-LIQUIDO = ZEROS
                   MOVE 'Z' TO FT-STATUS
                   MOVE 'LIQUIDO ZERO  ' TO PG-D-SITUACAO
               WHEN FT-PENDENCIAS > ZEROS
                   MOVE 'R' TO FT-STATUS
                   MOVE 'D' TO FT-MOTIVO
                   MOVE 'RETIDA DIVERG.' TO PG-D-SITUACAO
               WHEN WRK-TB-MTR-CADASTRO(WRK-IDX-TRP) NOT = 'S'
                   MOVE 'R' TO FT-STATUS
                   MOVE 'C' TO FT-MOTIVO
                   MOVE 'RETIDA S/CAD. ' TO PG-D-SITUACAO
               WHEN NOT TEM-CONTA-PAGTO
                   MOVE 'R' TO FT-STATUS
                   MOVE 'T' TO FT-MOTIVO
                   MOVE 'RETIDA S/CONTA' TO PG-D-SITUACAO
               WHEN OTHER
                   MOVE 'A' TO FT-STATUS
                   MOVE 'AGENDADA      ' TO PG-D-SITUACAO
                   MOVE FT-TRANSP       TO PD-FAVORECIDO
                   MOVE WRK-CONTA-PAGTO TO PD-CONTA
                   MOVE FT-LIQUIDO      TO PD-VALOR
                   MOVE FT-VENCIMENTO   TO PD-VENCIMENTO
                   MOVE 'P'             TO PD-STATUS
                   MOVE SPACES          TO PD-ORIGEM
                   MOVE ZEROS           TO PD-REFERENCIA
                   MOVE SPACE           TO PD-FORMA-PAGTO
                   MOVE ZEROS           TO PD-DATA-LIBERACAO
                   MOVE ZEROS           TO PD-NUMERO-CHEQUE
                   WRITE PD-REGISTRO
                   ADD 1 TO WRK-QT-AGENDADAS
                   ADD FT-LIQUIDO TO WRK-TOT-AGENDADO
           END-EVALUATE.

           IF FT-TRANSP NOT = SPACES
               WRITE FT-REGISTRO
           END-IF.
           IF FT-RETIDA
               ADD 1 TO WRK-QT-RETIDAS
           END-IF.

           ADD FT-FATURADO   TO WRK-TOT-FATURADO.
           ADD FT-CONTESTADO TO WRK-TOT-CONTESTADO.
           ADD FT-SINISTROS  TO WRK-TOT-SINISTROS.
           MOVE FT-TRANSP     TO PG-D-TRANSP.
           MOVE FT-FATURADO   TO PG-D-FATURADO.
           MOVE FT-CONTESTADO TO PG-D-CONTESTADO.
           MOVE FT-SINISTROS  TO PG-D-SINISTROS.
           MOVE FT-LIQUIDO    TO PG-D-LIQUIDO.
           MOVE FT-VENCIMENTO TO PG-D-VENCIMENTO.
           WRITE PG-LINHA FROM PG-DETALHE.

       0300-LISTAR-NAO-FATURADAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                   STRING 'COTACAO ' WRK-TB-NUMERO(WRK-IDX)
                          ' CPF ' WRK-TB-CPF(WRK-IDX)
                       DELIMITED BY SIZE INTO DC-D-COMPLEMENTO
                   MOVE 'FRETDISC'       TO CF-RELATORIO
                   MOVE DC-D-COMPLEMENTO TO CF-TEXTO
                   MOVE 'T' TO CF-FUNCAO
                   CALL 'PROGCOB130' USING CF-PARAMETROS
                   MOVE CF-TEXTO         TO DC-D-COMPLEMENTO
                   PERFORM 0350-QUEBRA-PAGINA
                   WRITE DC-LINHA FROM DC-DETALHE
               END-IF
           DISPLAY 'DIFERENCAS DE VALOR....... ' WRK-QT-DIF-VALOR.
           DISPLAY 'ROTAS ABAIXO DO CUSTO..... ' WRK-QT-ABAIXO-CUSTO.
           DISPLAY 'NOTAS DE DEBITO EMITIDAS.. ' WRK-QT-NOTAS.
           DISPLAY 'SINISTROS DEDUZIDOS....... ' WRK-QT-DEDUCOES.
           MOVE WRK-VALOR-DEDUCOES TO WRK-DEDUCOES-ED.
           DISPLAY 'VALOR DEDUZIDO........ R$ ' WRK-DEDUCOES-ED.
           DISPLAY 'FATURAS AGENDADAS......... ' WRK-QT-AGENDADAS.
           DISPLAY 'FATURAS RETIDAS........... ' WRK-QT-RETIDAS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE CARRIER-INVOICE.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE DC-LINHA FROM RW-TRAILER.
           CLOSE DISCREPANCY-RPT.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           IF TABELA-CHEIA
               DISPLAY '*** FRETELOG MAIOR QUE A TABELA DE 200'
                       ' COTACOES - RELATORIO INCOMPLETO ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF SINISTROS-CHEIA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
