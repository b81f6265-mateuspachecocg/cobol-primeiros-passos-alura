       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: IMPRESSAO DE CHEQUES DOS PAGAMENTOS LIBERADOS: LE
      *     O PENDPAY E, PARA CADA PAGAMENTO JA LIBERADO PELO
      *     PROGCOB50 COM FORMA 'C' (CHEQUE) AINDA SEM NUMERO, TOMA O
      *     PROXIMO NUMERO DO TALAO DA CONTA NO CONTROLE CHEQCTL
      *     (COPYBOOK CHEQCTL, UM REGISTRO POR BM-CONTA) E IMPRIME O
      *     CHEQUE NO FORMULARIO PRE-IMPRESSO (CHEQPRT): FAVORECIDO,
      *     VALOR EM ALGARISMOS PROTEGIDO POR ASTERISCOS, VALOR POR
      *     EXTENSO EM REAIS E CENTAVOS (SUBROTINA PROGCOBD08 - O
      *     EXTENSO NAO E MAIS ESCRITO A MAO), PRACA E DATA. CADA
      *     CHEQUE VAI PARA O REGISTRO DE CHEQUES (CHEQREG, COPYBOOK
      *     CHEQREG) QUE A CONCILIACAO (PROGCOB34) USA PARA CASAR O
      *     CHEQUE COMPENSADO PELO NUMERO, E O PENDPAY GUARDA O
      *     NUMERO EMITIDO. NUMERO JA REGISTRADO (FOLHA INUTILIZADA
      *     PELO PROGCOB113) E PULADO NO TALAO. CONTA SEM TALAO OU
      *     TALAO ESGOTADO DEIXA O PAGAMENTO NA FILA, COM SYSEXCEP E
      *     RETURN-CODE 4. A RELACAO CHEQLST LISTA O QUE FOI EMITIDO
      *     NA RODADA PARA CONFERENCIA E ASSINATURA
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            CUJO PD-VALOR PASSOU A TER CENTAVOS (9(07)V99)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT CHEQUE-CONTROL ASSIGN TO 'CHEQCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQCTL.

           SELECT CHEQUE-REGISTER ASSIGN TO 'CHEQREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQREG.

           SELECT CHEQUE-FORMS ASSIGN TO 'CHEQPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQPRT.

           SELECT CHEQUE-LIST ASSIGN TO 'CHEQLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHEQLST.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CHEQUE-CONTROL.
           COPY 'CHEQCTL.COB'.

       FD  CHEQUE-REGISTER.
           COPY 'CHEQREG.COB'.

       FD  CHEQUE-FORMS.
       01  CH-LINHA           PIC X(80).

       FD  CHEQUE-LIST.
       01  CL-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQCTL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQREG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQPRT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHEQLST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PENDPAY   PIC X(01) VALUE 'N'.
          88 FIM-PENDPAY    VALUE 'S'.
       77 WRK-EOF-CHEQCTL   PIC X(01) VALUE 'N'.
          88 FIM-CHEQCTL    VALUE 'S'.
       77 WRK-EOF-CHEQREG   PIC X(01) VALUE 'N'.
          88 FIM-CHEQREG    VALUE 'S'.
       77 WRK-TEM-CONTROLE  PIC X(01) VALUE 'N'.
          88 TEM-CHEQCTL    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CQ        PIC 9(03) VALUE ZEROS.
       77 WRK-CQ-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CR        PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO-USADO  PIC X(01) VALUE 'N'.
       77 WRK-QT-EMITIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-PULADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-RETIDOS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-EMITIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTENSO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXTENSO       PIC X(200) VALUE SPACES.
       77 WRK-TAM-EXTENSO   PIC 9(03) VALUE ZEROS.
       77 WRK-CORTE         PIC 9(03) VALUE ZEROS.
       77 WRK-TAM-RESTO     PIC 9(03) VALUE ZEROS.
       77 WRK-LINHAS-FORM   PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       01  WRK-DATA-CHEQUE.
           02 WRK-DC-ANO      PIC 9(04).
           02 WRK-DC-MES      PIC 9(02).
           02 WRK-DC-DIA      PIC 9(02).
       01  WRK-TB-MESES.
           02 WRK-MES PIC X(09) OCCURS 12 TIMES.
      *    PAGAMENTOS PENDENTES, REGRAVADOS COM O NUMERO DO CHEQUE
       01  WRK-TB-PENDENTES.
           02 WRK-PD-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-PD-ITEM     PIC X(67) OCCURS 200 TIMES.
      *    TALOES POR CONTA, REGRAVADOS COM O PROXIMO NUMERO
       01  WRK-TB-TALOES.
           02 WRK-CQ-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-CQ-ITEM     PIC X(36) OCCURS 50 TIMES.
      *    REGISTRO DE CHEQUES: O QUE JA EXISTIA MAIS OS EMITIDOS
       01  WRK-TB-REGISTRO.
           02 WRK-CR-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-CR-ITEM     PIC X(104) OCCURS 2000 TIMES.
      *    FORMULARIO PRE-IMPRESSO DO CHEQUE - 12 LINHAS POR FOLHA
       01  CH-NUMERACAO.
           02 FILLER          PIC X(06) VALUE 'CONTA '.
           02 CH-N-CONTA      PIC 9(04).
           02 FILLER          PIC X(08) VALUE ' CHEQUE '.
           02 CH-N-NUMERO     PIC 9(06).
           02 FILLER          PIC X(28) VALUE SPACES.
           02 FILLER          PIC X(03) VALUE 'R$ '.
           02 CH-N-VALOR      PIC *.***.**9,99.
       01  CH-EXTENSO.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 CH-E-TEXTO      PIC X(65).
       01  CH-FAVORECIDO.
           02 FILLER          PIC X(10) VALUE SPACES.
           02 CH-F-NOME       PIC X(20).
       01  CH-PRACA-DATA.
           02 FILLER          PIC X(35) VALUE SPACES.
           02 CH-P-TEXTO      PIC X(45).
       01  CL-DETALHE.
           02 CL-D-CONTA      PIC 9(04).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CL-D-NUMERO     PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CL-D-FAVORECIDO PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CL-D-LANCAMENTO PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CL-D-VALOR      PIC Z.ZZZ.ZZ9,99.
       01  CL-TOTAL.
           02 FILLER          PIC X(20) VALUE 'TOTAL EMITIDO'.
           02 FILLER          PIC X(24) VALUE SPACES.
           02 CL-T-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT TEM-CHEQCTL
               DISPLAY 'CHEQCTL AUSENTE OU VAZIO - SEM TALAO,'
                       ' NENHUM CHEQUE EMITIDO'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-LOTE
               DISPLAY 'IMPRESSAO ABANDONADA, ARQUIVOS INTACTOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-EMITIR-CHEQUES
               PERFORM 0300-REGRAVAR-ARQUIVOS
               PERFORM 0900-FINALIZAR
           END-IF
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS TO WRK-DATA-CHEQUE.
           PERFORM 0150-MONTAR-MESES.

           PERFORM 0110-CARREGAR-TALOES.
           IF TEM-CHEQCTL
               PERFORM 0120-CARREGAR-REGISTRO
               PERFORM 0130-CARREGAR-PENDENTES
           END-IF.

           IF TEM-CHEQCTL AND NOT ABANDONAR-LOTE
               OPEN OUTPUT CHEQUE-FORMS
               OPEN OUTPUT CHEQUE-LIST
               MOVE 'RELACAO DE CHEQUES EMITIDOS' TO RW-TITULO
               MOVE 'CONTA / CHEQUE / FAVORECIDO / LANCAMENTO / VALOR'
                 TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF
           END-IF.

      *    O CHEQCTL E OBRIGATORIO: SEM TALAO NAO HA NUMERO A DAR
       0110-CARREGAR-TALOES.
           OPEN INPUT CHEQUE-CONTROL.
           IF WRK-FS-CHEQCTL = '00'
               PERFORM 0115-LER-TALAO
               PERFORM UNTIL FIM-CHEQCTL
                              OR WRK-CQ-QTD = 50
                   ADD 1 TO WRK-CQ-QTD
                   MOVE CQ-REGISTRO TO WRK-CQ-ITEM(WRK-CQ-QTD)
                   PERFORM 0115-LER-TALAO
               END-PERFORM
               IF NOT FIM-CHEQCTL
                   DISPLAY 'CHEQCTL MAIOR QUE A TABELA DE 50'
                           ' CONTAS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CHEQUE-CONTROL
               IF WRK-CQ-QTD > ZEROS
                   MOVE 'S' TO WRK-TEM-CONTROLE
               END-IF
           END-IF.

       0115-LER-TALAO.
           READ CHEQUE-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-CHEQCTL
           END-READ.

       0120-CARREGAR-REGISTRO.
           OPEN INPUT CHEQUE-REGISTER.
           IF WRK-FS-CHEQREG = '00'
               PERFORM 0125-LER-REGISTRO
               PERFORM UNTIL FIM-CHEQREG
                              OR WRK-CR-QTD = 2000
                   ADD 1 TO WRK-CR-QTD
                   MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-QTD)
                   PERFORM 0125-LER-REGISTRO
               END-PERFORM
               IF NOT FIM-CHEQREG
                   DISPLAY 'CHEQREG MAIOR QUE A TABELA DE 2000'
                           ' CHEQUES'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE CHEQUE-REGISTER
           END-IF.

       0125-LER-REGISTRO.
           READ CHEQUE-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-CHEQREG
           END-READ.

       0130-CARREGAR-PENDENTES.
           OPEN INPUT PENDING-PAYMENTS.
           IF WRK-FS-PENDPAY = '00'
               PERFORM 0135-LER-PENDENTE
               PERFORM UNTIL FIM-PENDPAY
                              OR WRK-PD-QTD = 200
                   ADD 1 TO WRK-PD-QTD
                   MOVE PD-REGISTRO TO WRK-PD-ITEM(WRK-PD-QTD)
                   PERFORM 0135-LER-PENDENTE
               END-PERFORM
               IF NOT FIM-PENDPAY
                   DISPLAY 'PENDPAY MAIOR QUE A TABELA DE 200'
                           ' PAGAMENTOS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE PENDING-PAYMENTS
           END-IF.

       0135-LER-PENDENTE.
           READ PENDING-PAYMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-PENDPAY
           END-READ.

       0150-MONTAR-MESES.
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

      *    SO O PAGAMENTO JA LIBERADO (LANCADO NO REGTRAN PELO
      *    PROGCOB50), EM CHEQUE E AINDA SEM NUMERO VIRA CHEQUE; O
      *    PENDENTE ESPERA A LIBERACAO
       0200-EMITIR-CHEQUES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-PD-QTD
               MOVE WRK-PD-ITEM(WRK-IDX) TO PD-REGISTRO
               IF PD-LIBERADO AND PD-PAGTO-CHEQUE
                  AND PD-NUMERO-CHEQUE = ZEROS
                   PERFORM 0210-EMITIR-CHEQUE
               END-IF
           END-PERFORM.

       0210-EMITIR-CHEQUE.
           PERFORM 0220-ACHAR-TALAO.
           IF WRK-CQ-ACHADO = ZEROS
               MOVE 'CONTA SEM TALAO NO CHEQCTL' TO WRK-MOTIVO
               PERFORM 0280-RETER-PAGAMENTO
           ELSE
               PERFORM 0230-PROXIMO-NUMERO
               IF WRK-NUMERO > CQ-ULTIMO-CHEQUE
                   MOVE 'TALAO ESGOTADO NO CHEQCTL' TO WRK-MOTIVO
                   PERFORM 0280-RETER-PAGAMENTO
               ELSE
               IF WRK-CR-QTD = 2000
                   MOVE 'CHEQREG SEM ESPACO' TO WRK-MOTIVO
                   PERFORM 0280-RETER-PAGAMENTO
               ELSE
                   PERFORM 0240-REGISTRAR-CHEQUE
                   PERFORM 0250-IMPRIMIR-CHEQUE
                   PERFORM 0260-LISTAR-CHEQUE
               END-IF
               END-IF
           END-IF.

       0220-ACHAR-TALAO.
           MOVE ZEROS TO WRK-CQ-ACHADO.
           PERFORM VARYING WRK-IDX-CQ FROM 1 BY 1
                           UNTIL WRK-IDX-CQ > WRK-CQ-QTD
                              OR WRK-CQ-ACHADO > ZEROS
               MOVE WRK-CQ-ITEM(WRK-IDX-CQ) TO CQ-REGISTRO
               IF CQ-CONTA = PD-CONTA
                   MOVE WRK-IDX-CQ TO WRK-CQ-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-CQ-ACHADO > ZEROS
               MOVE WRK-CQ-ITEM(WRK-CQ-ACHADO) TO CQ-REGISTRO
           END-IF.

      *    NUMERO QUE JA ESTA NO REGISTRO (FOLHA INUTILIZADA EM
      *    BRANCO, TALAO RECARREGADO) NAO E EMITIDO DE NOVO: O TALAO
      *    ANDA ATE O PRIMEIRO NUMERO LIVRE
       0230-PROXIMO-NUMERO.
           MOVE CQ-PROXIMO-CHEQUE TO WRK-NUMERO.
           MOVE 'S' TO WRK-NUMERO-USADO.
           PERFORM UNTIL WRK-NUMERO-USADO = 'N'
                      OR WRK-NUMERO > CQ-ULTIMO-CHEQUE
               PERFORM 0235-VERIFICAR-NUMERO
               IF WRK-NUMERO-USADO = 'S'
                   ADD 1 TO WRK-NUMERO
                   ADD 1 TO WRK-QT-PULADOS
               END-IF
           END-PERFORM.

       0235-VERIFICAR-NUMERO.
           MOVE 'N' TO WRK-NUMERO-USADO.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
                              OR WRK-NUMERO-USADO = 'S'
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               IF CR-CONTA = CQ-CONTA AND CR-NUMERO = WRK-NUMERO
                   MOVE 'S' TO WRK-NUMERO-USADO
               END-IF
           END-PERFORM.

      *    O CHEQUE ENTRA NO REGISTRO COMO EMITIDO, O TALAO ANDA E O
      *    PENDENTE GUARDA O NUMERO - NAO SAI DE NOVO NA PROXIMA
      *    RODADA
       0240-REGISTRAR-CHEQUE.
           MOVE CQ-CONTA          TO CR-CONTA.
           MOVE WRK-NUMERO        TO CR-NUMERO.
           MOVE PD-FAVORECIDO     TO CR-FAVORECIDO.
           MOVE PD-VALOR          TO CR-VALOR.
           MOVE WRK-DATASYS       TO CR-DATA-EMISSAO.
           MOVE PD-DATA-LIBERACAO TO CR-DATA-LANCAMENTO.
           MOVE 'E'               TO CR-SITUACAO.
           MOVE WRK-DATASYS       TO CR-DATA-SITUACAO.
           MOVE SPACES            TO CR-MOTIVO.
           MOVE SPACES            TO CR-USUARIO.
           ADD 1 TO WRK-CR-QTD.
           MOVE CR-REGISTRO TO WRK-CR-ITEM(WRK-CR-QTD).

           COMPUTE CQ-PROXIMO-CHEQUE = WRK-NUMERO + 1.
           MOVE CQ-REGISTRO TO WRK-CQ-ITEM(WRK-CQ-ACHADO).

           MOVE WRK-NUMERO TO PD-NUMERO-CHEQUE.
           MOVE PD-REGISTRO TO WRK-PD-ITEM(WRK-IDX).

           ADD 1 TO WRK-QT-EMITIDOS.
           ADD CR-VALOR TO WRK-TOTAL-EMITIDO.

      *    UMA FOLHA DO FORMULARIO POR CHEQUE, SEMPRE COM 12 LINHAS
      *    PARA NAO DESALINHAR O TALAO CONTINUO: NUMERACAO E VALOR,
      *    EXTENSO EM DUAS LINHAS COMPLETADAS COM ASTERISCOS,
      *    FAVORECIDO, PRACA E DATA
       0250-IMPRIMIR-CHEQUE.
           MOVE CR-VALOR TO WRK-VALOR-EXTENSO.
           CALL 'PROGCOBD08' USING WRK-VALOR-EXTENSO WRK-EXTENSO.

           MOVE ZEROS TO WRK-LINHAS-FORM.
           MOVE CR-CONTA  TO CH-N-CONTA.
           MOVE CR-NUMERO TO CH-N-NUMERO.
           MOVE CR-VALOR  TO CH-N-VALOR.
           WRITE CH-LINHA FROM CH-NUMERACAO.
           PERFORM 0258-LINHA-EM-BRANCO.

           PERFORM 0255-DIVIDIR-EXTENSO.

           MOVE CR-FAVORECIDO TO CH-F-NOME.
           WRITE CH-LINHA FROM CH-FAVORECIDO.
           PERFORM 0258-LINHA-EM-BRANCO.

           MOVE SPACES TO CH-P-TEXTO.
           STRING CQ-CIDADE DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WRK-DC-DIA DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WRK-MES(WRK-DC-MES) DELIMITED BY SPACE
                  ' DE ' DELIMITED BY SIZE
                  WRK-DC-ANO DELIMITED BY SIZE
               INTO CH-P-TEXTO.
           WRITE CH-LINHA FROM CH-PRACA-DATA.
           ADD 3 TO WRK-LINHAS-FORM.

           PERFORM 0258-LINHA-EM-BRANCO
               UNTIL WRK-LINHAS-FORM = 12.

      *    O EXTENSO E CORTADO NO ULTIMO BRANCO QUE CABE NA PRIMEIRA
      *    LINHA; O QUE SOBRA DAS DUAS LINHAS VIRA ASTERISCO PARA
      *    NINGUEM COMPLETAR O VALOR A MAO
       0255-DIVIDIR-EXTENSO.
           PERFORM VARYING WRK-TAM-EXTENSO FROM 200 BY -1
                   UNTIL WRK-TAM-EXTENSO = 1
                      OR WRK-EXTENSO(WRK-TAM-EXTENSO:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           IF WRK-TAM-EXTENSO < 65
               MOVE WRK-TAM-EXTENSO TO WRK-CORTE
               ADD 1 TO WRK-CORTE
           ELSE
               PERFORM VARYING WRK-CORTE FROM 65 BY -1
                       UNTIL WRK-CORTE = 1
                          OR WRK-EXTENSO(WRK-CORTE:1) = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.

           MOVE ALL '*' TO CH-E-TEXTO.
           MOVE WRK-EXTENSO(1:WRK-CORTE) TO CH-E-TEXTO(1:WRK-CORTE).
           WRITE CH-LINHA FROM CH-EXTENSO.

           MOVE ALL '*' TO CH-E-TEXTO.
           IF WRK-CORTE < WRK-TAM-EXTENSO
               COMPUTE WRK-TAM-RESTO = WRK-TAM-EXTENSO - WRK-CORTE + 1
               MOVE WRK-EXTENSO(WRK-CORTE + 1:WRK-TAM-RESTO)
                 TO CH-E-TEXTO(1:WRK-TAM-RESTO)
           END-IF.
           WRITE CH-LINHA FROM CH-EXTENSO.
           ADD 2 TO WRK-LINHAS-FORM.

       0258-LINHA-EM-BRANCO.
           MOVE SPACES TO CH-LINHA.
           WRITE CH-LINHA.
           ADD 1 TO WRK-LINHAS-FORM.

       0260-LISTAR-CHEQUE.
           MOVE CR-CONTA           TO CL-D-CONTA.
           MOVE CR-NUMERO          TO CL-D-NUMERO.
           MOVE CR-FAVORECIDO      TO CL-D-FAVORECIDO.
           MOVE CR-DATA-LANCAMENTO TO CL-D-LANCAMENTO.
           MOVE CR-VALOR           TO CL-D-VALOR.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE CL-LINHA FROM CL-DETALHE.
           DISPLAY CL-DETALHE.

      *    PAGAMENTO QUE NAO PODE SAIR FICA NA FILA (SEM NUMERO) E
      *    VAI PARA O ARQUIVO COMUM DE EXCECOES
       0280-RETER-PAGAMENTO.
           ADD 1 TO WRK-QT-RETIDOS.
           MOVE 'PROGCOB112' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING PD-CONTA ' ' PD-FAVORECIDO
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE WRK-MOTIVO TO EC-MOTIVO.
           WRITE EC-REGISTRO.

       0300-REGRAVAR-ARQUIVOS.
           OPEN OUTPUT CHEQUE-REGISTER.
           PERFORM VARYING WRK-IDX-CR FROM 1 BY 1
                           UNTIL WRK-IDX-CR > WRK-CR-QTD
               MOVE WRK-CR-ITEM(WRK-IDX-CR) TO CR-REGISTRO
               WRITE CR-REGISTRO
           END-PERFORM.
           CLOSE CHEQUE-REGISTER.

           OPEN OUTPUT CHEQUE-CONTROL.
           PERFORM VARYING WRK-IDX-CQ FROM 1 BY 1
                           UNTIL WRK-IDX-CQ > WRK-CQ-QTD
               MOVE WRK-CQ-ITEM(WRK-IDX-CQ) TO CQ-REGISTRO
               WRITE CQ-REGISTRO
           END-PERFORM.
           CLOSE CHEQUE-CONTROL.

           OPEN OUTPUT PENDING-PAYMENTS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-PD-QTD
               MOVE WRK-PD-ITEM(WRK-IDX) TO PD-REGISTRO
               WRITE PD-REGISTRO
           END-PERFORM.
           CLOSE PENDING-PAYMENTS.

       0900-FINALIZAR.
           MOVE WRK-TOTAL-EMITIDO TO CL-T-VALOR.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE CL-LINHA FROM CL-TOTAL.

           DISPLAY '-------------------------'
           DISPLAY 'CHEQUES EMITIDOS......... ' WRK-QT-EMITIDOS.
           DISPLAY 'NUMEROS JA USADOS PULADOS ' WRK-QT-PULADOS.
           DISPLAY 'PAGAMENTOS RETIDOS....... ' WRK-QT-RETIDOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE CHEQUE-FORMS.
           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CL-LINHA FROM RW-TRAILER.
           CLOSE CHEQUE-LIST.
           CLOSE SYSTEM-EXCEPTIONS.

           IF WRK-QT-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CL-LINHA FROM RW-CABECALHO1
               WRITE CL-LINHA FROM RW-CABECALHO2
               WRITE CL-LINHA FROM RW-COLUNAS
           END-IF.
