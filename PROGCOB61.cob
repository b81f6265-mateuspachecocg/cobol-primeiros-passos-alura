      *     INCLUSIVE O ABANDONO COM ARQUIVO INTACTO QUANDO A
      *     TABELA DE 500 TITULOS NAO COMPORTA A ENTRADA
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - TITULO QUITADO PELO RETORNO QUE
      *            CONSTA NO BIRO DE CREDITO (REGISTRO NEGREG DO
      *            PROGCOB98) GERA A EXCLUSAO DA NEGATIVACAO NO
      *            NEGEXC PELA SUBROTINA PROGCOB99, COM O PRAZO LEGAL
      *            CONTADO DA DATA DO PAGAMENTO; NEGREG MAIOR QUE A
      *            TABELA DA SUBROTINA ABANDONA O RETORNO COM
      *            RETURN-CODE 12, COMO O ARFILE
      * ALTERADO = 15/10/2026 - PAGO MAIOR QUE O SALDO DEIXOU DE
      *            SER EXCECAO: O TITULO E QUITADO E O EXCEDENTE VIRA
      *            SALDO CREDOR DO CLIENTE NO CUSTCRED (SUBROTINA
      *            PROGCOB100, MOVIMENTO 'P' NO CREDMOV), PARA
      *            COMPENSACAO NO PROXIMO TITULO OU REEMBOLSO; SEM O
      *            CUSTCRED DISPONIVEL, O PAGO A MAIOR CONTINUA
      *            INDO PARA O ARRETEXC
      * ALTERADO = 15/10/2026 - O RETORNO PEDE A TRAVA DE USO EXCLUSIVO
      *            DO ARFILE ANTES DE CARREGAR OS TITULOS (SUBROTINA
      *            PROGCOB136, REGISTRO LOCKREG) E ESPERA A TELA OU O
      *            FATURADOR QUE ESTIVER COM O ARQUIVO; ESGOTADA A
      *            ESPERA, NADA E BAIXADO (RC 12, LINHA 'TRV' NO RUNLOG)
      *            E O RETORNO FICA PARA A REEXECUCAO
      * ALTERADO = 15/10/2026 - O ARRETN PASSOU AO RETORNO FEBRABAN
      *            CNAB 240 DE COBRANCA: O HEADER DE ARQUIVO TEM DE
      *            SER DE RETORNO E DO BANCO DO CNABPARM (SENAO NADA
      *            E BAIXADO, RC 12); O SEGMENTO T TRAZ O TITULO E A
      *            OCORRENCIA, O U A DATA E O VALOR PAGO, E A
      *            OCORRENCIA E TRADUZIDA PELA SUBROTINA PROGCOB154:
      *            LIQUIDACAO BAIXA COMO ANTES, REJEICAO VAI AO
      *            ARRETEXC COM O MOTIVO DO BANCO (MENOS O TITULO JA
      *            REGISTRADO, QUE VOLTA EM TODA REMESSA) E AS
      *            INFORMATIVAS SO SAO CONTADAS. TRAILER COM
      *            QUANTIDADE DE REGISTROS DIVERGENTE OU AUSENTE
      *            DERRUBA O RC PARA 8
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'RECEIVBL.COB'.

       FD  BANK-RETURN.
           COPY 'CNAB240.COB'.

       FD  RETURN-EXCEPTIONS.
       01  RX-LINHA           PIC X(110).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-IDX-TITULO    PIC 9(03) VALUE ZEROS.
       77 WRK-QT-BAIXADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CASAR  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EXCLUSOES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CREDITOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEICOES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INFORMATIVAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REGISTROS  PIC 9(06) VALUE ZEROS.
       77 WRK-OCORRENCIA    PIC X(02) VALUE SPACES.
       77 WRK-MOTIVOS       PIC X(10) VALUE SPACES.
       77 WRK-TRAILER       PIC X(01) VALUE 'N'.
          88 TRAILER-CONFERIDO VALUE 'S'.
       77 WRK-EXCEDENTE     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TEM-CREDITO   PIC X(01) VALUE 'N'.
          88 CREDITO-DISPONIVEL VALUE 'S'.
       77 WRK-MOTIVO        PIC X(60) VALUE SPACES.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
      *    O QUE VALE DO RETORNO PARA A BAIXA: TITULO (SEGMENTO T),
      *    DATA E VALOR PAGO (SEGMENTO U)
       01  RT-REGISTRO.
           02 RT-NUMERO       PIC 9(06).
           02 RT-DATA         PIC 9(08).
           02 RT-VALOR        PIC 9(06)V99.
      *    DATA DO BANCO (DDMMAAAA)
       01  WRK-DATA-BANCO.
           02 WD-DIA          PIC 9(02).
           02 WD-MES          PIC 9(02).
           02 WD-ANO          PIC 9(04).
       01  WRK-TB-TITULOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
           02 FILLER          PIC X(07) VALUE ' VALOR '.
           02 RX-D-VALOR      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RX-D-MOTIVO     PIC X(60).
           COPY 'NEGBAIXP.COB'.
           COPY 'CREDITP.COB'.
           COPY 'LOCKREGP.COB'.
           COPY 'CNABPRMP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0050-ADQUIRIR-TRAVA.
           IF LKR-CONCEDIDA
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-LOTE
                   DISPLAY 'RETORNO ABANDONADO, ARQUIVOS INTACTOS'
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 0200-PROCESSAR UNTIL FIM-ARRETN
                   PERFORM 0300-REGRAVAR-TITULOS
               END-IF
               PERFORM 0900-FINALIZAR
               PERFORM 0950-LIBERAR-TRAVA
           ELSE
               DISPLAY 'RETORNO NAO PROCESSADO - ARFILE EM USO,'
                       ' ARQUIVOS INTACTOS'
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    O ARFILE E CARREGADO E REGRAVADO INTEIRO: O STEP ESPERA
      *    QUEM ESTIVER COM ELE ANTES DE DESISTIR
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB61' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

       0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-TITULOS.

           IF NOT ABANDONAR-LOTE
               PERFORM 0140-BUSCAR-BANCO
           END-IF.

           OPEN INPUT BANK-RETURN.
           IF WRK-FS-ARRETN = '00'
               PERFORM 0110-LER-RETORNO
               IF NOT ABANDONAR-LOTE AND NOT FIM-ARRETN
                   PERFORM 0150-CONFERIR-HEADER
               END-IF
           ELSE
               DISPLAY 'ARRETN NAO ENCONTRADO - NADA A BAIXAR'
               MOVE 'S' TO WRK-EOF-ARRETN
           END-IF.

           IF NOT ABANDONAR-LOTE
               MOVE 'A' TO NBP-ACAO
               CALL 'PROGCOB99' USING NBP-PARAMETROS
               IF NBP-ERRO-TABELA
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
           END-IF.

           IF NOT ABANDONAR-LOTE
               MOVE 'A' TO CRP-ACAO
               CALL 'PROGCOB100' USING CRP-PARAMETROS
               IF CRP-OK
                   MOVE 'S' TO WRK-TEM-CREDITO
               END-IF
           END-IF.

           OPEN OUTPUT RETURN-EXCEPTIONS.

       0110-LER-RETORNO.
                   PERFORM 0130-LER-TITULO
               END-PERFORM
               IF NOT FIM-ARFILE
                   DISPLAY 'ARFILE MAIOR QUE A TABELA DE 500'
                           ' TITULOS'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 'S' TO WRK-EOF-ARRETN
               END-IF
                   MOVE 'S' TO WRK-EOF-ARFILE
           END-READ.

      *    O BANCO DO RETORNO E O DO SERVICO DE COBRANCA DO
      *    CNABPARM; O RETORNO NAO MEXE NO NSA DA REMESSA
       0140-BUSCAR-BANCO.
           INITIALIZE CNP-PARAMETROS.
           MOVE 'C' TO CNP-SERVICO.
           MOVE 'N' TO CNP-ATUALIZA-NSA.
           MOVE 'A' TO CNP-ACAO.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.
           IF CNP-SEM-PARAMETRO
               DISPLAY 'CNABPARM SEM O SERVICO DE COBRANCA'
               MOVE 'S' TO WRK-ABANDONAR
           END-IF.

      *    ARQUIVO DE REMESSA, DE OUTRO BANCO OU QUE NAO COMECA PELO
      *    HEADER DE ARQUIVO NAO E BAIXADO
       0150-CONFERIR-HEADER.
           IF NOT CN-HEADER-ARQUIVO
              OR NOT CN-HA-RETORNO
              OR CN-HA-BANCO NOT = CNP-BANCO
               DISPLAY 'ARRETN NAO E RETORNO CNAB 240 DO BANCO '
                       CNP-BANCO
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               ADD 1 TO WRK-QT-REGISTROS
               PERFORM 0110-LER-RETORNO
           END-IF.

      *    HEADER E TRAILER DE LOTE SO ENTRAM NA CONTAGEM; O
      *    SEGMENTO T GUARDA O TITULO PARA O U QUE VEM EM SEGUIDA
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-REGISTROS.
           EVALUATE TRUE
               WHEN CN-DETALHE AND CN-SEGMENTO = 'T'
                   PERFORM 0202-GUARDAR-SEGMENTO-T
               WHEN CN-DETALHE AND CN-SEGMENTO = 'U'
                   PERFORM 0204-TRATAR-OCORRENCIA
               WHEN CN-TRAILER-ARQUIVO
                   PERFORM 0206-CONFERIR-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0110-LER-RETORNO.

       0202-GUARDAR-SEGMENTO-T.
           MOVE ZEROS TO RT-NUMERO RT-DATA.
           IF CN-ST-DOCUMENTO(1:6) IS NUMERIC
               MOVE CN-ST-DOCUMENTO(1:6) TO RT-NUMERO
           END-IF.
           MOVE CN-ST-VALOR      TO RT-VALOR.
           MOVE CN-ST-OCORRENCIA TO WRK-OCORRENCIA.
           MOVE CN-ST-MOTIVOS    TO WRK-MOTIVOS.

      *    O TITULO JA REGISTRADO (OCORRENCIA 03, MOTIVO 09) VOLTA
      *    TODA VEZ, PORQUE A REMESSA MANDA TODOS OS TITULOS EM
      *    ABERTO: NAO E ERRO, SO INFORMACAO
       0204-TRATAR-OCORRENCIA.
           MOVE 'O'            TO CNP-ACAO.
           MOVE WRK-OCORRENCIA TO CNP-OCORRENCIA.
           MOVE WRK-MOTIVOS    TO CNP-MOTIVOS.
           CALL 'PROGCOB154' USING CNP-PARAMETROS.

           EVALUATE TRUE
               WHEN CNP-LIQUIDACAO
                   MOVE CN-SU-VALOR-PAGO TO RT-VALOR
                   MOVE CN-SU-DATA-OCORR TO WRK-DATA-BANCO
                   IF CN-SU-DATA-OCORR = ZEROS
                       MOVE CN-SU-DATA-CREDITO TO WRK-DATA-BANCO
                   END-IF
                   COMPUTE RT-DATA = WD-ANO * 10000 + WD-MES * 100
                                   + WD-DIA
                   PERFORM 0208-CASAR-TITULO
               WHEN CNP-REJEICAO AND WRK-OCORRENCIA = '03'
                AND (WRK-MOTIVOS(1:2) = '09' OR WRK-MOTIVOS(3:2) = '09'
                  OR WRK-MOTIVOS(5:2) = '09' OR WRK-MOTIVOS(7:2) = '09'
                  OR WRK-MOTIVOS(9:2) = '09')
                   ADD 1 TO WRK-QT-INFORMATIVAS
               WHEN CNP-INFORMATIVA
                   ADD 1 TO WRK-QT-INFORMATIVAS
               WHEN OTHER
                   MOVE CNP-MENSAGEM TO WRK-MOTIVO
                   PERFORM 0250-APONTAR-REJEICAO
           END-EVALUATE.

      *    A QUANTIDADE DO TRAILER CONTA DO HEADER AO PROPRIO
      *    TRAILER DE ARQUIVO
       0206-CONFERIR-TRAILER.
           MOVE 'S' TO WRK-TRAILER.
           IF CN-TA-QT-REGISTROS NOT = WRK-QT-REGISTROS
               DISPLAY 'TRAILER DO ARRETN COM ' CN-TA-QT-REGISTROS
                       ' REGISTROS, LIDOS ' WRK-QT-REGISTROS
               MOVE 'N' TO WRK-TRAILER
           END-IF.

      *    CADA LIQUIDACAO DO RETORNO PROCURA O TITULO PELO NUMERO;
      *    SO O QUE NAO CASA SOBRA PARA O OPERADOR
       0208-CASAR-TITULO.
           MOVE ZEROS TO WRK-IDX-TITULO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                   PERFORM 0210-BAIXAR-TITULO
           END-EVALUATE.

       0210-BAIXAR-TITULO.
           EVALUATE TRUE
               WHEN WT-STATUS NOT = 'A'
                   MOVE 'VALOR PAGO INVALIDO' TO WRK-MOTIVO
                   PERFORM 0220-APONTAR-EXCECAO
               WHEN RT-VALOR > WT-SALDO
                    AND NOT CREDITO-DISPONIVEL
                   MOVE 'PAGO MAIOR QUE O SALDO' TO WRK-MOTIVO
                   PERFORM 0220-APONTAR-EXCECAO
               WHEN RT-VALOR > WT-SALDO
                   COMPUTE WRK-EXCEDENTE = RT-VALOR - WT-SALDO
                   MOVE ZEROS TO WT-SALDO
                   MOVE 'Q' TO WT-STATUS
                   PERFORM 0230-EXCLUIR-NEGATIVACAO
                   PERFORM 0240-CREDITAR-EXCEDENTE
                   MOVE WRK-TITULO
                     TO WRK-TB-REGISTRO(WRK-IDX-TITULO)
                   ADD 1 TO WRK-QT-BAIXADOS
               WHEN OTHER
                   SUBTRACT RT-VALOR FROM WT-SALDO
                   IF WT-SALDO = ZEROS
                       MOVE 'Q' TO WT-STATUS
                       PERFORM 0230-EXCLUIR-NEGATIVACAO
                   END-IF
                   MOVE WRK-TITULO
                     TO WRK-TB-REGISTRO(WRK-IDX-TITULO)

       0220-APONTAR-EXCECAO.
           ADD 1 TO WRK-QT-SEM-CASAR.
           PERFORM 0222-GRAVAR-EXCECAO.

       0222-GRAVAR-EXCECAO.
           MOVE RT-NUMERO  TO RX-D-NUMERO.
           MOVE RT-DATA    TO RX-D-DATA.
           MOVE RT-VALOR   TO RX-D-VALOR.
           WRITE RX-LINHA FROM RX-DETALHE.
           DISPLAY RX-DETALHE.

      *    QUITADO QUE CONSTA NO BIRO: A EXCLUSAO SAI NA HORA, COM O
      *    PRAZO LEGAL CONTADO DA DATA DO PAGAMENTO NO BANCO
       0230-EXCLUIR-NEGATIVACAO.
           MOVE 'B'       TO NBP-ACAO.
           MOVE WT-NUMERO TO NBP-NUMERO.
           MOVE RT-DATA   TO NBP-DATA.
           CALL 'PROGCOB99' USING NBP-PARAMETROS.
           IF NBP-EXCLUSAO-GERADA
               ADD 1 TO WRK-QT-EXCLUSOES
           END-IF.

      *    O QUE O CLIENTE PAGOU ALEM DO SALDO FICA COMO CREDITO
      *    DELE, DATADO DO PAGAMENTO NO BANCO
       0240-CREDITAR-EXCEDENTE.
           MOVE 'C'           TO CRP-ACAO.
           MOVE WT-CPF        TO CRP-CPF.
           MOVE WRK-EXCEDENTE TO CRP-VALOR.
           MOVE 'P'           TO CRP-TIPO.
           MOVE RT-DATA       TO CRP-DATA.
           MOVE WT-NUMERO     TO CRP-REFERENCIA.
           MOVE 'PROGCOB61 '  TO CRP-PROGRAMA.
           CALL 'PROGCOB100' USING CRP-PARAMETROS.
           IF CRP-OK
               ADD 1 TO WRK-QT-CREDITOS
           END-IF.

      *    TITULO RECUSADO PELO BANCO: O OPERADOR CORRIGE E O TITULO
      *    VOLTA NA PROXIMA REMESSA
       0250-APONTAR-REJEICAO.
           ADD 1 TO WRK-QT-REJEICOES.
           PERFORM 0222-GRAVAR-EXCECAO.

       0300-REGRAVAR-TITULOS.
           IF WRK-TB-QTD > ZEROS
               OPEN OUTPUT RECEIVABLES-FILE
               CLOSE RECEIVABLES-FILE
           END-IF.

           MOVE 'F' TO NBP-ACAO.
           CALL 'PROGCOB99' USING NBP-PARAMETROS.

           MOVE 'F' TO CRP-ACAO.
           CALL 'PROGCOB100' USING CRP-PARAMETROS.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'BAIXAS AUTOMATICAS....... ' WRK-QT-BAIXADOS.
           DISPLAY 'RETORNOS SEM CASAR....... ' WRK-QT-SEM-CASAR.
           DISPLAY 'EXCLUSOES DE NEGATIVACAO. ' WRK-QT-EXCLUSOES.
           DISPLAY 'EXCEDENTES CREDITADOS.... ' WRK-QT-CREDITOS.
           DISPLAY 'REJEICOES DO BANCO....... ' WRK-QT-REJEICOES.
           DISPLAY 'OCORRENCIAS INFORMATIVAS. ' WRK-QT-INFORMATIVAS.
           IF WRK-QT-SEM-CASAR > ZEROS
              OR WRK-QT-REJEICOES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT ABANDONAR-LOTE AND WRK-QT-REGISTROS > ZEROS
              AND NOT TRAILER-CONFERIDO
               DISPLAY 'ARRETN SEM TRAILER DE ARQUIVO OU COM'
                       ' QUANTIDADE DIVERGENTE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
               CLOSE BANK-RETURN
           END-IF.
           CLOSE RETURN-EXCEPTIONS.

      *    A DEVOLUCAO DA TRAVA NAO DERRUBA O RC 8/12 DO RETORNO
       0950-LIBERAR-TRAVA.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
