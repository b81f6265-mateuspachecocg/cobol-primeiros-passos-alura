       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: EXTRATO DE CAMPANHA DE MARKETING. LE NO CAMPPARM O
      *     CODIGO DA CAMPANHA, O CANAL (1 = CARTA, 2 = TELEFONE,
      *     3 = E-MAIL) E OS FILTROS OPCIONAIS - REGIAO DE VENDA
      *     (1 A 5), CLASSE ABC DO CUSTMAST E FAIXA DA DATA DA
      *     ULTIMA COMPRA - E GRAVA NO CAMPEXT OS CLIENTES ATIVOS DO
      *     CUSTMAST QUE PASSAM NOS FILTROS E TEM CONSENTIMENTO
      *     VIGENTE NO CANAL PEDIDO (CONSENT: DATA DO CONSENTIMENTO
      *     PREENCHIDA E SEM REVOGACAO), COM O CONTATO DAQUELE CANAL
      *     (ENDERECO, TELEFONE OU E-MAIL). A REGIAO E A ULTIMA
      *     COMPRA SAO AS DA ULTIMA VENDA DO CPF NO SALESTRAN, LIDO
      *     SO QUANDO UM DESSES FILTROS E PEDIDO; CLIENTE SEM VENDA
      *     NAO PASSA NELES. TODA RODADA, MESMO RECUSADA, GANHA UMA
      *     LINHA NO CAMPLOG COM A CAMPANHA, OS FILTROS, AS
      *     QUANTIDADES E O RETURN-CODE - E A PROVA DE PARA QUEM CADA
      *     CAMPANHA FOI E COM QUE CRITERIO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-PARAMETERS ASSIGN TO 'CAMPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPPARM.

           SELECT SALES-TRANSACTION-FILE ASSIGN TO 'SALESTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESTRAN.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT CONSENT-FILE ASSIGN TO 'CONSENT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CPF
               FILE STATUS IS WRK-FS-CONSENT.

           SELECT CAMPAIGN-EXTRACT ASSIGN TO 'CAMPEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPEXT.

           SELECT CAMPAIGN-LOG ASSIGN TO 'CAMPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-PARAMETERS.
       01  CP-LINHA         PIC X(27).

       FD  SALES-TRANSACTION-FILE.
       01  ST-REGISTRO.
           02 ST-TIPO       PIC X(01).
              88 ST-EH-VENDA     VALUE 'V'.
              88 ST-EH-DEVOLUCAO VALUE 'R'.
              88 ST-EH-ITEM      VALUE 'L'.
           02 ST-DATA       PIC 9(08).
           02 ST-REGIAO     PIC 9(01).
           02 ST-VENDEDOR   PIC 9(06).
           02 ST-CPF        PIC 9(11).
           02 ST-PRAZO      PIC 9(03).
           02 ST-MOTIVO     PIC 9(02).
           02 ST-VENDA      PIC 9(06)V99.
           02 ST-PARCELAS   PIC 9(02).
           02 ST-UF         PIC X(02).
           02 ST-NUMERO     PIC 9(06).
           02 ST-QT-ITENS   PIC 9(03).

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  CONSENT-FILE.
           COPY 'CONSENT.COB'.

       FD  CAMPAIGN-EXTRACT.
       01  CE-REGISTRO.
           02 CE-CAMPANHA   PIC X(08).
           02 CE-CANAL      PIC X(08).
           02 CE-CPF        PIC 9(11).
           02 CE-NOME       PIC X(30).
           02 CE-CONTATO    PIC X(40).
           02 CE-CLASSE     PIC X(01).
           02 CE-REGIAO     PIC 9(01).
           02 CE-ULTIMA-COMPRA PIC 9(08).

       FD  CAMPAIGN-LOG.
       01  CG-REGISTRO.
           02 CG-DATA       PIC 9(08).
           02 CG-HORA       PIC 9(08).
           02 CG-CAMPANHA   PIC X(08).
           02 CG-CANAL      PIC 9(01).
           02 CG-REGIAO     PIC 9(01).
           02 CG-CLASSE     PIC X(01).
           02 CG-COMPRA-DE  PIC 9(08).
           02 CG-COMPRA-ATE PIC 9(08).
           02 CG-QT-LIDOS   PIC 9(07).
           02 CG-QT-SEM-CONSENT PIC 9(07).
           02 CG-QT-EXTRAIDOS PIC 9(07).
           02 CG-RC         PIC 9(02).
           02 CG-MOTIVO     PIC X(30).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CAMPPARM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALESTRAN  PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONSENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CAMPEXT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CAMPLOG    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESTRAN PIC X(01) VALUE 'N'.
          88 FIM-SALESTRAN  VALUE 'S'.
       77 WRK-EOF-CUSTMAST  PIC X(01) VALUE 'N'.
          88 FIM-CUSTMAST   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-EXTRATO VALUE 'S'.
       77 WRK-USA-VENDAS    PIC X(01) VALUE 'N'.
          88 FILTRO-DE-VENDA VALUE 'S'.
       77 WRK-SELECIONADO   PIC X(01) VALUE 'N'.
          88 CLIENTE-SELECIONADO VALUE 'S'.
       77 WRK-CUSTMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CONSENT-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLI       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VENDAS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ATIVOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-FILTRO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CONSENT PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CONTATO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EXTRAIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-RC            PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DA SUBROTINA DE DATAS (PROGCOB16D)
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE SPACE.
      *    NOMES DOS CANAIS NA ORDEM DO CS-CANAL
       01  WRK-CANAIS       PIC X(24) VALUE
           'CARTA   TELEFONEE-MAIL  '.
       01  WRK-CANAIS-R REDEFINES WRK-CANAIS.
           02 WRK-NOME-CANAL PIC X(08) OCCURS 3 TIMES.
      *    ULTIMA VENDA DE CADA CPF NO SALESTRAN (DATA E REGIAO)
       01  WRK-TB-CLIENTES.
           02 WRK-TB-CLI-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-CLI-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-CLI-CPF      PIC 9(11).
               03 WRK-TB-CLI-DATA     PIC 9(08).
               03 WRK-TB-CLI-REGIAO   PIC 9(01).
      *    PARAMETROS DA CAMPANHA (LINHA UNICA DO CAMPPARM)
       01  CP-REGISTRO.
           02 CP-CAMPANHA   PIC X(08).
           02 CP-CANAL      PIC 9(01).
           02 CP-REGIAO     PIC 9(01).
           02 CP-CLASSE     PIC X(01).
           02 CP-COMPRA-DE  PIC 9(08).
           02 CP-COMPRA-ATE PIC 9(08).
           COPY 'RUNLOGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-EXTRATO AND FILTRO-DE-VENDA
               PERFORM 0200-CARREGAR-VENDAS UNTIL FIM-SALESTRAN
                                              OR ABANDONAR-EXTRATO
               CLOSE SALES-TRANSACTION-FILE
           END-IF.
           IF NOT ABANDONAR-EXTRATO
               PERFORM 0300-EXTRAIR
           ELSE
               DISPLAY '*** EXTRATO DE CAMPANHA ABANDONADO ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB132' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0110-CARREGAR-PARAMETROS.

           IF NOT ABANDONAR-EXTRATO
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CUSTMAST NOT = '00'
                   DISPLAY '*** CUSTMAST AUSENTE - FS '
                           WRK-FS-CUSTMAST ' ***'
                   MOVE 'CUSTMAST AUSENTE' TO WRK-MOTIVO
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO WRK-RC
               ELSE
                   MOVE 'S' TO WRK-CUSTMAST-ABERTO
               END-IF
           END-IF.

      *    SEM O CONSENT NINGUEM TEM CONSENTIMENTO - NAO HA EXTRATO
           IF NOT ABANDONAR-EXTRATO
               OPEN INPUT CONSENT-FILE
               IF WRK-FS-CONSENT NOT = '00'
                   DISPLAY '*** CONSENT AUSENTE - FS '
                           WRK-FS-CONSENT ' ***'
                   MOVE 'CONSENT AUSENTE' TO WRK-MOTIVO
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO WRK-RC
               ELSE
                   MOVE 'S' TO WRK-CONSENT-ABERTO
               END-IF
           END-IF.

           IF NOT ABANDONAR-EXTRATO AND FILTRO-DE-VENDA
               OPEN INPUT SALES-TRANSACTION-FILE
               IF WRK-FS-SALESTRAN = '00'
                   PERFORM 0210-LER-VENDA
               ELSE
                   DISPLAY '*** SALESTRAN AUSENTE - FS '
                           WRK-FS-SALESTRAN ' ***'
                   MOVE 'SALESTRAN AUSENTE' TO WRK-MOTIVO
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO WRK-RC
               END-IF
           END-IF.

      *    O CAMPPARM E OBRIGATORIO: CAMPANHA E CANAL SEMPRE;
      *    REGIAO ZERO, CLASSE EM BRANCO E DATAS ZERADAS SAO
      *    "SEM FILTRO". FILTRO INCOERENTE RECUSA A RODADA INTEIRA,
      *    PARA NAO MANDAR CAMPANHA PARA QUEM NAO ERA O ALVO
       0110-CARREGAR-PARAMETROS.
           INITIALIZE CP-REGISTRO.
           OPEN INPUT CAMPAIGN-PARAMETERS.
           IF WRK-FS-CAMPPARM = '00'
               READ CAMPAIGN-PARAMETERS INTO CP-REGISTRO
                   AT END
                       MOVE 'CAMPPARM VAZIO' TO WRK-MOTIVO
               END-READ
               CLOSE CAMPAIGN-PARAMETERS
           ELSE
               MOVE 'CAMPPARM AUSENTE' TO WRK-MOTIVO
           END-IF.

           IF WRK-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN CP-CAMPANHA = SPACES
                       MOVE 'CAMPANHA EM BRANCO' TO WRK-MOTIVO
                   WHEN CP-CANAL NOT NUMERIC
                     OR CP-CANAL < 1 OR CP-CANAL > 3
                       MOVE 'CANAL INVALIDO' TO WRK-MOTIVO
                   WHEN CP-REGIAO NOT NUMERIC OR CP-REGIAO > 5
                       MOVE 'REGIAO INVALIDA' TO WRK-MOTIVO
                   WHEN CP-CLASSE NOT = SPACE AND CP-CLASSE NOT = 'A'
                    AND CP-CLASSE NOT = 'B' AND CP-CLASSE NOT = 'C'
                       MOVE 'CLASSE ABC INVALIDA' TO WRK-MOTIVO
                   WHEN CP-COMPRA-DE NOT NUMERIC
                     OR CP-COMPRA-ATE NOT NUMERIC
                       MOVE 'DATA DE COMPRA INVALIDA' TO WRK-MOTIVO
                   WHEN OTHER
                       PERFORM 0120-VALIDAR-DATAS
               END-EVALUATE
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               DISPLAY '*** PARAMETROS RECUSADOS - ' WRK-MOTIVO
                       ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO WRK-RC
           ELSE
               IF CP-REGIAO > ZEROS OR CP-COMPRA-DE > ZEROS
                  OR CP-COMPRA-ATE > ZEROS
                   MOVE 'S' TO WRK-USA-VENDAS
               END-IF
               DISPLAY 'CAMPANHA ' CP-CAMPANHA ' - CANAL '
                       WRK-NOME-CANAL(CP-CANAL)
           END-IF.

       0120-VALIDAR-DATAS.
           IF CP-COMPRA-DE > ZEROS
               MOVE 'V' TO WRK-FUNCAO
               MOVE CP-COMPRA-DE TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                    WRK-QT-DIAS WRK-DATA-RESULT WRK-DIAS-DIF
                    WRK-DATA-VALIDA
               IF WRK-DATA-VALIDA NOT = 'S'
                   MOVE 'DATA DE COMPRA INICIAL INVALIDA'
                     TO WRK-MOTIVO
               END-IF
           END-IF.
           IF CP-COMPRA-ATE > ZEROS AND WRK-MOTIVO = SPACES
               MOVE 'V' TO WRK-FUNCAO
               MOVE CP-COMPRA-ATE TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                    WRK-QT-DIAS WRK-DATA-RESULT WRK-DIAS-DIF
                    WRK-DATA-VALIDA
               IF WRK-DATA-VALIDA NOT = 'S'
                   MOVE 'DATA DE COMPRA FINAL INVALIDA'
                     TO WRK-MOTIVO
               ELSE
                   IF CP-COMPRA-ATE < CP-COMPRA-DE
                       MOVE 'FAIXA DE COMPRA INVERTIDA'
                         TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    SO A VENDA CONTA COMO COMPRA (DEVOLUCAO NAO); FICA A MAIS
      *    RECENTE DE CADA CPF, COM A REGIAO EM QUE FOI FEITA
       0200-CARREGAR-VENDAS.
           ADD 1 TO WRK-QT-VENDAS.
           IF ST-EH-VENDA
               PERFORM 0220-LOCALIZAR-CLIENTE
               IF WRK-IDX-CLI > ZEROS
                   IF ST-DATA NOT < WRK-TB-CLI-DATA(WRK-IDX-CLI)
                       MOVE ST-DATA   TO WRK-TB-CLI-DATA(WRK-IDX-CLI)
                       MOVE ST-REGIAO
                         TO WRK-TB-CLI-REGIAO(WRK-IDX-CLI)
                   END-IF
               END-IF
           END-IF.

           PERFORM 0210-LER-VENDA.

      *    OS ITENS DA VENDA (TIPO 'L') NAO INTERESSAM AQUI: SO O
      *    CABECALHO SEGUE PARA O PROCESSAMENTO
       0210-LER-VENDA.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SALESTRAN
           END-READ.
           PERFORM UNTIL FIM-SALESTRAN OR NOT ST-EH-ITEM
               READ SALES-TRANSACTION-FILE
                   AT END
                       MOVE 'S' TO WRK-EOF-SALESTRAN
               END-READ
           END-PERFORM.

      *    ACHA (OU ABRE) O ITEM DO ST-CPF; TABELA CHEIA ABANDONA,
      *    PORQUE SEM PARTE DAS VENDAS O FILTRO SELECIONARIA ERRADO
       0220-LOCALIZAR-CLIENTE.
           MOVE ZEROS TO WRK-IDX-CLI.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-CLI-QTD
                              OR WRK-IDX-CLI > ZEROS
               IF WRK-TB-CLI-CPF(WRK-IDX) = ST-CPF
                   MOVE WRK-IDX TO WRK-IDX-CLI
               END-IF
           END-PERFORM.
           IF WRK-IDX-CLI = ZEROS
               IF WRK-TB-CLI-QTD = 1000
                   DISPLAY '*** CLIENTES EXCEDEM A TABELA DE'
                           ' 1000 CPFS ***'
                   MOVE 'TABELA DE CPFS CHEIA' TO WRK-MOTIVO
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO WRK-RC
               ELSE
                   ADD 1 TO WRK-TB-CLI-QTD
                   MOVE WRK-TB-CLI-QTD TO WRK-IDX-CLI
                   INITIALIZE WRK-TB-CLI-ITEM(WRK-IDX-CLI)
                   MOVE ST-CPF TO WRK-TB-CLI-CPF(WRK-IDX-CLI)
               END-IF
           END-IF.

      *    PASSADA UNICA NO CUSTMAST: ATIVO, DENTRO DOS FILTROS, COM
      *    CONSENTIMENTO VIGENTE NO CANAL E COM O CONTATO DO CANAL
      *    PREENCHIDO VAI PARA O CAMPEXT
       0300-EXTRAIR.
           OPEN OUTPUT CAMPAIGN-EXTRACT.
           PERFORM 0310-LER-CLIENTE.
           PERFORM UNTIL FIM-CUSTMAST
               ADD 1 TO WRK-QT-LIDOS
               IF CM-ATIVO
                   ADD 1 TO WRK-QT-ATIVOS
                   PERFORM 0320-APLICAR-FILTROS
                   IF CLIENTE-SELECIONADO
                       PERFORM 0330-VERIFICAR-CONSENTIMENTO
                   ELSE
                       ADD 1 TO WRK-QT-FORA-FILTRO
                   END-IF
               END-IF
               PERFORM 0310-LER-CLIENTE
           END-PERFORM.
           CLOSE CAMPAIGN-EXTRACT.
           IF WRK-QT-EXTRAIDOS = ZEROS
               MOVE 'NENHUM CLIENTE SELECIONADO' TO WRK-MOTIVO
               MOVE 4 TO WRK-RC
           END-IF.

       0310-LER-CLIENTE.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-CUSTMAST
           END-READ.

      *    CLASSE PELO CUSTMAST; REGIAO E ULTIMA COMPRA PELA TABELA
      *    DE VENDAS (CLIENTE SEM VENDA FICA DE FORA DESSES FILTROS)
       0320-APLICAR-FILTROS.
           MOVE 'S' TO WRK-SELECIONADO.
           IF CP-CLASSE NOT = SPACE AND CM-CLASSE-ABC NOT = CP-CLASSE
               MOVE 'N' TO WRK-SELECIONADO
           END-IF.

           MOVE ZEROS TO WRK-IDX-CLI.
           IF FILTRO-DE-VENDA AND CLIENTE-SELECIONADO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-CLI-QTD
                                  OR WRK-IDX-CLI > ZEROS
                   IF WRK-TB-CLI-CPF(WRK-IDX) = CM-CPF
                       MOVE WRK-IDX TO WRK-IDX-CLI
                   END-IF
               END-PERFORM
               IF WRK-IDX-CLI = ZEROS
                   MOVE 'N' TO WRK-SELECIONADO
               ELSE
                   IF CP-REGIAO > ZEROS
                      AND WRK-TB-CLI-REGIAO(WRK-IDX-CLI)
                          NOT = CP-REGIAO
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
                   IF CP-COMPRA-DE > ZEROS
                      AND WRK-TB-CLI-DATA(WRK-IDX-CLI) < CP-COMPRA-DE
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
                   IF CP-COMPRA-ATE > ZEROS
                      AND WRK-TB-CLI-DATA(WRK-IDX-CLI) > CP-COMPRA-ATE
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
               END-IF
           END-IF.

      *    CONSENTIMENTO VIGENTE = DATA PREENCHIDA E SEM REVOGACAO
      *    NO CANAL PEDIDO; SEM REGISTRO NO CONSENT, NAO HA
       0330-VERIFICAR-CONSENTIMENTO.
           MOVE CM-CPF TO CS-CPF.
           READ CONSENT-FILE
               INVALID KEY
                   INITIALIZE CS-REGISTRO
           END-READ.
           IF CS-DATA-CONSENTIMENTO(CP-CANAL) = ZEROS
              OR CS-DATA-REVOGACAO(CP-CANAL) > ZEROS
               ADD 1 TO WRK-QT-SEM-CONSENT
           ELSE
               INITIALIZE CE-REGISTRO
               EVALUATE CP-CANAL
                   WHEN 1
                       MOVE CM-ENDERECO TO CE-CONTATO
                   WHEN 2
                       MOVE CM-TELEFONE TO CE-CONTATO
                   WHEN OTHER
                       MOVE CS-EMAIL    TO CE-CONTATO
               END-EVALUATE
               IF CE-CONTATO = SPACES
                   ADD 1 TO WRK-QT-SEM-CONTATO
               ELSE
                   PERFORM 0340-GRAVAR-EXTRATO
               END-IF
           END-IF.

       0340-GRAVAR-EXTRATO.
           MOVE CP-CAMPANHA              TO CE-CAMPANHA.
           MOVE WRK-NOME-CANAL(CP-CANAL) TO CE-CANAL.
           MOVE CM-CPF                   TO CE-CPF.
           MOVE CM-NOME                  TO CE-NOME.
           MOVE CM-CLASSE-ABC            TO CE-CLASSE.
           IF WRK-IDX-CLI > ZEROS
               MOVE WRK-TB-CLI-REGIAO(WRK-IDX-CLI) TO CE-REGIAO
               MOVE WRK-TB-CLI-DATA(WRK-IDX-CLI)
                 TO CE-ULTIMA-COMPRA
           END-IF.
           WRITE CE-REGISTRO.
           ADD 1 TO WRK-QT-EXTRAIDOS.

      *    TODA RODADA DEIXA SUA LINHA NO CAMPLOG, TAMBEM A RECUSADA
       0800-GRAVAR-LOG.
           OPEN EXTEND CAMPAIGN-LOG.
           IF WRK-FS-CAMPLOG = '05' OR WRK-FS-CAMPLOG = '35'
               OPEN OUTPUT CAMPAIGN-LOG
           END-IF.
           MOVE WRK-DATASYS        TO CG-DATA.
           MOVE WRK-HORASYS        TO CG-HORA.
           MOVE CP-CAMPANHA        TO CG-CAMPANHA.
           MOVE ZEROS TO CG-CANAL CG-REGIAO
                         CG-COMPRA-DE CG-COMPRA-ATE.
           IF CP-CANAL IS NUMERIC
               MOVE CP-CANAL       TO CG-CANAL
           END-IF.
           IF CP-REGIAO IS NUMERIC
               MOVE CP-REGIAO      TO CG-REGIAO
           END-IF.
           MOVE CP-CLASSE          TO CG-CLASSE.
           IF CP-COMPRA-DE IS NUMERIC
               MOVE CP-COMPRA-DE   TO CG-COMPRA-DE
           END-IF.
           IF CP-COMPRA-ATE IS NUMERIC
               MOVE CP-COMPRA-ATE  TO CG-COMPRA-ATE
           END-IF.
           MOVE WRK-QT-LIDOS       TO CG-QT-LIDOS.
           MOVE WRK-QT-SEM-CONSENT TO CG-QT-SEM-CONSENT.
           MOVE WRK-QT-EXTRAIDOS   TO CG-QT-EXTRAIDOS.
           MOVE WRK-RC             TO CG-RC.
           MOVE WRK-MOTIVO         TO CG-MOTIVO.
           WRITE CG-REGISTRO.
           CLOSE CAMPAIGN-LOG.

       0900-FINALIZAR.
           IF WRK-CUSTMAST-ABERTO = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WRK-CONSENT-ABERTO = 'S'
               CLOSE CONSENT-FILE
           END-IF.
           PERFORM 0800-GRAVAR-LOG.
           IF NOT ABANDONAR-EXTRATO
               DISPLAY '-------------------------'
               DISPLAY 'CLIENTES LIDOS........... ' WRK-QT-LIDOS
               DISPLAY 'CLIENTES ATIVOS.......... ' WRK-QT-ATIVOS
               DISPLAY 'FORA DOS FILTROS......... ' WRK-QT-FORA-FILTRO
               DISPLAY 'SEM CONSENTIMENTO VIGENTE ' WRK-QT-SEM-CONSENT
               DISPLAY 'SEM CONTATO NO CANAL..... ' WRK-QT-SEM-CONTATO
               DISPLAY 'CLIENTES EXTRAIDOS....... ' WRK-QT-EXTRAIDOS
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS       TO RLP-LIDOS.
           MOVE WRK-QT-EXTRAIDOS   TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-CONSENT TO RLP-REJEITADOS.
           MOVE WRK-RC             TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE WRK-RC TO RETURN-CODE.
