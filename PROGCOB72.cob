      *     MESMO MES DUAS VEZES; RESPONSAVEL SEM ALUNO MATRICULADO
      *     E APONTADO E NAO FATURA
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - DESCONTOS NA MENSALIDADE: O PLANO
      *            DE CADA ALUNO SAI LIQUIDO DOS DESCONTOS VIGENTES
      *            NO MES DO ARQUIVO DISCOUNT (BOLSA, IRMAO, FILHO
      *            DE FUNCIONARIO, PERCENTUAL OU VALOR FIXO) E DA
      *            REGRA AUTOMATICA DE IRMAOS A PARTIR DO SEGUNDO
      *            FILHO DA FAMILIA (PERCENTUAL DO DISCPARM; SEM
      *            ELE, 10%). O TITULO DO ARFILE LEVA O LIQUIDO E O
      *            RELATORIO DISCRPT MOSTRA O BRUTO, CADA DESCONTO
      *            E O TOTAL CONCEDIDO POR MOTIVO. O FAMRESP GANHOU
      *            A MATRICULA DO ALUNO NO FIM DO REGISTRO (ZERADA,
      *            O ALUNO E ACHADO PELO NOME)
      * ALTERADO = 15/10/2026 - O CPF DO RESPONSAVEL NO DISCRPT E
      *            NOS DISPLAYS DE CONSOLE SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO COM A OPCAO 90 DO MENUAUTH LIBERADA, COM
      *            REGISTRO NO AUDIT-TRAIL. O NOME DO ALUNO NO DISCRPT
      *            CAIU PARA 17 POSICOES PARA A LINHA CABER NAS 80
      * ALTERADO = 15/10/2026 - O FATURAMENTO PEDE A TRAVA DE USO
      *            EXCLUSIVO DO ARFILE ANTES DE PEGAR A NUMERACAO DO
      *            ARCTL (SUBROTINA PROGCOB136, REGISTRO LOCKREG) E
      *            ESPERA A TELA OU O RETORNO QUE ESTIVER REGRAVANDO O
      *            ARQUIVO; ESGOTADA A ESPERA, NAO FATURA (RC 12, LINHA
      *            'TRV' NO RUNLOG) E A REEXECUCAO FATURA O MES
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.

           SELECT DISCOUNT-FILE ASSIGN TO 'DISCOUNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCOUNT.

           SELECT DISCOUNT-PARAMETERS ASSIGN TO 'DISCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCPARM.

           SELECT DISCOUNT-RPT ASSIGN TO 'DISCRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           02 FR-ALUNO       PIC X(20).
           02 FR-VALOR-PLANO PIC 9(06)V99.
           02 FR-DIA-VENC    PIC 9(02).
           02 FR-MATRICULA   PIC 9(06).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.
       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       FD  DISCOUNT-FILE.
           COPY 'DISCOUNT.COB'.

       FD  DISCOUNT-PARAMETERS.
       01  DP-REGISTRO.
           02 DP-PERC-IRMAO  PIC 9(03)V99.

       FD  DISCOUNT-RPT.
       01  DR-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-STUDENT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAMRESP    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCTL      PIC X(02) VALUE ZEROS.
       77 WRK-FS-BATCTRL    PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCOUNT   PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCPARM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCRPT    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-STUDENT   PIC X(01) VALUE 'N'.
          88 FIM-STUDENT    VALUE 'S'.
       77 WRK-EOF-FAMRESP   PIC X(01) VALUE 'N'.
          88 FIM-FAMRESP    VALUE 'S'.
       77 WRK-EOF-BATCTRL   PIC X(01) VALUE 'N'.
          88 FIM-BATCTRL    VALUE 'S'.
       77 WRK-EOF-DISCOUNT  PIC X(01) VALUE 'N'.
          88 FIM-DISCOUNT   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-JA-RODOU      PIC X(01) VALUE 'N'.
       77 WRK-QT-SEM-ALUNO  PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL         PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    DESCONTOS DO ALUNO CORRENTE E TOTAIS DA RODADA
       77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
       77 WRK-PERC-IRMAO    PIC 9(03)V99 VALUE 10.
       77 WRK-IDX-DESC      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MOT       PIC 9(01) VALUE ZEROS.
       77 WRK-MOTIVO        PIC X(01) VALUE SPACE.
       77 WRK-TEM-IRMAO     PIC X(01) VALUE 'N'.
       77 WRK-BRUTO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-ALUNO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESC    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-DESCONTOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-DESC-INVAL PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ISENTOS    PIC 9(04) VALUE ZEROS.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
           02 WRK-TB-ALU-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ALU-ITEM OCCURS 500 TIMES.
               03 WRK-TB-ALU-NOME PIC X(20).
               03 WRK-TB-ALU-MATR PIC 9(06).
      *    UMA LINHA POR FAMILIA: A SOMA DOS PLANOS DOS ALUNOS
      *    MATRICULADOS E O DIA DE VENCIMENTO DO PLANO
       01  WRK-TB-FAMILIAS.
               03 WRK-TB-FAM-CPF   PIC 9(11).
               03 WRK-TB-FAM-VALOR PIC 9(08)V99.
               03 WRK-TB-FAM-DIA   PIC 9(02).
               03 WRK-TB-FAM-QT-ALUNOS PIC 9(02).
      *    DESCONTOS VIGENTES NO MES, POR MATRICULA
       01  WRK-TB-DESCONTOS.
           02 WRK-TB-DSC-QTD  PIC 9(03) VALUE ZEROS.
           02 WRK-TB-DSC-ITEM OCCURS 500 TIMES.
               03 WRK-TB-DSC-MATR   PIC 9(06).
               03 WRK-TB-DSC-TIPO   PIC X(01).
               03 WRK-TB-DSC-VALOR  PIC 9(06)V99.
               03 WRK-TB-DSC-MOTIVO PIC X(01).
      *    TOTAL CONCEDIDO POR MOTIVO (MONTADO NO 0150)
       01  WRK-TB-MOTIVOS.
           02 WRK-TB-MOT-ITEM OCCURS 4 TIMES.
               03 WRK-TB-MOT-CODIGO PIC X(01).
               03 WRK-TB-MOT-DESCR  PIC X(20).
               03 WRK-TB-MOT-QTD    PIC 9(04).
               03 WRK-TB-MOT-TOTAL  PIC 9(10)V99.
       01  DR-DETALHE.
           02 DR-D-MATRICULA   PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DR-D-ALUNO       PIC X(17).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DR-D-CPF         PIC X(14).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DR-D-MOTIVO      PIC X(20).
           02 DR-D-BRUTO       PIC ZZZ.ZZ9,99.
           02 DR-D-DESCONTO    PIC ZZZ.ZZ9,99.
       01  DR-RESUMO.
           02 DR-R-MOTIVO      PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 DR-R-QTD         PIC ZZZ9.
           02 FILLER           PIC X(05) VALUE SPACES.
           02 DR-R-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
       01  DR-COLUNAS-DETALHE.
           02 FILLER PIC X(25) VALUE 'MATRIC ALUNO'.
           02 FILLER PIC X(35) VALUE
                 'CPF            MOTIVO'.
           02 FILLER PIC X(20) VALUE '     BRUTO  DESCONTO'.
       01  DR-COLUNAS-RESUMO.
           02 FILLER PIC X(29) VALUE 'MOTIVO               QTDE'.
           02 FILLER PIC X(15) VALUE 'TOTAL CONCEDIDO'.
       01  DR-TOTAIS.
           02 DR-T-DESCRICAO   PIC X(29).
           02 DR-T-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                       ' (BATCTRL) - REEXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0080-ADQUIRIR-TRAVA
               IF LKR-CONCEDIDA
                   PERFORM 0100-INICIALIZAR
                   IF WRK-ABANDONAR = 'S'
                       DISPLAY 'TABELA DE DESCONTOS CHEIA (500) -'
                               ' FATURAMENTO ABANDONADO'
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM 0200-PROCESSAR UNTIL FIM-FAMRESP
                       PERFORM 0300-FATURAR-FAMILIAS
                       PERFORM 0400-FINALIZAR
                   END-IF
                   PERFORM 0090-LIBERAR-TRAVA
               ELSE
                   DISPLAY 'MENSALIDADES NAO FATURADAS - ARFILE EM USO'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.
                   MOVE 'S' TO WRK-EOF-BATCTRL
           END-READ.

      *    A BAIXA NA TELA (PROGCOB55) E O RETORNO DO BANCO
      *    (PROGCOB61) REGRAVAM O ARFILE INTEIRO: AS MENSALIDADES SO
      *    SAO ANEXADAS COM O ARQUIVO SO PARA ESTE PROGRAMA
       0080-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB72' TO LKR-PROGRAMA.
           MOVE 'B'         TO LKR-TIPO.
           MOVE 'E'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

      *    A DEVOLUCAO DA TRAVA NAO DERRUBA O RC 4/12 DO FATURAMENTO
       0090-LIBERAR-TRAVA.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'L' TO LKR-ACAO.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB72'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'M' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE

           PERFORM 0120-CARREGAR-ALUNOS.
           PERFORM 0140-RECUPERAR-NUMERACAO.
           PERFORM 0150-MONTAR-MOTIVOS.
           PERFORM 0160-CARREGAR-PARAMETRO.
           PERFORM 0170-CARREGAR-DESCONTOS.
           IF WRK-ABANDONAR = 'S'
               MOVE 'S' TO WRK-EOF-FAMRESP
           ELSE
               PERFORM 0190-ABRIR-ARQUIVOS
           END-IF.

       0190-ABRIR-ARQUIVOS.
           OPEN INPUT FAMILY-RESPONSIBLE.
           IF WRK-FS-FAMRESP = '00'
               PERFORM 0110-LER-RESPONSAVEL
               OPEN OUTPUT RECEIVABLES-FILE
           END-IF.

           OPEN OUTPUT DISCOUNT-RPT.
           MOVE 'DESCONTOS CONCEDIDOS NAS MENSALIDADES' TO RW-TITULO.
           MOVE DR-COLUNAS-DETALHE TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

       0110-LER-RESPONSAVEL.
           READ FAMILY-RESPONSIBLE
               AT END
                   ADD 1 TO WRK-TB-ALU-QTD
                   MOVE STD-NOME
                     TO WRK-TB-ALU-NOME(WRK-TB-ALU-QTD)
                   MOVE STD-MATRICULA
                     TO WRK-TB-ALU-MATR(WRK-TB-ALU-QTD)
                   PERFORM 0130-LER-ALUNO
               END-PERFORM
               CLOSE STUDENT-FILE
               CLOSE RECEIVABLES-CONTROL
           END-IF.

       0150-MONTAR-MOTIVOS.
           MOVE 'B' TO WRK-TB-MOT-CODIGO(1).
           MOVE 'BOLSA DE ESTUDO' TO WRK-TB-MOT-DESCR(1).
           MOVE 'I' TO WRK-TB-MOT-CODIGO(2).
           MOVE 'DESCONTO IRMAO' TO WRK-TB-MOT-DESCR(2).
           MOVE 'F' TO WRK-TB-MOT-CODIGO(3).
           MOVE 'FILHO DE FUNCIONARIO' TO WRK-TB-MOT-DESCR(3).
           MOVE 'O' TO WRK-TB-MOT-CODIGO(4).
           MOVE 'OUTROS' TO WRK-TB-MOT-DESCR(4).
           PERFORM VARYING WRK-IDX-MOT FROM 1 BY 1
                           UNTIL WRK-IDX-MOT > 4
               MOVE ZEROS TO WRK-TB-MOT-QTD(WRK-IDX-MOT)
                             WRK-TB-MOT-TOTAL(WRK-IDX-MOT)
           END-PERFORM.

      *    O PERCENTUAL DE IRMAOS E OPCIONAL: SEM O DISCPARM VALE O
      *    10% DO VALUE DA WORKING-STORAGE; ZERO DESLIGA A REGRA
       0160-CARREGAR-PARAMETRO.
           OPEN INPUT DISCOUNT-PARAMETERS.
           IF WRK-FS-DISCPARM = '00'
               READ DISCOUNT-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-PERC-IRMAO NOT > 100
                           MOVE DP-PERC-IRMAO TO WRK-PERC-IRMAO
                       END-IF
               END-READ
               CLOSE DISCOUNT-PARAMETERS
           END-IF.

      *    SO ENTRAM OS DESCONTOS VIGENTES NO MES FATURADO; TIPO OU
      *    MOTIVO DESCONHECIDO E PERCENTUAL ACIMA DE 100 SAO
      *    APONTADOS E NAO DESCONTAM
       0170-CARREGAR-DESCONTOS.
           OPEN INPUT DISCOUNT-FILE.
           IF WRK-FS-DISCOUNT = '00'
               PERFORM 0180-LER-DESCONTO
               PERFORM UNTIL FIM-DISCOUNT
                              OR WRK-ABANDONAR = 'S'
                   IF (NOT DS-PERCENTUAL AND NOT DS-VALOR-FIXO)
                      OR (NOT DS-BOLSA AND NOT DS-IRMAO
                          AND NOT DS-FUNCIONARIO AND NOT DS-OUTROS)
                      OR (DS-PERCENTUAL AND DS-VALOR > 100)
                       ADD 1 TO WRK-QT-DESC-INVAL
                       DISPLAY 'DESCONTO DA MATRICULA ' DS-MATRICULA
                               ' INVALIDO - IGNORADO'
                   ELSE
                       IF DS-INICIO NOT > WRK-ANOMES
                          AND (DS-FIM = ZEROS
                               OR DS-FIM NOT < WRK-ANOMES)
                           IF WRK-TB-DSC-QTD = 500
                               MOVE 'S' TO WRK-ABANDONAR
                           ELSE
                               ADD 1 TO WRK-TB-DSC-QTD
                               MOVE DS-MATRICULA
                                 TO WRK-TB-DSC-MATR(WRK-TB-DSC-QTD)
                               MOVE DS-TIPO
                                 TO WRK-TB-DSC-TIPO(WRK-TB-DSC-QTD)
                               MOVE DS-VALOR
                                 TO WRK-TB-DSC-VALOR(WRK-TB-DSC-QTD)
                               MOVE DS-MOTIVO
                                 TO WRK-TB-DSC-MOTIVO(WRK-TB-DSC-QTD)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0180-LER-DESCONTO
               END-PERFORM
               CLOSE DISCOUNT-FILE
           END-IF.

       0180-LER-DESCONTO.
           READ DISCOUNT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-DISCOUNT
           END-READ.

      *    O PLANO SO CONTA SE O ALUNO ESTA DE FATO MATRICULADO;
      *    OS PLANOS DA MESMA FAMILIA SOMAM NUM TITULO SO
       0200-PROCESSAR.
      *    COM A MATRICULA NO FAMRESP O ALUNO E ACHADO POR ELA;
      *    REGISTRO ANTIGO (MATRICULA ZERADA) CONTINUA PELO NOME
           MOVE 'N' TO WRK-ALUNO-OK.
           MOVE ZEROS TO WRK-MATRICULA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-ALU-QTD
                              OR WRK-ALUNO-OK = 'S'
               IF (FR-MATRICULA > ZEROS
                   AND WRK-TB-ALU-MATR(WRK-IDX) = FR-MATRICULA)
                  OR (FR-MATRICULA = ZEROS
                   AND WRK-TB-ALU-NOME(WRK-IDX) = FR-ALUNO)
                   MOVE 'S' TO WRK-ALUNO-OK
                   MOVE WRK-TB-ALU-MATR(WRK-IDX) TO WRK-MATRICULA
               END-IF
           END-PERFORM.

               PERFORM 0210-SOMAR-NA-FAMILIA
           ELSE
               ADD 1 TO WRK-QT-SEM-ALUNO
               MOVE 'CONSOLE' TO CF-RELATORIO
               MOVE FR-CPF    TO CF-CPF
               PERFORM 0600-MASCARAR-CPF
               DISPLAY 'RESPONSAVEL ' CF-CPF-EDITADO ' - ALUNO '
                       FR-ALUNO ' NAO MATRICULADO - NAO FATURA'
           END-IF.

               MOVE WRK-TB-FAM-QTD TO WRK-IDX-FAM
               MOVE FR-CPF TO WRK-TB-FAM-CPF(WRK-IDX-FAM)
               MOVE ZEROS  TO WRK-TB-FAM-VALOR(WRK-IDX-FAM)
                              WRK-TB-FAM-QT-ALUNOS(WRK-IDX-FAM)
               MOVE FR-DIA-VENC TO WRK-TB-FAM-DIA(WRK-IDX-FAM)
           END-IF.
           IF WRK-IDX-FAM > ZEROS
               ADD 1 TO WRK-TB-FAM-QT-ALUNOS(WRK-IDX-FAM)
               PERFORM 0220-APLICAR-DESCONTOS
               ADD WRK-BRUTO TO WRK-TOTAL-BRUTO
               COMPUTE WRK-TB-FAM-VALOR(WRK-IDX-FAM) =
                       WRK-TB-FAM-VALOR(WRK-IDX-FAM)
                     + WRK-BRUTO - WRK-DESC-ALUNO
           END-IF.

      *    PRIMEIRO OS DESCONTOS DO ARQUIVO, DEPOIS A REGRA DE
      *    IRMAOS A PARTIR DO SEGUNDO FILHO DA FAMILIA - QUE NAO
      *    SE SOMA A UM DESCONTO DE IRMAO JA CADASTRADO. O
      *    PERCENTUAL INCIDE SEMPRE SOBRE O PLANO BRUTO
       0220-APLICAR-DESCONTOS.
           MOVE FR-VALOR-PLANO TO WRK-BRUTO.
           MOVE ZEROS TO WRK-DESC-ALUNO.
           MOVE 'N' TO WRK-TEM-IRMAO.
           IF WRK-MATRICULA > ZEROS
               PERFORM VARYING WRK-IDX-DESC FROM 1 BY 1
                               UNTIL WRK-IDX-DESC > WRK-TB-DSC-QTD
                   IF WRK-TB-DSC-MATR(WRK-IDX-DESC) = WRK-MATRICULA
                       IF WRK-TB-DSC-TIPO(WRK-IDX-DESC) = 'P'
                           COMPUTE WRK-DESCONTO ROUNDED =
                                   WRK-BRUTO
                                 * WRK-TB-DSC-VALOR(WRK-IDX-DESC)
                                 / 100
                       ELSE
                           MOVE WRK-TB-DSC-VALOR(WRK-IDX-DESC)
                             TO WRK-DESCONTO
                       END-IF
                       MOVE WRK-TB-DSC-MOTIVO(WRK-IDX-DESC)
                         TO WRK-MOTIVO
                       IF WRK-MOTIVO = 'I'
                           MOVE 'S' TO WRK-TEM-IRMAO
                       END-IF
                       PERFORM 0230-CONCEDER-DESCONTO
                   END-IF
               END-PERFORM
           END-IF.

           IF WRK-TB-FAM-QT-ALUNOS(WRK-IDX-FAM) > 1
              AND WRK-TEM-IRMAO = 'N'
              AND WRK-PERC-IRMAO > ZEROS
               COMPUTE WRK-DESCONTO ROUNDED =
                       WRK-BRUTO * WRK-PERC-IRMAO / 100
               MOVE 'I' TO WRK-MOTIVO
               PERFORM 0230-CONCEDER-DESCONTO
           END-IF.

      *    O DESCONTO NUNCA PASSA DO QUE SOBRA DO PLANO; CADA
      *    DESCONTO CONCEDIDO SAI NUMA LINHA DO DISCRPT
       0230-CONCEDER-DESCONTO.
           IF WRK-DESC-ALUNO + WRK-DESCONTO > WRK-BRUTO
               COMPUTE WRK-DESCONTO = WRK-BRUTO - WRK-DESC-ALUNO
           END-IF.
           IF WRK-DESCONTO > ZEROS
               ADD WRK-DESCONTO TO WRK-DESC-ALUNO WRK-TOTAL-DESC
               ADD 1 TO WRK-QT-DESCONTOS
               PERFORM VARYING WRK-IDX-MOT FROM 1 BY 1
                               UNTIL WRK-IDX-MOT > 4
                   IF WRK-TB-MOT-CODIGO(WRK-IDX-MOT) = WRK-MOTIVO
                       ADD 1 TO WRK-TB-MOT-QTD(WRK-IDX-MOT)
                       ADD WRK-DESCONTO
                         TO WRK-TB-MOT-TOTAL(WRK-IDX-MOT)
                       MOVE WRK-TB-MOT-DESCR(WRK-IDX-MOT)
                         TO DR-D-MOTIVO
                   END-IF
               END-PERFORM
               MOVE WRK-MATRICULA  TO DR-D-MATRICULA
               MOVE FR-ALUNO       TO DR-D-ALUNO
               MOVE 'DISCRPT'      TO CF-RELATORIO
               MOVE FR-CPF         TO CF-CPF
               PERFORM 0600-MASCARAR-CPF
               MOVE CF-CPF-EDITADO TO DR-D-CPF
               MOVE WRK-BRUTO      TO DR-D-BRUTO
               MOVE WRK-DESCONTO   TO DR-D-DESCONTO
               PERFORM 0500-QUEBRA-PAGINA
               WRITE DR-LINHA FROM DR-DETALHE
           END-IF.

      *    UM TITULO POR FAMILIA, COM O DIA DO PLANO PRESO AO
      *    LIMITE DO MES CORRENTE; FAMILIA COM BOLSA INTEGRAL
      *    (LIQUIDO ZERO) NAO GERA TITULO
       0300-FATURAR-FAMILIAS.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                           UNTIL WRK-IDX-FAM > WRK-TB-FAM-QTD
               IF WRK-TB-FAM-VALOR(WRK-IDX-FAM) = ZEROS
                   ADD 1 TO WRK-QT-ISENTOS
                   MOVE 'CONSOLE' TO CF-RELATORIO
                   MOVE WRK-TB-FAM-CPF(WRK-IDX-FAM) TO CF-CPF
                   PERFORM 0600-MASCARAR-CPF
                   DISPLAY 'RESPONSAVEL ' CF-CPF-EDITADO
                           ' - MENSALIDADE LIQUIDA ZERO - SEM TITULO'
               ELSE
                   ADD 1 TO WRK-NUMERO

                   MOVE WRK-TB-FAM-DIA(WRK-IDX-FAM) TO WRK-DIA-VENC
                   IF WRK-DIA-VENC = ZEROS
                       MOVE 10 TO WRK-DIA-VENC
                   END-IF
                   IF WRK-DIA-VENC > WRK-DIAS-NO-MES
                       MOVE WRK-DIAS-NO-MES TO WRK-DIA-VENC
                   END-IF
                   MOVE WRK-DATASYS TO WRK-VENCIMENTO
                   MOVE WRK-DIA-VENC TO WRK-VENCIMENTO(7:2)

                   MOVE WRK-NUMERO       TO RB-NUMERO
                   MOVE WRK-TB-FAM-CPF(WRK-IDX-FAM) TO RB-CPF
                   MOVE WRK-DATASYS      TO RB-DATA-EMISSAO
                   MOVE WRK-VENCIMENTO   TO RB-VENCIMENTO
                   MOVE WRK-TB-FAM-VALOR(WRK-IDX-FAM)
                     TO RB-VALOR RB-SALDO
                   MOVE 'A' TO RB-STATUS
                   WRITE RB-REGISTRO
                   ADD 1 TO WRK-QT-TITULOS
                   ADD WRK-TB-FAM-VALOR(WRK-IDX-FAM) TO WRK-TOTAL
               END-IF
           END-PERFORM.

       0400-FINALIZAR.
           END-IF.
           MOVE 'PROGCOB72 ' TO BC-PROGRAMA.
           MOVE WRK-DATASYS  TO BC-DATA.
           COMPUTE BC-REG-IN = WRK-QT-TITULOS + WRK-QT-SEM-ALUNO
                             + WRK-QT-ISENTOS.
           MOVE WRK-QT-TITULOS TO BC-REG-OUT.
           MOVE WRK-TOTAL      TO BC-VALOR-TOTAL.
           WRITE BC-REGISTRO.
           CLOSE BATCH-CONTROL.

           PERFORM 0410-RESUMIR-DESCONTOS.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           DISPLAY '-------------------------'
           DISPLAY 'TITULOS DE MENSALIDADE... ' WRK-QT-TITULOS.
           DISPLAY 'FAMILIAS SEM TITULO...... ' WRK-QT-ISENTOS.
           DISPLAY 'RESPONSAVEIS SEM ALUNO... ' WRK-QT-SEM-ALUNO.
           DISPLAY 'DESCONTOS CONCEDIDOS..... ' WRK-QT-DESCONTOS.
           DISPLAY 'DESCONTOS INVALIDOS...... ' WRK-QT-DESC-INVAL.
           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED.
           DISPLAY 'MENSALIDADE BRUTA..... R$ ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-DESC TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DE DESCONTOS.... R$ ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL FATURADO........ R$ ' WRK-TOTAL-ED.
           IF WRK-QT-SEM-ALUNO > ZEROS
              OR WRK-QT-DESC-INVAL > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
               CLOSE FAMILY-RESPONSIBLE
           END-IF.
           CLOSE RECEIVABLES-FILE.

      *    FECHO DO DISCRPT: O TOTAL CONCEDIDO POR MOTIVO E A
      *    RECEITA QUE A ESCOLA DEIXOU DE FATURAR NO MES
       0410-RESUMIR-DESCONTOS.
           MOVE DR-COLUNAS-RESUMO TO RW-COLUNAS.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           PERFORM VARYING WRK-IDX-MOT FROM 1 BY 1
                           UNTIL WRK-IDX-MOT > 4
               MOVE WRK-TB-MOT-DESCR(WRK-IDX-MOT) TO DR-R-MOTIVO
               MOVE WRK-TB-MOT-QTD(WRK-IDX-MOT)   TO DR-R-QTD
               MOVE WRK-TB-MOT-TOTAL(WRK-IDX-MOT) TO DR-R-TOTAL
               PERFORM 0500-QUEBRA-PAGINA
               WRITE DR-LINHA FROM DR-RESUMO
           END-PERFORM.

           MOVE 'MENSALIDADE BRUTA.......  R$' TO DR-T-DESCRICAO.
           MOVE WRK-TOTAL-BRUTO TO DR-T-VALOR.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-TOTAIS.
           MOVE 'RECEITA CONCEDIDA.......  R$' TO DR-T-DESCRICAO.
           MOVE WRK-TOTAL-DESC TO DR-T-VALOR.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-TOTAIS.
           MOVE 'MENSALIDADE LIQUIDA.....  R$' TO DR-T-DESCRICAO.
           MOVE WRK-TOTAL TO DR-T-VALOR.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE DR-LINHA FROM DR-TOTAIS.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE DR-LINHA FROM RW-TRAILER.
           CLOSE DISCOUNT-RPT.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE DR-LINHA FROM RW-CABECALHO1
               WRITE DR-LINHA FROM RW-CABECALHO2
               WRITE DR-LINHA FROM RW-COLUNAS
           END-IF.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0600-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
