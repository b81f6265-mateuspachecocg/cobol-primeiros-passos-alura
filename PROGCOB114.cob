       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: POSTAGEM DO RAZAO GERAL E BALANCETE MENSAL: LE O
      *     GLEXTRACT (LINHAS ANEXADAS PELO FECHAMENTO DA FOLHA
      *     PROGCOB04, RESCISAO PROGCOB57, PERDA PROGCOB63, DIARIO DE
      *     VENDAS PROGCOB70 E PROVISAO PROGCOB87) E ACUMULA DEBITO
      *     E CREDITO POR CONTA CONTABIL E PERIODO NO RAZAO GLMAST
      *     (COPYBOOK GLMAST). LINHA COM CONTA FORA DO COAMAP OU
      *     DATADA EM PERIODO FECHADO NO PERIODCTL (TRAVA PROGCOB78)
      *     VAI PARA O SYSEXCEP E FICA SEM POSTAR, COM RETURN-CODE 4.
      *     AS LINHAS DE UM LADO SO (FGTS, VALE-TRANSPORTE DA
      *     EMPRESA, VERBAS DE RESCISAO E PERDA) RECEBEM A
      *     CONTRAPARTIDA NA CONTA VIGENTE DO EVENTO PROPRIO NO
      *     COAMAP. A LINHA POSTADA E MARCADA NO PROPRIO GLEXTRACT
      *     (POSICAO 62 'P' E DATA DA POSTAGEM) E NAO E SOMADA DE
      *     NOVO SE A POSTAGEM RODAR OUTRA VEZ. NO FIM, O BALANCETE
      *     DO PERIODO INFORMADO (GLBALANC) LISTA DEBITOS, CREDITOS
      *     E SALDO DE CADA CONTA; SE OS DOIS LADOS NAO FECHAM, O
      *     RETURN-CODE E 8
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - NOVOS ROTULOS DO MOVIMENTO DE
      *            EMPRESTIMOS BANCARIOS (PROGCOB117): 'RAZAO - EMPRA:'
      *            (AMORTIZACAO) E 'RAZAO - EMPRJ:' (JUROS), A DEBITO,
      *            COM A CONTRAPARTIDA NA CONTA DO EVENTO 'BANCOS'
      * ALTERADO = 15/10/2026 - NOVOS ROTULOS DO AJUSTE DE CONTAGEM
      *            FISICA DO ESTOQUE DE MATERIAIS (PROGCOB149):
      *            'RAZAO - INVSB:' (SOBRA, A DEBITO) E
      *            'RAZAO - INVFL:' (FALTA, A CREDITO) NA CONTA DO
      *            ESTOQUE, COM A CONTRAPARTIDA NA CONTA DO EVENTO
      *            'AJUSTEINV'
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT ASSIGN TO 'GLEXTRACT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLEXTRACT.

           SELECT COA-MAP ASSIGN TO 'COAMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COAMAP.

           SELECT GL-MASTER ASSIGN TO 'GLMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-CHAVE
               FILE STATUS IS WRK-FS-GLMAST.

           SELECT TRIAL-BALANCE ASSIGN TO 'GLBALANC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLBALANC.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
      *    ESPELHO DE LEITURA DO GLEXTRACT: ROTULO E CONTA CONTABIL
      *    SAO COMUNS A TODOS OS DESENHOS; AS POSICOES 62 A 70 NAO
      *    SAO USADAS POR NENHUM GERADOR E GUARDAM A MARCA DE POSTAGEM
       FD  GL-EXTRACT.
       01  GL-LINHA.
           02 GL-E-ROTULO     PIC X(15).
           02 GL-E-CONTA-CTB  PIC X(08).
           02 GL-E-CORPO      PIC X(38).
           02 GL-E-POSTADO    PIC X(01).
              88 GL-LINHA-POSTADA VALUE 'P'.
           02 GL-E-DATA-POSTAGEM PIC X(08).
       01  GL-LINHA-INICIO REDEFINES GL-LINHA.
           02 FILLER          PIC X(15).
           02 GL-E-DATA       PIC X(08).
           02 FILLER          PIC X(47).

       FD  COA-MAP.
       01  CA-REGISTRO.
           02 CA-EVENTO       PIC X(10).
           02 CA-CONTA        PIC 9(08).
           02 CA-VALIDADE-INI PIC 9(08).
           02 CA-VALIDADE-FIM PIC 9(08).

       FD  GL-MASTER.
           COPY 'GLMAST.COB'.

       FD  TRIAL-BALANCE.
       01  BL-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GLEXTRACT  PIC X(02) VALUE ZEROS.
       77 WRK-FS-COAMAP     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLBALANC   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-GLEXTRACT PIC X(01) VALUE 'N'.
          88 FIM-GLEXTRACT  VALUE 'S'.
       77 WRK-EOF-COAMAP    PIC X(01) VALUE 'N'.
          88 FIM-COAMAP     VALUE 'S'.
       77 WRK-EOF-GLMAST    PIC X(01) VALUE 'N'.
          88 FIM-GLMAST     VALUE 'S'.
       77 WRK-TEM-EXTRATO   PIC X(01) VALUE 'N'.
          88 TEM-EXTRATO    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-POSTAGEM VALUE 'S'.
       77 WRK-CONTA-NOVA    PIC X(01) VALUE 'N'.
          88 CONTA-NOVA     VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LOTE     PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-BAL    PIC 9(06) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-COA       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-RT        PIC 9(02) VALUE ZEROS.
       77 WRK-RT-ACHADO     PIC 9(02) VALUE ZEROS.
       77 WRK-CONTA-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-CTB     PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CONTRA  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-POSTAR  PIC 9(08) VALUE ZEROS.
       77 WRK-LADO          PIC X(01) VALUE SPACE.
       77 WRK-EVENTO        PIC X(10) VALUE SPACES.
       77 WRK-MOTIVO        PIC X(25) VALUE SPACES.
       77 WRK-CAMPO-VALOR   PIC X(14) VALUE SPACES.
       77 WRK-VALOR         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-LINHAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-POSTADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-POSTADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONTRAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-CONTAS-BAL PIC 9(04) VALUE ZEROS.
      *    AREAS DE DESEDICAO DOS VALORES IMPRESSOS NO EXTRATO,
      *    COMO NO CONFERIDOR PROGCOB24: ZZZ.ZZ9,99 (10 POSICOES) E
      *    ZZZ.ZZZ.ZZ9,99 (14 POSICOES)
       01  WRK-DIG-DETALHE.
           02 WRK-DIG-DET     PIC X(08).
           02 WRK-DIG-DET-N REDEFINES WRK-DIG-DET
                              PIC 9(06)V99.
       01  WRK-DIG-TOTAL.
           02 WRK-DIG-TOT     PIC X(11).
           02 WRK-DIG-TOT-N REDEFINES WRK-DIG-TOT
                              PIC 9(09)V99.
      *    ROTULOS DO GLEXTRACT QUE VIRAM LANCAMENTO: LADO DA LINHA
      *    (D/C), POSICAO E TAMANHO DO VALOR NO DESENHO DE QUEM
      *    GRAVOU E, PARA AS LINHAS DE UM LADO SO, O EVENTO DO COAMAP
      *    QUE RECEBE A CONTRAPARTIDA. INICIO/FIM DA FOLHA SO DATAM
      *    O LOTE; QUALQUER OUTRO ROTULO E IGNORADO
       01  WRK-ROTULOS-VALORES.
           02 FILLER PIC X(30) VALUE 'RAZAO - FOLHA: D5110          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - TOTAL: C4614          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - VENDA: D4614          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - VCRED: C4614          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - PROVD: D4614          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - PROVC: C4614          '.
           02 FILLER PIC X(30) VALUE 'RAZAO - FGTS:  C4614FGTSDESP  '.
           02 FILLER PIC X(30) VALUE 'RAZAO - VTRAN: D4614VTPAGAR   '.
           02 FILLER PIC X(30) VALUE 'RAZAO - RESCIS.D5010RESCPAGAR '.
           02 FILLER PIC X(30) VALUE 'RAZAO - PERDA: D4410CLIENTES  '.
           02 FILLER PIC X(30) VALUE 'RAZAO - EMPRA: D3514BANCOS    '.
           02 FILLER PIC X(30) VALUE 'RAZAO - EMPRJ: D3514BANCOS    '.
           02 FILLER PIC X(30) VALUE 'RAZAO - INVSB: D3514AJUSTEINV '.
           02 FILLER PIC X(30) VALUE 'RAZAO - INVFL: C3514AJUSTEINV '.
       01  WRK-TB-ROTULOS REDEFINES WRK-ROTULOS-VALORES.
           02 WRK-TB-RT-ITEM OCCURS 14 TIMES.
               03 WRK-TB-RT-ROTULO  PIC X(15).
               03 WRK-TB-RT-LADO    PIC X(01).
               03 WRK-TB-RT-POS     PIC 9(02).
               03 WRK-TB-RT-TAM     PIC 9(02).
               03 WRK-TB-RT-CONTRA  PIC X(10).
       01  WRK-TB-COAMAP.
           02 WRK-TB-COA-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-COA-ITEM OCCURS 50 TIMES.
               03 WRK-TB-COA-EVENTO PIC X(10).
               03 WRK-TB-COA-CONTA  PIC 9(08).
               03 WRK-TB-COA-INI    PIC 9(08).
               03 WRK-TB-COA-FIM    PIC 9(08).
      *    O GLEXTRACT INTEIRO FICA EM TABELA PARA SER REGRAVADO COM
      *    AS MARCAS DE POSTAGEM, COMO O LOG NO EXPURGO PROGCOB75
       01  WRK-TB-EXTRATO.
           02 WRK-GL-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-GL-ITEM     PIC X(70) OCCURS 5000 TIMES.
       01  BL-PERIODO.
           02 FILLER          PIC X(20) VALUE 'PERIODO DE APURACAO '.
           02 BL-P-ANOMES     PIC 9(06).
       01  BL-DETALHE.
           02 BL-D-CONTA      PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-D-EVENTO     PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-D-DEBITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-D-CREDITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-D-SALDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-D-NATUREZA   PIC X(01).
       01  BL-TOTAL.
           02 FILLER          PIC X(20) VALUE 'TOTAL DO PERIODO    '.
           02 BL-T-DEBITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-T-CREDITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 BL-T-SALDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  BL-SITUACAO        PIC X(50) VALUE SPACES.
           COPY 'PERLOCKP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TB-COA-QTD = ZEROS
               DISPLAY 'COAMAP AUSENTE OU VAZIO - NENHUMA CONTA'
                       ' VALIDA, NADA POSTADO'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF ABANDONAR-POSTAGEM
               DISPLAY 'POSTAGEM ABANDONADA - ARQUIVOS INTACTOS'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0200-POSTAR-EXTRATO
               PERFORM 0500-REGRAVAR-EXTRATO
               PERFORM 0600-IMPRIMIR-BALANCETE
               PERFORM 0900-FINALIZAR
           END-IF
           END-IF.

           GOBACK.

      *    O PERIODO DO BALANCETE VEM DO OPERADOR; EM BRANCO OU
      *    ZEROS, VALE O MES CORRENTE
       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS TO WRK-DATA-LOTE.

           DISPLAY 'PERIODO DO BALANCETE (AAAAMM, ZEROS = MES'
                   ' CORRENTE).. '
           ACCEPT WRK-ANOMES-BAL FROM CONSOLE.
           IF WRK-ANOMES-BAL NOT NUMERIC
              OR WRK-ANOMES-BAL = ZEROS
               MOVE WRK-DATASYS(1:6) TO WRK-ANOMES-BAL
           END-IF.

           PERFORM 0110-CARREGAR-COAMAP.
           IF WRK-TB-COA-QTD > ZEROS
               PERFORM 0130-CARREGAR-EXTRATO
           END-IF.

           IF WRK-TB-COA-QTD > ZEROS AND NOT ABANDONAR-POSTAGEM
               OPEN I-O GL-MASTER
               IF WRK-FS-GLMAST = '35'
                   OPEN OUTPUT GL-MASTER
                   CLOSE GL-MASTER
                   OPEN I-O GL-MASTER
               END-IF
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF
           END-IF.

      *    O COAMAP E A LISTA DE CONTAS VALIDAS: SEM ELE NAO HA O QUE
      *    POSTAR
       0110-CARREGAR-COAMAP.
           OPEN INPUT COA-MAP.
           IF WRK-FS-COAMAP = '00'
               PERFORM 0120-LER-COAMAP
               PERFORM UNTIL FIM-COAMAP
                              OR WRK-TB-COA-QTD = 50
                   ADD 1 TO WRK-TB-COA-QTD
                   MOVE CA-EVENTO
                     TO WRK-TB-COA-EVENTO(WRK-TB-COA-QTD)
                   MOVE CA-CONTA
                     TO WRK-TB-COA-CONTA(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-INI
                     TO WRK-TB-COA-INI(WRK-TB-COA-QTD)
                   MOVE CA-VALIDADE-FIM
                     TO WRK-TB-COA-FIM(WRK-TB-COA-QTD)
                   PERFORM 0120-LER-COAMAP
               END-PERFORM
               CLOSE COA-MAP
           END-IF.

       0120-LER-COAMAP.
           READ COA-MAP
               AT END
                   MOVE 'S' TO WRK-EOF-COAMAP
           END-READ.

      *    SEM GLEXTRACT NAO HA O QUE POSTAR, MAS O BALANCETE SAI
      *    DO MESMO JEITO; EXTRATO MAIOR QUE A TABELA ABANDONA SEM
      *    TOCAR EM NADA
       0130-CARREGAR-EXTRATO.
           OPEN INPUT GL-EXTRACT.
           IF WRK-FS-GLEXTRACT = '00'
               MOVE 'S' TO WRK-TEM-EXTRATO
               PERFORM 0140-LER-EXTRATO
               PERFORM UNTIL FIM-GLEXTRACT
                              OR WRK-GL-QTD = 5000
                   ADD 1 TO WRK-GL-QTD
                   MOVE GL-LINHA TO WRK-GL-ITEM(WRK-GL-QTD)
                   PERFORM 0140-LER-EXTRATO
               END-PERFORM
               IF NOT FIM-GLEXTRACT
                   DISPLAY 'GLEXTRACT MAIOR QUE A TABELA DE 5000'
                           ' LINHAS'
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE GL-EXTRACT
           ELSE
               DISPLAY 'GLEXTRACT NAO ENCONTRADO - NADA A POSTAR'
           END-IF.

       0140-LER-EXTRATO.
           READ GL-EXTRACT
               AT END
                   MOVE 'S' TO WRK-EOF-GLEXTRACT
           END-READ.

      *    AS LINHAS DA FOLHA VEM ENTRE 'RAZAO - INICIO' (COM A DATA
      *    DO FECHAMENTO) E 'RAZAO - FIM'; AS DEMAIS NAO TRAZEM DATA
      *    E SAO DO DIA DA POSTAGEM, QUE RODA NA MESMA NOITE
       0200-POSTAR-EXTRATO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-GL-QTD
               MOVE WRK-GL-ITEM(WRK-IDX) TO GL-LINHA
               ADD 1 TO WRK-QT-LINHAS
               EVALUATE GL-E-ROTULO
                   WHEN 'RAZAO - INICIO '
                       IF GL-E-DATA NUMERIC
                           MOVE GL-E-DATA TO WRK-DATA-LOTE
                       END-IF
                   WHEN 'RAZAO - FIM    '
                       MOVE WRK-DATASYS TO WRK-DATA-LOTE
                   WHEN OTHER
                       PERFORM 0210-ACHAR-ROTULO
                       IF WRK-RT-ACHADO > ZEROS
                           IF GL-LINHA-POSTADA
                               ADD 1 TO WRK-QT-JA-POSTADAS
                           ELSE
                               PERFORM 0220-POSTAR-LINHA
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

       0210-ACHAR-ROTULO.
           MOVE ZEROS TO WRK-RT-ACHADO.
           PERFORM VARYING WRK-IDX-RT FROM 1 BY 1
                           UNTIL WRK-IDX-RT > 14
                              OR WRK-RT-ACHADO > ZEROS
               IF WRK-TB-RT-ROTULO(WRK-IDX-RT) = GL-E-ROTULO
                   MOVE WRK-IDX-RT TO WRK-RT-ACHADO
               END-IF
           END-PERFORM.

      *    A LINHA SO E POSTADA INTEIRA: CONTA NO COAMAP, PERIODO
      *    ABERTO E, SE FOR DE UM LADO SO, CONTRAPARTIDA VIGENTE.
      *    A REJEITADA FICA SEM MARCA - CORRIGIDO O COAMAP OU
      *    REABERTO O PERIODO, A PROXIMA POSTAGEM A PEGA
       0220-POSTAR-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-CONTA-CONTRA.

           IF GL-E-CONTA-CTB NOT NUMERIC
               MOVE 'CONTA CONTABIL INVALIDA' TO WRK-MOTIVO
           ELSE
               MOVE GL-E-CONTA-CTB TO WRK-CONTA-CTB
               PERFORM 0230-CONTA-NO-COAMAP
               IF WRK-CONTA-ACHADA = 'N'
                   MOVE 'CONTA FORA DO COAMAP' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
               MOVE WRK-DATA-LOTE TO PLK-DATA
               CALL 'PROGCOB78' USING PLK-PARAMETROS
               IF PLK-FECHADO
                   MOVE 'PERIODO FISCAL FECHADO' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
              AND WRK-TB-RT-CONTRA(WRK-RT-ACHADO) NOT = SPACES
               MOVE WRK-TB-RT-CONTRA(WRK-RT-ACHADO) TO WRK-EVENTO
               PERFORM 0240-BUSCAR-CONTRAPARTIDA
               IF WRK-CONTA-ACHADA = 'N'
                   MOVE 'CONTRAPARTIDA SEM CONTA' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT = SPACES
               PERFORM 0280-REJEITAR-LINHA
           ELSE
               PERFORM 0250-DESEDITAR-VALOR
               MOVE WRK-CONTA-CTB TO WRK-CONTA-POSTAR
               MOVE WRK-TB-RT-LADO(WRK-RT-ACHADO) TO WRK-LADO
               PERFORM 0260-ACUMULAR-CONTA
               IF WRK-CONTA-CONTRA > ZEROS
                   MOVE WRK-CONTA-CONTRA TO WRK-CONTA-POSTAR
                   IF WRK-LADO = 'D'
                       MOVE 'C' TO WRK-LADO
                   ELSE
                       MOVE 'D' TO WRK-LADO
                   END-IF
                   PERFORM 0260-ACUMULAR-CONTA
                   ADD 1 TO WRK-QT-CONTRAS
               END-IF
               MOVE 'P' TO GL-E-POSTADO
               MOVE WRK-DATASYS TO GL-E-DATA-POSTAGEM
               MOVE GL-LINHA TO WRK-GL-ITEM(WRK-IDX)
               ADD 1 TO WRK-QT-POSTADAS
           END-IF.

      *    CONTA VALIDA E A QUE APARECE EM ALGUM EVENTO DO COAMAP
       0230-CONTA-NO-COAMAP.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-COA FROM 1 BY 1
                           UNTIL WRK-IDX-COA > WRK-TB-COA-QTD
                              OR WRK-CONTA-ACHADA = 'S'
               IF WRK-TB-COA-CONTA(WRK-IDX-COA) = WRK-CONTA-CTB
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.

      *    BUSCA A CONTA DO EVENTO DE CONTRAPARTIDA VIGENTE NA DATA
      *    DO LOTE, COMO A FOLHA FAZ COM OS SEUS EVENTOS
       0240-BUSCAR-CONTRAPARTIDA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-COA FROM 1 BY 1
                           UNTIL WRK-IDX-COA > WRK-TB-COA-QTD
               IF WRK-TB-COA-EVENTO(WRK-IDX-COA) = WRK-EVENTO
                  AND WRK-DATA-LOTE NOT <
                          WRK-TB-COA-INI(WRK-IDX-COA)
                  AND WRK-DATA-LOTE NOT >
                          WRK-TB-COA-FIM(WRK-IDX-COA)
                   MOVE WRK-TB-COA-CONTA(WRK-IDX-COA)
                     TO WRK-CONTA-CONTRA
                   MOVE 'S' TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.

       0250-DESEDITAR-VALOR.
           MOVE GL-LINHA(WRK-TB-RT-POS(WRK-RT-ACHADO):
                         WRK-TB-RT-TAM(WRK-RT-ACHADO))
             TO WRK-CAMPO-VALOR.
           IF WRK-TB-RT-TAM(WRK-RT-ACHADO) = 10
               MOVE SPACES TO WRK-DIG-DET
               STRING WRK-CAMPO-VALOR(1:3)
                      WRK-CAMPO-VALOR(5:3)
                      WRK-CAMPO-VALOR(9:2)
                   DELIMITED BY SIZE INTO WRK-DIG-DET
               INSPECT WRK-DIG-DET REPLACING ALL SPACE BY '0'
               MOVE WRK-DIG-DET-N TO WRK-VALOR
           ELSE
               MOVE SPACES TO WRK-DIG-TOT
               STRING WRK-CAMPO-VALOR(1:3)
                      WRK-CAMPO-VALOR(5:3)
                      WRK-CAMPO-VALOR(9:3)
                      WRK-CAMPO-VALOR(13:2)
                   DELIMITED BY SIZE INTO WRK-DIG-TOT
               INSPECT WRK-DIG-TOT REPLACING ALL SPACE BY '0'
               MOVE WRK-DIG-TOT-N TO WRK-VALOR
           END-IF.

      *    UM REGISTRO DO RAZAO POR CONTA E PERIODO: O PRIMEIRO
      *    LANCAMENTO DO MES CRIA O REGISTRO
       0260-ACUMULAR-CONTA.
           MOVE 'N' TO WRK-CONTA-NOVA.
           MOVE WRK-CONTA-POSTAR   TO GM-CONTA.
           MOVE WRK-DATA-LOTE(1:6) TO GM-ANOMES.
           READ GL-MASTER
               INVALID KEY
                   MOVE 'S' TO WRK-CONTA-NOVA
                   MOVE WRK-CONTA-POSTAR   TO GM-CONTA
                   MOVE WRK-DATA-LOTE(1:6) TO GM-ANOMES
                   MOVE ZEROS TO GM-DEBITOS GM-CREDITOS
                                 GM-QT-LANCAMENTOS
           END-READ.

           IF WRK-LADO = 'D'
               ADD WRK-VALOR TO GM-DEBITOS
           ELSE
               ADD WRK-VALOR TO GM-CREDITOS
           END-IF.
           ADD 1 TO GM-QT-LANCAMENTOS.
           MOVE WRK-DATASYS TO GM-DATA-POSTAGEM.

           IF CONTA-NOVA
               WRITE GM-REGISTRO
                   INVALID KEY
                       DISPLAY '*** GLMAST - FALHA AO INCLUIR A CONTA '
                               GM-CONTA ' FS ' WRK-FS-GLMAST
               END-WRITE
           ELSE
               REWRITE GM-REGISTRO
                   INVALID KEY
                       DISPLAY '*** GLMAST - FALHA AO ATUALIZAR A'
                               ' CONTA ' GM-CONTA ' FS ' WRK-FS-GLMAST
               END-REWRITE
           END-IF.

       0280-REJEITAR-LINHA.
           ADD 1 TO WRK-QT-REJEITADAS.
           MOVE 'PROGCOB114' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE GL-LINHA(1:30) TO EC-ENTRADA.
           MOVE WRK-MOTIVO TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    O EXTRATO SO E REGRAVADO QUANDO ALGUMA LINHA FOI POSTADA,
      *    E VOLTA NA MESMA ORDEM, SO COM AS MARCAS NOVAS
       0500-REGRAVAR-EXTRATO.
           IF WRK-QT-POSTADAS > ZEROS
               OPEN OUTPUT GL-EXTRACT
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-GL-QTD
                   MOVE WRK-GL-ITEM(WRK-IDX) TO GL-LINHA
                   WRITE GL-LINHA
               END-PERFORM
               CLOSE GL-EXTRACT
           END-IF.

      *    BALANCETE DE VERIFICACAO DO PERIODO: O RAZAO E PERCORRIDO
      *    NA ORDEM DA CHAVE E SO ENTRAM AS CONTAS DO MES PEDIDO
       0600-IMPRIMIR-BALANCETE.
           OPEN OUTPUT TRIAL-BALANCE.
           MOVE 'BALANCETE MENSAL DE VERIFICACAO' TO RW-TITULO.
           MOVE SPACES TO RW-COLUNAS.
           MOVE 'CONTA    EVENTO' TO RW-COLUNAS(1:15).
           MOVE 'DEBITOS'  TO RW-COLUNAS(31:7).
           MOVE 'CREDITOS' TO RW-COLUNAS(48:8).
           MOVE 'SALDO'    TO RW-COLUNAS(69:5).
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-ANOMES-BAL TO BL-P-ANOMES.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE BL-LINHA FROM BL-PERIODO.

           MOVE ZEROS TO GM-CHAVE.
           START GL-MASTER KEY IS NOT LESS THAN GM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-GLMAST
           END-START.
           IF NOT FIM-GLMAST
               PERFORM 0610-LER-RAZAO
           END-IF.
           PERFORM UNTIL FIM-GLMAST
               IF GM-ANOMES = WRK-ANOMES-BAL
                   PERFORM 0620-LISTAR-CONTA
               END-IF
               PERFORM 0610-LER-RAZAO
           END-PERFORM.

           MOVE WRK-TOTAL-DEBITOS  TO BL-T-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO BL-T-CREDITOS.
           COMPUTE WRK-SALDO = WRK-TOTAL-DEBITOS - WRK-TOTAL-CREDITOS.
           IF WRK-SALDO < ZEROS
               COMPUTE WRK-SALDO = WRK-SALDO * -1
           END-IF.
           MOVE WRK-SALDO TO BL-T-SALDO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE BL-LINHA FROM BL-TOTAL.

           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'BALANCETE FECHADO - DEBITOS IGUAIS AOS CREDITOS'
                 TO BL-SITUACAO
           ELSE
               MOVE 'BALANCETE NAO FECHA - DEBITOS DIFEREM DOS CREDITOS'
                 TO BL-SITUACAO
           END-IF.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE BL-LINHA FROM BL-SITUACAO.
           DISPLAY BL-SITUACAO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE BL-LINHA FROM RW-TRAILER.
           CLOSE TRIAL-BALANCE.

       0610-LER-RAZAO.
           READ GL-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-GLMAST
           END-READ.

      *    O EVENTO MOSTRADO E O PRIMEIRO DO COAMAP QUE USA A CONTA,
      *    SO PARA O CONTADOR RECONHECER A LINHA
       0620-LISTAR-CONTA.
           ADD 1 TO WRK-QT-CONTAS-BAL.
           ADD GM-DEBITOS  TO WRK-TOTAL-DEBITOS.
           ADD GM-CREDITOS TO WRK-TOTAL-CREDITOS.

           MOVE SPACES TO BL-D-EVENTO.
           PERFORM VARYING WRK-IDX-COA FROM WRK-TB-COA-QTD BY -1
                           UNTIL WRK-IDX-COA = ZEROS
               IF WRK-TB-COA-CONTA(WRK-IDX-COA) = GM-CONTA
                   MOVE WRK-TB-COA-EVENTO(WRK-IDX-COA) TO BL-D-EVENTO
               END-IF
           END-PERFORM.

           MOVE GM-CONTA    TO BL-D-CONTA.
           MOVE GM-DEBITOS  TO BL-D-DEBITOS.
           MOVE GM-CREDITOS TO BL-D-CREDITOS.
           COMPUTE WRK-SALDO = GM-DEBITOS - GM-CREDITOS.
           IF WRK-SALDO < ZEROS
               MOVE 'C' TO BL-D-NATUREZA
               COMPUTE WRK-SALDO = WRK-SALDO * -1
           ELSE
               MOVE 'D' TO BL-D-NATUREZA
           END-IF.
           MOVE WRK-SALDO TO BL-D-SALDO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE BL-LINHA FROM BL-DETALHE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'LINHAS DO GLEXTRACT...... ' WRK-QT-LINHAS.
           DISPLAY 'LINHAS POSTADAS.......... ' WRK-QT-POSTADAS.
           DISPLAY 'CONTRAPARTIDAS GERADAS... ' WRK-QT-CONTRAS.
           DISPLAY 'JA POSTADAS ANTES........ ' WRK-QT-JA-POSTADAS.
           DISPLAY 'LINHAS REJEITADAS........ ' WRK-QT-REJEITADAS.
           DISPLAY 'CONTAS NO BALANCETE...... ' WRK-QT-CONTAS-BAL.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE GL-MASTER.
           CLOSE SYSTEM-EXCEPTIONS.

           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-QT-REJEITADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE BL-LINHA FROM RW-CABECALHO1
               WRITE BL-LINHA FROM RW-CABECALHO2
               WRITE BL-LINHA FROM RW-COLUNAS
           END-IF.
