       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB141.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: SERVICO UNICO DE ARREDONDAMENTO MONETARIO, CHAMADO
      *     VIA LINKAGE (COPYBOOK ROUNDP) POR TODA CALCULADORA DE
      *     VALOR - FOLHA (PROGCOB04), FRETE (PROGCOB09), MULTA E
      *     JUROS (PROGCOB55), RENTABILIDADE (PROGCOBD04), PRESTACAO
      *     (PROGCOBD06) E PERCENTUAL (PROGCOB05) - NO LUGAR DO
      *     ROUNDED OU DO TRUNCAMENTO DE CADA UM, QUE FAZIA O
      *     HOLERITE E O BANCO DIVERGIREM DE UM CENTAVO. O MODO DE
      *     CADA TIPO DE CALCULO VEM DO ARQUIVO ROUNDPRM: 'E' = ABNT
      *     NBR 5891 (DIGITO SEGUINTE MAIOR QUE 5 SOBE, MENOR DESCE,
      *     5 EXATO DEIXA O ULTIMO DIGITO PAR), 'A' = MEIO PARA CIMA
      *     (O ROUNDED), 'T' = TRUNCA. TIPO QUE NAO ESTA NO ROUNDPRM
      *     (OU SEM O ARQUIVO) SEGUE A REGRA QUE O PROGRAMA JA
      *     APLICAVA. COM A CHAVE ROUNDCMP ARMADA ('S'), TODO VALOR
      *     EM QUE A REGRA NOVA DA RESULTADO DIFERENTE DA ANTIGA VAI
      *     PARA O ROUNDDIF (LISTADO PELO PROGCOB142) - E A RODADA
      *     DE COMPARACAO QUE MOSTRA O QUE MUDARIA ANTES DE LIGAR A
      *     REGRA NOVA NA PRODUCAO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUNDING-PARMS ASSIGN TO 'ROUNDPRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROUNDPRM.

           SELECT COMPARE-SWITCH ASSIGN TO 'ROUNDCMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROUNDCMP.

           SELECT ROUNDING-DIFFS ASSIGN TO 'ROUNDDIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROUNDDIF.
       DATA DIVISION.
       FILE SECTION.
       FD  ROUNDING-PARMS.
       01  RM-REGISTRO.
           02 RM-TIPO          PIC X(10).
           02 RM-MODO          PIC X(01).
           02 RM-DESCRICAO     PIC X(40).

       FD  COMPARE-SWITCH.
       01  RC-REGISTRO.
           02 RC-MODO          PIC X(01).

       FD  ROUNDING-DIFFS.
           COPY 'ROUNDDIF.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ROUNDPRM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROUNDCMP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROUNDDIF   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ROUNDPRM  PIC X(01) VALUE 'N'.
          88 FIM-ROUNDPRM   VALUE 'S'.
       77 WRK-CARREGADO     PIC X(01) VALUE 'N'.
          88 PARAMETROS-CARREGADOS VALUE 'S'.
       77 WRK-COMPARACAO    PIC X(01) VALUE 'N'.
          88 MODO-COMPARACAO VALUE 'S'.
       77 WRK-ROUNDDIF-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-MODO-CALC     PIC X(01) VALUE SPACE.
       77 WRK-NEGATIVO      PIC X(01) VALUE 'N'.
       77 WRK-FATOR-CASAS   PIC 9(03) VALUE ZEROS.
       77 WRK-ABSOLUTO      PIC 9(11)V9(06) VALUE ZEROS.
       77 WRK-ESCALADO      PIC 9(14)V9(06) VALUE ZEROS.
       77 WRK-INTEIRO       PIC 9(14) VALUE ZEROS.
       77 WRK-FRACAO        PIC V9(06) VALUE ZEROS.
       77 WRK-METADE        PIC V9(06) VALUE ,5.
       77 WRK-QUOCIENTE     PIC 9(14) VALUE ZEROS.
       77 WRK-RESTO-PAR     PIC 9(01) VALUE ZEROS.
       77 WRK-ARREDONDADO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-RESULT-ANTERIOR PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TB-MODOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 100 TIMES.
               03 WRK-TB-TIPO PIC X(10).
               03 WRK-TB-MODO PIC X(01).
       LINKAGE SECTION.
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION USING RDP-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
               WHEN RDP-ARREDONDAR
                   IF NOT PARAMETROS-CARREGADOS
                       PERFORM 0100-CARREGAR-PARAMETROS
                   END-IF
                   PERFORM 0200-ARREDONDAR
               WHEN RDP-FECHAR
                   PERFORM 0900-FECHAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      *    CARREGA OS MODOS NA PRIMEIRA CHAMADA; LINHA COM MODO
      *    DESCONHECIDO E IGNORADA (O TIPO SEGUE A REGRA ANTERIOR)
       0100-CARREGAR-PARAMETROS.
           MOVE ZEROS TO WRK-TB-QTD RDP-QT-DIFERENCAS.
           MOVE 'N' TO WRK-EOF-ROUNDPRM WRK-COMPARACAO.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.

           OPEN INPUT ROUNDING-PARMS.
           IF WRK-FS-ROUNDPRM = '00'
               PERFORM 0110-LER-PARAMETRO
               PERFORM UNTIL FIM-ROUNDPRM OR WRK-TB-QTD = 100
                   IF RM-MODO = 'E' OR RM-MODO = 'A' OR RM-MODO = 'T'
                       ADD 1 TO WRK-TB-QTD
                       MOVE RM-TIPO TO WRK-TB-TIPO(WRK-TB-QTD)
                       MOVE RM-MODO TO WRK-TB-MODO(WRK-TB-QTD)
                   ELSE
                       DISPLAY 'ROUNDPRM: MODO INVALIDO PARA '
                               RM-TIPO ' - SEGUE A REGRA ANTERIOR'
                   END-IF
                   PERFORM 0110-LER-PARAMETRO
               END-PERFORM
               CLOSE ROUNDING-PARMS
           END-IF.

           OPEN INPUT COMPARE-SWITCH.
           IF WRK-FS-ROUNDCMP = '00'
               READ COMPARE-SWITCH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-MODO = 'S'
                           MOVE 'S' TO WRK-COMPARACAO
                       END-IF
               END-READ
               CLOSE COMPARE-SWITCH
           END-IF.

           IF MODO-COMPARACAO
               DISPLAY '*** COMPARACAO DE ARREDONDAMENTO - VALORES'
                       ' QUE MUDAM VAO PARA O ROUNDDIF ***'
           END-IF.
           MOVE 'S' TO WRK-CARREGADO.

       0110-LER-PARAMETRO.
           READ ROUNDING-PARMS
               AT END
                   MOVE 'S' TO WRK-EOF-ROUNDPRM
           END-READ.

      *    O MODO DO TIPO VEM DO ROUNDPRM; SEM ELE, A REGRA ANTERIOR
      *    DO PROGRAMA (E, SEM ESTA, A ABNT)
       0200-ARREDONDAR.
           MOVE RDP-MODO-ANTERIOR TO WRK-MODO-CALC.
           IF WRK-MODO-CALC NOT = 'A' AND WRK-MODO-CALC NOT = 'T'
               MOVE 'E' TO WRK-MODO-CALC
           END-IF.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               IF WRK-TB-TIPO(WRK-IDX) = RDP-TIPO
                   MOVE WRK-TB-MODO(WRK-IDX) TO WRK-MODO-CALC
               END-IF
           END-PERFORM.

           PERFORM 0300-APLICAR-MODO.
           MOVE WRK-ARREDONDADO TO RDP-RESULTADO.
           MOVE WRK-MODO-CALC   TO RDP-MODO.

           IF MODO-COMPARACAO
              AND RDP-MODO-ANTERIOR NOT = RDP-MODO
              AND (RDP-MODO-ANTERIOR = 'A' OR RDP-MODO-ANTERIOR = 'T')
               MOVE RDP-MODO-ANTERIOR TO WRK-MODO-CALC
               PERFORM 0300-APLICAR-MODO
               MOVE WRK-ARREDONDADO TO WRK-RESULT-ANTERIOR
               IF WRK-RESULT-ANTERIOR NOT = RDP-RESULTADO
                   PERFORM 0400-GRAVAR-DIFERENCA
               END-IF
           END-IF.

      *    TRABALHA NO VALOR ABSOLUTO ESCALADO PELAS CASAS: A PARTE
      *    INTEIRA E O RESULTADO TRUNCADO, A FRACAO DECIDE O AJUSTE.
      *    O SINAL VOLTA NO FIM, ENTAO O MEIO PARA CIMA AFASTA DO
      *    ZERO COMO O ROUNDED E O TRUNCAMENTO APROXIMA DELE
       0300-APLICAR-MODO.
           IF RDP-VALOR < ZEROS
               MOVE 'S' TO WRK-NEGATIVO
               COMPUTE WRK-ABSOLUTO = ZEROS - RDP-VALOR
           ELSE
               MOVE 'N' TO WRK-NEGATIVO
               MOVE RDP-VALOR TO WRK-ABSOLUTO
           END-IF.
           EVALUATE RDP-CASAS
               WHEN 0
                   MOVE 1   TO WRK-FATOR-CASAS
               WHEN 1
                   MOVE 10  TO WRK-FATOR-CASAS
               WHEN OTHER
                   MOVE 100 TO WRK-FATOR-CASAS
           END-EVALUATE.
           COMPUTE WRK-ESCALADO = WRK-ABSOLUTO * WRK-FATOR-CASAS.
           MOVE WRK-ESCALADO TO WRK-INTEIRO.
           COMPUTE WRK-FRACAO = WRK-ESCALADO - WRK-INTEIRO.

           EVALUATE WRK-MODO-CALC
               WHEN 'A'
                   IF WRK-FRACAO NOT < WRK-METADE
                       ADD 1 TO WRK-INTEIRO
                   END-IF
               WHEN 'E'
                   IF WRK-FRACAO > WRK-METADE
                       ADD 1 TO WRK-INTEIRO
                   ELSE
                       IF WRK-FRACAO = WRK-METADE
                           DIVIDE WRK-INTEIRO BY 2
                               GIVING WRK-QUOCIENTE
                               REMAINDER WRK-RESTO-PAR
                           IF WRK-RESTO-PAR = 1
                               ADD 1 TO WRK-INTEIRO
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COMPUTE WRK-ARREDONDADO = WRK-INTEIRO / WRK-FATOR-CASAS.
           IF WRK-NEGATIVO = 'S'
               COMPUTE WRK-ARREDONDADO = ZEROS - WRK-ARREDONDADO
           END-IF.

       0400-GRAVAR-DIFERENCA.
           IF WRK-ROUNDDIF-ABERTO = 'N'
               OPEN EXTEND ROUNDING-DIFFS
               IF WRK-FS-ROUNDDIF = '05' OR WRK-FS-ROUNDDIF = '35'
                   OPEN OUTPUT ROUNDING-DIFFS
               END-IF
               MOVE 'S' TO WRK-ROUNDDIF-ABERTO
           END-IF.

           MOVE WRK-DATASYS         TO RF-DATA.
           MOVE RDP-PROGRAMA        TO RF-PROGRAMA.
           MOVE RDP-TIPO            TO RF-TIPO.
           MOVE RDP-REFERENCIA      TO RF-REFERENCIA.
           MOVE RDP-VALOR           TO RF-VALOR.
           MOVE RDP-MODO-ANTERIOR   TO RF-MODO-ANTERIOR.
           MOVE WRK-RESULT-ANTERIOR TO RF-ANTERIOR.
           MOVE RDP-MODO            TO RF-MODO.
           MOVE RDP-RESULTADO       TO RF-NOVO.
           WRITE RF-REGISTRO.
           ADD 1 TO RDP-QT-DIFERENCAS.

      *    O PROXIMO 'R' (OUTRA CHAMADA DO MESMO PROGRAMA PELO MENU)
      *    RELE O ROUNDPRM E A CHAVE
       0900-FECHAR.
           IF WRK-ROUNDDIF-ABERTO = 'S'
               CLOSE ROUNDING-DIFFS
               MOVE 'N' TO WRK-ROUNDDIF-ABERTO
           END-IF.
           IF MODO-COMPARACAO
               DISPLAY 'VALORES QUE MUDAM COM O ROUNDPRM. '
                       RDP-QT-DIFERENCAS
           END-IF.
           MOVE 'N' TO WRK-CARREGADO.
