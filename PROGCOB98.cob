       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: NEGATIVACAO NO BIRO DE CREDITO DOS TITULOS QUE
      *     SEGUEM EM ABERTO DEPOIS DA ULTIMA CARTA DE COBRANCA
      *     (PROGCOB56). SELECIONA NO ARFILE OS TITULOS COM STATUS
      *     'A' VENCIDOS HA MAIS DE N DIAS (ARQUIVO NEGPARM, SEM ELE
      *     90 DIAS - A FAIXA DO AVISO DE PROTESTO DA CARTA), FORA OS
      *     CLIENTES EM ACORDO (CPF COM TITULO RENEGOCIADO 'R' PELO
      *     PROGCOB62) E OS JA NEGATIVADOS, GRAVA O ARQUIVO DE
      *     INCLUSAO DO BIRO (NEGINC, COPYBOOK NEGBUR) COM NOME E
      *     ENDERECO DO CUSTMAST E ACRESCENTA CADA TITULO NO
      *     REGISTRO DE NEGATIVACAO (NEGREG, COPYBOOK NEGATIV) COM A
      *     DATA DO ENVIO. A EXCLUSAO NORMAL SAI NA QUITACAO, PELA
      *     SUBROTINA PROGCOB99 CHAMADA NO PROGCOB55 E NO PROGCOB61;
      *     AQUI SO SE PEGA O NEGATIVADO CUJO TITULO DEIXOU DE ESTAR
      *     EM ABERTO POR OUTRO CAMINHO (QUITADO, RENEGOCIADO OU
      *     FORA DO ARFILE), QUE GANHA A EXCLUSAO NO NEGEXC NESTA
      *     RODADA. O NEGRPT LISTA O QUE CONSTA NO BIRO E, A PARTE,
      *     AS EXCLUSOES EM ATRASO: AS FORA DO FLUXO E AS GERADAS
      *     NOS ULTIMOS 30 DIAS DEPOIS DO PRAZO LEGAL (RETORNO
      *     BANCARIO QUE CHEGOU TARDE). CLIENTE SEM CADASTRO NAO E
      *     NEGATIVADO E SAI NO SYSEXCEP
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O CPF DO NEGRPT SAI MASCARADO
      *            (***.456.789-**) PELA SUBROTINA PROGCOB130 (LGPD);
      *            COMPLETO SO COM A OPCAO 90 DO MENUAUTH LIBERADA, COM
      *            REGISTRO NO AUDIT-TRAIL
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVATION-PARM ASSIGN TO 'NEGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGPARM.

           SELECT RECEIVABLES-FILE ASSIGN TO 'ARFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARFILE.

           SELECT NEGATIVATION-REG ASSIGN TO 'NEGREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGREG.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT BUREAU-INCLUSIONS ASSIGN TO 'NEGINC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGINC.

           SELECT BUREAU-REMOVALS ASSIGN TO 'NEGEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGEXC.

           SELECT NEGATIVATION-RPT ASSIGN TO 'NEGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
      *    DIAS DE ATRASO A PARTIR DOS QUAIS O TITULO E NEGATIVADO
       FD  NEGATIVATION-PARM.
       01  NP-REGISTRO.
           02 NP-DIAS-ATRASO  PIC 9(03).

       FD  RECEIVABLES-FILE.
           COPY 'RECEIVBL.COB'.

       FD  NEGATIVATION-REG.
           COPY 'NEGATIV.COB'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  BUREAU-INCLUSIONS.
       01  NI-REGISTRO        PIC X(112).

       FD  BUREAU-REMOVALS.
       01  NE-REGISTRO        PIC X(112).

       FD  NEGATIVATION-RPT.
       01  NR-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-NEGPARM    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARFILE     PIC X(02) VALUE ZEROS.
       77 WRK-FS-NEGREG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-NEGINC     PIC X(02) VALUE ZEROS.
       77 WRK-FS-NEGEXC     PIC X(02) VALUE ZEROS.
       77 WRK-FS-NEGRPT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARFILE    PIC X(01) VALUE 'N'.
          88 FIM-ARFILE     VALUE 'S'.
       77 WRK-EOF-NEGREG    PIC X(01) VALUE 'N'.
          88 FIM-NEGREG     VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-NEGATIVACAO VALUE 'S'.
       77 WRK-CUSTMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-EM-ACORDO     PIC X(01) VALUE 'N'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-MINIMO   PIC 9(03) VALUE 90.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-TIT       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-NEG       PIC 9(04) VALUE ZEROS.
       77 WRK-CPF           PIC 9(11) VALUE ZEROS.
       77 WRK-QT-TITULOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-VENCIDOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-EM-ACORDO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-JA-NEGATIVADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CADASTRO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-INCLUSOES  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORA-FLUXO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-FORA-PRAZO PIC 9(04) VALUE ZEROS.
       77 WRK-QT-VIGENTES   PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-VIGENTE PIC 9(08)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    TITULOS DO ARFILE
       01  WRK-TB-TITULOS.
           02 WRK-TB-TIT-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-TIT-ITEM OCCURS 500 TIMES.
               03 WRK-TB-TIT-NUMERO PIC 9(06).
               03 WRK-TB-TIT-CPF    PIC 9(11).
               03 WRK-TB-TIT-VENC   PIC 9(08).
               03 WRK-TB-TIT-SALDO  PIC 9(06)V99.
               03 WRK-TB-TIT-STATUS PIC X(01).
      *    REGISTRO DE NEGATIVACAO; A MARCA DIZ O QUE ESTA RODADA
      *    FEZ COM A LINHA ('I' = INCLUIDA, 'F' = EXCLUSAO FORA DO
      *    FLUXO, ESPACO = SEM MOVIMENTO)
       01  WRK-TB-NEGATIVADOS.
           02 WRK-TB-NEG-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-NEG-ITEM OCCURS 1000 TIMES.
               03 WRK-TB-NEG-REGISTRO PIC X(66).
               03 WRK-TB-NEG-MARCA    PIC X(01).
           COPY 'NEGBUR.COB'.
       01  NR-SECAO.
           02 FILLER          PIC X(04) VALUE '*** '.
           02 NR-S-TITULO     PIC X(40).
       01  NR-COLUNAS-VIGENTES.
           02 FILLER          PIC X(07) VALUE 'TITULO'.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(21) VALUE 'NOME'.
           02 FILLER          PIC X(08) VALUE 'VENCTO'.
           02 FILLER          PIC X(11) VALUE '     SALDO'.
           02 FILLER          PIC X(09) VALUE 'ENVIO'.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 FILLER          PIC X(04) VALUE ' SIT'.
       01  NR-VIGENTE.
           02 NR-V-NUMERO     PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-VENCIMENTO PIC 9(08).
           02 NR-V-VALOR      PIC ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-ENVIO      PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-DIAS       PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-V-SITUACAO   PIC X(04).
       01  NR-TOTAL-VIGENTE.
           02 FILLER          PIC X(20) VALUE 'TITULOS NO BIRO.... '.
           02 NR-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(16) VALUE '  SALDO TOTAL R$'.
           02 NR-T-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       01  NR-COLUNAS-ATRASO.
           02 FILLER          PIC X(07) VALUE 'TITULO'.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(21) VALUE 'NOME'.
           02 FILLER          PIC X(09) VALUE 'QUITACAO'.
           02 FILLER          PIC X(09) VALUE 'PRAZO'.
           02 FILLER          PIC X(08) VALUE 'EXCLUSAO'.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 FILLER          PIC X(05) VALUE ' SIT'.
       01  NR-ATRASO.
           02 NR-A-NUMERO     PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-QUITACAO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-PRAZO      PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-BAIXA      PIC 9(08).
           02 NR-A-DIAS       PIC ZZZZ.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 NR-A-SITUACAO   PIC X(06).
       01  NR-NOTA-ATRASO.
           02 FILLER          PIC X(41) VALUE
              'FORA = QUITADO/RENEGOCIADO SEM EXCLUSAO; '.
           02 FILLER          PIC X(37) VALUE
              'ATRASO = EXCLUSAO GERADA APOS O PRAZO'.
       01  NR-SEM-ATRASO.
           02 FILLER          PIC X(40) VALUE
              'NENHUMA EXCLUSAO EM ATRASO'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-NEGATIVACAO
               PERFORM 0200-CONFERIR-REGISTRO
               PERFORM 0300-SELECIONAR-TITULOS
           END-IF.
           IF NOT ABANDONAR-NEGATIVACAO
               PERFORM 0400-GRAVAR-MOVIMENTOS
               PERFORM 0500-EMITIR-RELATORIO
           ELSE
               DISPLAY '*** NEGATIVACAO ABANDONADA - NADA FOI'
                       ' ENVIADO, NEGREG INTACTO ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB98 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB98'  TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE 'R' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE 30          TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-DATA-CORTE.

      *    O PARAMETRO E OPCIONAL: SEM ELE (OU ZERADO) VALEM OS 90
      *    DIAS DO VALUE DA WORKING-STORAGE
           OPEN INPUT NEGATIVATION-PARM.
           IF WRK-FS-NEGPARM = '00'
               READ NEGATIVATION-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NP-DIAS-ATRASO > ZEROS
                           MOVE NP-DIAS-ATRASO TO WRK-DIAS-MINIMO
                       END-IF
               END-READ
               CLOSE NEGATIVATION-PARM
           END-IF.
           DISPLAY 'NEGATIVA TITULOS VENCIDOS HA MAIS DE '
                   WRK-DIAS-MINIMO ' DIAS'.

           PERFORM 0110-CARREGAR-REGISTRO.
           IF NOT ABANDONAR-NEGATIVACAO
               PERFORM 0130-CARREGAR-TITULOS
           END-IF.

           IF NOT ABANDONAR-NEGATIVACAO
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CUSTMAST NOT = '00'
                   DISPLAY '*** CUSTMAST AUSENTE - FS '
                           WRK-FS-CUSTMAST ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-CUSTMAST-ABERTO
               END-IF
           END-IF.

      *    SEM O NEGREG, NADA FOI NEGATIVADO AINDA
       0110-CARREGAR-REGISTRO.
           OPEN INPUT NEGATIVATION-REG.
           IF WRK-FS-NEGREG = '00'
               PERFORM 0115-LER-REGISTRO
               PERFORM UNTIL FIM-NEGREG OR ABANDONAR-NEGATIVACAO
                   IF WRK-TB-NEG-QTD = 1000
                       DISPLAY '*** NEGREG EXCEDE A TABELA DE'
                               ' 1000 NEGATIVACOES ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-NEG-QTD
                       MOVE NG-REGISTRO
                         TO WRK-TB-NEG-REGISTRO(WRK-TB-NEG-QTD)
                       MOVE SPACE
                         TO WRK-TB-NEG-MARCA(WRK-TB-NEG-QTD)
                       PERFORM 0115-LER-REGISTRO
                   END-IF
               END-PERFORM
               CLOSE NEGATIVATION-REG
           END-IF.

       0115-LER-REGISTRO.
           READ NEGATIVATION-REG
               AT END
                   MOVE 'S' TO WRK-EOF-NEGREG
           END-READ.

       0130-CARREGAR-TITULOS.
           OPEN INPUT RECEIVABLES-FILE.
           IF WRK-FS-ARFILE NOT = '00'
               DISPLAY '*** ARFILE AUSENTE - FS ' WRK-FS-ARFILE ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0135-LER-TITULO
               PERFORM UNTIL FIM-ARFILE OR ABANDONAR-NEGATIVACAO
                   IF WRK-TB-TIT-QTD = 500
                       DISPLAY '*** ARFILE EXCEDE A TABELA DE'
                               ' 500 TITULOS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-TIT-QTD
                       MOVE RB-NUMERO
                         TO WRK-TB-TIT-NUMERO(WRK-TB-TIT-QTD)
                       MOVE RB-CPF
                         TO WRK-TB-TIT-CPF(WRK-TB-TIT-QTD)
                       MOVE RB-VENCIMENTO
                         TO WRK-TB-TIT-VENC(WRK-TB-TIT-QTD)
                       MOVE RB-SALDO
                         TO WRK-TB-TIT-SALDO(WRK-TB-TIT-QTD)
                       MOVE RB-STATUS
                         TO WRK-TB-TIT-STATUS(WRK-TB-TIT-QTD)
                       PERFORM 0135-LER-TITULO
                   END-IF
               END-PERFORM
               CLOSE RECEIVABLES-FILE
           END-IF.

       0135-LER-TITULO.
           READ RECEIVABLES-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARFILE
               NOT AT END
                   ADD 1 TO WRK-QT-TITULOS
           END-READ.

      *    NEGATIVADO CUJO TITULO NAO ESTA MAIS EM ABERTO (QUITADO,
      *    RENEGOCIADO OU FORA DO ARFILE) E A QUITACAO NAO GEROU A
      *    EXCLUSAO: A EXCLUSAO SAI NESTA RODADA, SEM DATA DE
      *    QUITACAO CONHECIDA. TITULO BAIXADO COMO PERDA ('P')
      *    CONTINUA DEVIDO E SEGUE NEGATIVADO
       0200-CONFERIR-REGISTRO.
           PERFORM VARYING WRK-IDX-NEG FROM 1 BY 1
                           UNTIL WRK-IDX-NEG > WRK-TB-NEG-QTD
               MOVE WRK-TB-NEG-REGISTRO(WRK-IDX-NEG) TO NG-REGISTRO
               IF NG-NEGATIVADO
                   PERFORM 0210-LOCALIZAR-TITULO
                   IF WRK-IDX-TIT = ZEROS
                       PERFORM 0220-BAIXAR-FORA-FLUXO
                   ELSE
                       IF WRK-TB-TIT-STATUS(WRK-IDX-TIT) = 'Q'
                          OR WRK-TB-TIT-STATUS(WRK-IDX-TIT) = 'R'
                           PERFORM 0220-BAIXAR-FORA-FLUXO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0210-LOCALIZAR-TITULO.
           MOVE ZEROS TO WRK-IDX-TIT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-TIT-QTD
                              OR WRK-IDX-TIT > ZEROS
               IF WRK-TB-TIT-NUMERO(WRK-IDX) = NG-NUMERO
                   MOVE WRK-IDX TO WRK-IDX-TIT
               END-IF
           END-PERFORM.

       0220-BAIXAR-FORA-FLUXO.
           MOVE ZEROS       TO NG-DATA-QUITACAO NG-PRAZO-BAIXA.
           MOVE WRK-DATASYS TO NG-DATA-BAIXA.
           MOVE 'B'         TO NG-STATUS.
           MOVE NG-REGISTRO TO WRK-TB-NEG-REGISTRO(WRK-IDX-NEG).
           MOVE 'F'         TO WRK-TB-NEG-MARCA(WRK-IDX-NEG).
           ADD 1 TO WRK-QT-FORA-FLUXO.

      *    TITULO EM ABERTO VENCIDO HA MAIS DE N DIAS, DE CLIENTE
      *    FORA DE ACORDO E AINDA NAO NEGATIVADO, ENTRA NO REGISTRO
       0300-SELECIONAR-TITULOS.
           PERFORM VARYING WRK-IDX-TIT FROM 1 BY 1
                           UNTIL WRK-IDX-TIT > WRK-TB-TIT-QTD
                              OR ABANDONAR-NEGATIVACAO
               IF WRK-TB-TIT-STATUS(WRK-IDX-TIT) = 'A'
                  AND WRK-TB-TIT-SALDO(WRK-IDX-TIT) > ZEROS
                   MOVE 'D' TO WRK-FUNCAO
                   MOVE WRK-TB-TIT-VENC(WRK-IDX-TIT) TO WRK-DATA-BASE
                   MOVE WRK-DATASYS TO WRK-DATA-RESULT
                   CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                           WRK-QT-DIAS WRK-DATA-RESULT
                                           WRK-DIAS-DIF WRK-DATA-VALIDA
                   IF WRK-DIAS-DIF > WRK-DIAS-MINIMO
                       ADD 1 TO WRK-QT-VENCIDOS
                       PERFORM 0310-AVALIAR-TITULO
                   END-IF
               END-IF
           END-PERFORM.

       0310-AVALIAR-TITULO.
           MOVE WRK-TB-TIT-CPF(WRK-IDX-TIT) TO WRK-CPF.
           MOVE 'N' TO WRK-EM-ACORDO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-TIT-QTD
                              OR WRK-EM-ACORDO = 'S'
               IF WRK-TB-TIT-CPF(WRK-IDX) = WRK-CPF
                  AND WRK-TB-TIT-STATUS(WRK-IDX) = 'R'
                   MOVE 'S' TO WRK-EM-ACORDO
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-IDX-NEG.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-NEG-QTD
                              OR WRK-IDX-NEG > ZEROS
               MOVE WRK-TB-NEG-REGISTRO(WRK-IDX) TO NG-REGISTRO
               IF NG-NUMERO = WRK-TB-TIT-NUMERO(WRK-IDX-TIT)
                  AND NG-NEGATIVADO
                   MOVE WRK-IDX TO WRK-IDX-NEG
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-EM-ACORDO = 'S'
                   ADD 1 TO WRK-QT-EM-ACORDO
               WHEN WRK-IDX-NEG > ZEROS
                   ADD 1 TO WRK-QT-JA-NEGATIVADOS
               WHEN OTHER
                   PERFORM 0320-INCLUIR-NEGATIVACAO
           END-EVALUATE.

      *    SEM CADASTRO NAO HA NOME NEM ENDERECO PARA O BIRO: O
      *    TITULO VAI PARA O SYSEXCEP E FICA DE FORA
       0320-INCLUIR-NEGATIVACAO.
           MOVE WRK-CPF TO CM-CPF.
           PERFORM 0330-LER-CLIENTE.
           IF WRK-CLIENTE-ACHADO = 'N'
               ADD 1 TO WRK-QT-SEM-CADASTRO
               MOVE 'PROGCOB98 ' TO EC-PROGRAMA
               MOVE WRK-DATASYS  TO EC-DATA
               MOVE SPACES       TO EC-ENTRADA
               STRING 'TITULO ' WRK-TB-TIT-NUMERO(WRK-IDX-TIT)
                      ' CPF ' WRK-CPF
                   DELIMITED BY SIZE INTO EC-ENTRADA
               MOVE 'CLIENTE SEM CADASTRO' TO EC-MOTIVO
               PERFORM 0340-GRAVAR-EXCECAO
           ELSE
               IF WRK-TB-NEG-QTD = 1000
                   DISPLAY '*** NEGREG EXCEDE A TABELA DE'
                           ' 1000 NEGATIVACOES ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   INITIALIZE NG-REGISTRO
                   MOVE WRK-TB-TIT-NUMERO(WRK-IDX-TIT) TO NG-NUMERO
                   MOVE WRK-CPF                        TO NG-CPF
                   MOVE WRK-TB-TIT-VENC(WRK-IDX-TIT)   TO NG-VENCIMENTO
                   MOVE WRK-TB-TIT-SALDO(WRK-IDX-TIT)  TO NG-VALOR
                   MOVE WRK-DATASYS                    TO NG-DATA-ENVIO
                   MOVE 'N'                            TO NG-STATUS
                   ADD 1 TO WRK-TB-NEG-QTD
                   MOVE NG-REGISTRO
                     TO WRK-TB-NEG-REGISTRO(WRK-TB-NEG-QTD)
                   MOVE 'I' TO WRK-TB-NEG-MARCA(WRK-TB-NEG-QTD)
                   ADD 1 TO WRK-QT-INCLUSOES
               END-IF
           END-IF.

       0330-LER-CLIENTE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-CLIENTE-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CLIENTE-ACHADO
           END-READ.

       0340-GRAVAR-EXCECAO.
           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.
           WRITE EC-REGISTRO.
           CLOSE SYSTEM-EXCEPTIONS.

      *    SO COM A RODADA COMPLETA: INCLUSOES NO NEGINC (RECRIADO A
      *    CADA RODADA), EXCLUSOES FORA DO FLUXO ACRESCENTADAS NO
      *    NEGEXC E O NEGREG REGRAVADO
       0400-GRAVAR-MOVIMENTOS.
           OPEN OUTPUT BUREAU-INCLUSIONS.
           IF WRK-QT-FORA-FLUXO > ZEROS
               OPEN EXTEND BUREAU-REMOVALS
               IF WRK-FS-NEGEXC = '05' OR WRK-FS-NEGEXC = '35'
                   OPEN OUTPUT BUREAU-REMOVALS
               END-IF
           END-IF.

           PERFORM VARYING WRK-IDX-NEG FROM 1 BY 1
                           UNTIL WRK-IDX-NEG > WRK-TB-NEG-QTD
               MOVE WRK-TB-NEG-REGISTRO(WRK-IDX-NEG) TO NG-REGISTRO
               EVALUATE WRK-TB-NEG-MARCA(WRK-IDX-NEG)
                   WHEN 'I'
                       PERFORM 0410-GRAVAR-INCLUSAO
                   WHEN 'F'
                       PERFORM 0420-GRAVAR-EXCLUSAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           CLOSE BUREAU-INCLUSIONS.
           IF WRK-QT-FORA-FLUXO > ZEROS
               CLOSE BUREAU-REMOVALS
           END-IF.

           IF WRK-QT-INCLUSOES > ZEROS OR WRK-QT-FORA-FLUXO > ZEROS
               OPEN OUTPUT NEGATIVATION-REG
               PERFORM VARYING WRK-IDX-NEG FROM 1 BY 1
                               UNTIL WRK-IDX-NEG > WRK-TB-NEG-QTD
                   MOVE WRK-TB-NEG-REGISTRO(WRK-IDX-NEG)
                     TO NG-REGISTRO
                   WRITE NG-REGISTRO
               END-PERFORM
               CLOSE NEGATIVATION-REG
           END-IF.

       0410-GRAVAR-INCLUSAO.
           MOVE NG-CPF TO CM-CPF.
           PERFORM 0330-LER-CLIENTE.
           MOVE 'I'             TO NB-TIPO.
           MOVE NG-CPF          TO NB-CPF.
           MOVE NG-NUMERO       TO NB-NUMERO.
           MOVE NG-VENCIMENTO   TO NB-VENCIMENTO.
           MOVE NG-VALOR        TO NB-VALOR.
           MOVE WRK-DATASYS     TO NB-DATA-MOVIMENTO.
           MOVE CM-NOME         TO NB-NOME.
           MOVE CM-ENDERECO     TO NB-ENDERECO.
           WRITE NI-REGISTRO FROM NB-REGISTRO.

       0420-GRAVAR-EXCLUSAO.
           MOVE 'E'             TO NB-TIPO.
           MOVE NG-CPF          TO NB-CPF.
           MOVE NG-NUMERO       TO NB-NUMERO.
           MOVE NG-VENCIMENTO   TO NB-VENCIMENTO.
           MOVE NG-VALOR        TO NB-VALOR.
           MOVE WRK-DATASYS     TO NB-DATA-MOVIMENTO.
           MOVE SPACES          TO NB-NOME NB-ENDERECO.
           WRITE NE-REGISTRO FROM NB-REGISTRO.

      *    PRIMEIRO O QUE CONSTA NO BIRO, DEPOIS AS EXCLUSOES EM
      *    ATRASO: AS FORA DO FLUXO DESTA RODADA E AS GERADAS NOS
      *    ULTIMOS 30 DIAS DEPOIS DO PRAZO LEGAL
       0500-EMITIR-RELATORIO.
           OPEN OUTPUT NEGATIVATION-RPT.
           MOVE 'NEGATIVACOES NO BIRO DE CREDITO' TO RW-TITULO.
           MOVE NR-COLUNAS-VIGENTES TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE 'CONSTAM NO BIRO (NEGATIVADOS)' TO NR-S-TITULO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-SECAO.
           PERFORM VARYING WRK-IDX-NEG FROM 1 BY 1
                           UNTIL WRK-IDX-NEG > WRK-TB-NEG-QTD
               MOVE WRK-TB-NEG-REGISTRO(WRK-IDX-NEG) TO NG-REGISTRO
               IF NG-NEGATIVADO
                   PERFORM 0510-EMITIR-VIGENTE
               END-IF
           END-PERFORM.
           MOVE WRK-QT-VIGENTES   TO NR-T-QTD.
           MOVE WRK-TOTAL-VIGENTE TO NR-T-VALOR.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-TOTAL-VIGENTE.

           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM SPACES.
           MOVE 'EXCLUSOES EM ATRASO' TO NR-S-TITULO.
           MOVE NR-COLUNAS-ATRASO TO RW-COLUNAS.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-SECAO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-COLUNAS-ATRASO.
           PERFORM VARYING WRK-IDX-NEG FROM 1 BY 1
                           UNTIL WRK-IDX-NEG > WRK-TB-NEG-QTD
               MOVE WRK-TB-NEG-REGISTRO(WRK-IDX-NEG) TO NG-REGISTRO
               EVALUATE TRUE
                   WHEN WRK-TB-NEG-MARCA(WRK-IDX-NEG) = 'F'
                       MOVE ZEROS  TO NR-A-DIAS
                       MOVE 'FORA' TO NR-A-SITUACAO
                       PERFORM 0520-EMITIR-ATRASO
                   WHEN NG-BAIXADO
                        AND NG-PRAZO-BAIXA > ZEROS
                        AND NG-DATA-BAIXA > NG-PRAZO-BAIXA
                        AND NG-DATA-BAIXA NOT < WRK-DATA-CORTE
                       MOVE 'D' TO WRK-FUNCAO
                       MOVE NG-PRAZO-BAIXA TO WRK-DATA-BASE
                       MOVE NG-DATA-BAIXA  TO WRK-DATA-RESULT
                       CALL 'PROGCOB16D' USING WRK-FUNCAO
                                               WRK-DATA-BASE
                                               WRK-QT-DIAS
                                               WRK-DATA-RESULT
                                               WRK-DIAS-DIF
                                               WRK-DATA-VALIDA
                       MOVE WRK-DIAS-DIF TO NR-A-DIAS
                       MOVE 'ATRASO' TO NR-A-SITUACAO
                       ADD 1 TO WRK-QT-FORA-PRAZO
                       PERFORM 0520-EMITIR-ATRASO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           PERFORM 0590-QUEBRA-PAGINA.
           IF WRK-QT-FORA-FLUXO = ZEROS AND WRK-QT-FORA-PRAZO = ZEROS
               WRITE NR-LINHA FROM NR-SEM-ATRASO
           ELSE
               WRITE NR-LINHA FROM NR-NOTA-ATRASO
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE NR-LINHA FROM RW-TRAILER.
           CLOSE NEGATIVATION-RPT.

       0510-EMITIR-VIGENTE.
           ADD 1 TO WRK-QT-VIGENTES.
           ADD NG-VALOR TO WRK-TOTAL-VIGENTE.
           MOVE 'D' TO WRK-FUNCAO.
           MOVE NG-VENCIMENTO TO WRK-DATA-BASE.
           MOVE WRK-DATASYS   TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE NG-NUMERO     TO NR-V-NUMERO.
           MOVE 'NEGRPT'      TO CF-RELATORIO.
           MOVE NG-CPF        TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO NR-V-CPF.
           PERFORM 0530-NOME-CLIENTE.
           MOVE CM-NOME       TO NR-V-NOME.
           MOVE NG-VENCIMENTO TO NR-V-VENCIMENTO.
           MOVE NG-VALOR      TO NR-V-VALOR.
           MOVE NG-DATA-ENVIO TO NR-V-ENVIO.
           MOVE WRK-DIAS-DIF  TO NR-V-DIAS.
           MOVE SPACES        TO NR-V-SITUACAO.
           IF WRK-TB-NEG-MARCA(WRK-IDX-NEG) = 'I'
               MOVE 'NOVO' TO NR-V-SITUACAO
           END-IF.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-VIGENTE.

       0520-EMITIR-ATRASO.
           MOVE NG-NUMERO        TO NR-A-NUMERO.
           MOVE 'NEGRPT'         TO CF-RELATORIO.
           MOVE NG-CPF           TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO   TO NR-A-CPF.
           PERFORM 0530-NOME-CLIENTE.
           MOVE CM-NOME          TO NR-A-NOME.
           MOVE NG-DATA-QUITACAO TO NR-A-QUITACAO.
           MOVE NG-PRAZO-BAIXA   TO NR-A-PRAZO.
           MOVE NG-DATA-BAIXA    TO NR-A-BAIXA.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE NR-LINHA FROM NR-ATRASO.

       0530-NOME-CLIENTE.
           MOVE NG-CPF TO CM-CPF.
           PERFORM 0330-LER-CLIENTE.
           IF WRK-CLIENTE-ACHADO = 'N'
               MOVE '*** SEM CADASTRO ***' TO CM-NOME
           END-IF.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE NR-LINHA FROM RW-CABECALHO1
               WRITE NR-LINHA FROM RW-CABECALHO2
               WRITE NR-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF WRK-CUSTMAST-ABERTO = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF NOT ABANDONAR-NEGATIVACAO
               DISPLAY '-------------------------'
               DISPLAY 'TITULOS LIDOS............ ' WRK-QT-TITULOS
               DISPLAY 'VENCIDOS ACIMA DO PRAZO.. ' WRK-QT-VENCIDOS
               DISPLAY '   CLIENTE EM ACORDO..... ' WRK-QT-EM-ACORDO
               DISPLAY '   JA NEGATIVADOS........ '
                       WRK-QT-JA-NEGATIVADOS
               DISPLAY '   SEM CADASTRO.......... ' WRK-QT-SEM-CADASTRO
               DISPLAY 'INCLUSOES NO BIRO........ ' WRK-QT-INCLUSOES
               DISPLAY 'CONSTAM NO BIRO.......... ' WRK-QT-VIGENTES
               DISPLAY 'EXCLUSOES FORA DO FLUXO.. ' WRK-QT-FORA-FLUXO
               DISPLAY 'EXCLUSOES APOS O PRAZO... ' WRK-QT-FORA-PRAZO
               IF WRK-QT-SEM-CADASTRO > ZEROS
                  OR WRK-QT-FORA-FLUXO > ZEROS
                  OR WRK-QT-FORA-PRAZO > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-TITULOS      TO RLP-LIDOS.
           COMPUTE RLP-GRAVADOS = WRK-QT-INCLUSOES + WRK-QT-FORA-FLUXO.
           MOVE WRK-QT-SEM-CADASTRO TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
