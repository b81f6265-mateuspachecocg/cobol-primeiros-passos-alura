       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: REEMBOLSO DO SALDO CREDOR DO CLIENTE E RELATORIO
      *     DE CREDITOS EM ABERTO. PERCORRE O CUSTCRED (COPYBOOK
      *     CUSTCRED) E O SALDO PARADO HA MAIS DE N DIAS (ARQUIVO
      *     CREDPARM, SEM ELE 90 DIAS, CONTADOS DE CC-DATA-INICIO)
      *     VIRA REEMBOLSO: UM PAGAMENTO AGENDADO NO PENDPAY PARA
      *     HOJE, NA CONTA DO CONTAS A RECEBER (ARQUIVO ARACCT, A
      *     MESMA DOS RECEBIMENTOS DO PROGCOB55), UMA LINHA NA
      *     TRILHA DE AUDITORIA, O MOVIMENTO 'R' NO CREDMOV E O
      *     SALDO ZERADO. O PENDPAY SEGUE A LARGURA DE DUAS CASAS DO
      *     LANCAMENTO DO REGISTRO DE CHEQUES, COMO NO PROGCOB55; O
      *     VALOR INTEIRO FICA NA AUDITORIA E NO CREDMOV. O CREDRPT
      *     LISTA TODO SALDO QUE DEVEMOS AOS CLIENTES E OS
      *     REEMBOLSOS AGENDADOS NA RODADA. SEM O ARACCT NADA E
      *     AGENDADO E O SALDO VENCIDO SAI MARCADO NO RELATORIO;
      *     CLIENTE SEM CADASTRO NAO E REEMBOLSADO E SAI NO SYSEXCEP
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY, QUE
      *            GANHOU A ORIGEM E A REFERENCIA DO PAGAMENTO NO FIM
      *            DO REGISTRO ('CP' + NUMERO/PARCELA PARA AS PARCELAS
      *            DE CONTAS A PAGAR); O QUE ESTE PROGRAMA AGENDA SAI
      *            COM A ORIGEM EM BRANCO E A REFERENCIA ZERADA
      * ALTERADO = 15/10/2026 - O PENDPAY GANHOU A FORMA DE
      *            PAGAMENTO, A DATA DE LIBERACAO E O NUMERO DO
      *            CHEQUE NO FIM DO REGISTRO; O REEMBOLSO SAI COM
      *            FORMA 'C' (CHEQUE, IMPRESSO PELO PROGCOB112 DEPOIS
      *            DA LIBERACAO) - O CADASTRO DO CLIENTE NAO TEM
      *            DADOS BANCARIOS
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO PENDPAY,
      *            CUJO PD-VALOR PASSOU A TER CENTAVOS (9(07)V99)
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O CPF DO CREDRPT SAI MASCARADO
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
           SELECT CREDIT-PARM ASSIGN TO 'CREDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDPARM.

           SELECT AR-ACCOUNT ASSIGN TO 'ARACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARACCT.

           SELECT CUSTOMER-CREDIT ASSIGN TO 'CUSTCRED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-CPF
               FILE STATUS IS WRK-FS-CUSTCRED.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT CREDIT-MOVEMENTS ASSIGN TO 'CREDMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDMOV.

           SELECT PENDING-PAYMENTS ASSIGN TO 'PENDPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDPAY.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT CREDIT-RPT ASSIGN TO 'CREDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
      *    DIAS DE SALDO PARADO A PARTIR DOS QUAIS O CREDITO E
      *    DEVOLVIDO EM DINHEIRO
       FD  CREDIT-PARM.
       01  CP-REGISTRO.
           02 CP-DIAS-REEMBOLSO PIC 9(03).

       FD  AR-ACCOUNT.
       01  AA-REGISTRO.
           02 AA-CONTA        PIC 9(04).

       FD  CUSTOMER-CREDIT.
           COPY 'CUSTCRED.COB'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  CREDIT-MOVEMENTS.
           COPY 'CREDMOV.COB'.

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

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  CREDIT-RPT.
       01  CD-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CREDPARM   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARACCT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTCRED   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDMOV    PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENDPAY    PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDRPT    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CUSTCRED  PIC X(01) VALUE 'N'.
          88 FIM-CUSTCRED   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-REEMBOLSO VALUE 'S'.
       77 WRK-CUSTCRED-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-CONTA-PAGTO   PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-CONTA     PIC X(01) VALUE 'N'.
          88 TEM-CONTA-PAGTO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-REEMBOLSO PIC 9(03) VALUE 90.
       77 WRK-VALOR-REEMB   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EM-ABERTO  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-REEMBOLSOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CONTA  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CADASTRO PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-ABERTO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMB   PIC 9(09)V99 VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01  CD-COLUNAS.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(21) VALUE 'NOME'.
           02 FILLER          PIC X(09) VALUE 'DESDE'.
           02 FILLER          PIC X(05) VALUE ' DIAS'.
           02 FILLER          PIC X(14) VALUE '         SALDO'.
           02 FILLER          PIC X(09) VALUE ' SIT'.
       01  CD-DETALHE.
           02 CD-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-D-INICIO     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-D-DIAS       PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-D-SALDO      PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 CD-D-SITUACAO   PIC X(12).
       01  CD-TOTAL-ABERTO.
           02 FILLER          PIC X(20) VALUE 'CREDITOS EM ABERTO. '.
           02 CD-TA-QTD       PIC ZZZ9.
           02 FILLER          PIC X(16) VALUE '  SALDO TOTAL R$'.
           02 CD-TA-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01  CD-TOTAL-REEMB.
           02 FILLER          PIC X(20) VALUE 'REEMBOLSOS AGENDADOS'.
           02 CD-TR-QTD       PIC ZZZ9.
           02 FILLER          PIC X(16) VALUE '  VALOR TOTAL R$'.
           02 CD-TR-VALOR     PIC ZZ.ZZZ.ZZ9,99.
       01  CD-NOTA.
           02 FILLER          PIC X(40) VALUE
              'REEMB = AGENDADO NO PENDPAY NESTA RODADA'.
           02 FILLER          PIC X(38) VALUE
              '; VENCIDO = PRAZO PASSOU SEM REEMBOLSO'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-REEMBOLSO
               PERFORM 0200-PROCESSAR-CREDITOS
           ELSE
               DISPLAY '*** REEMBOLSO ABANDONADO - NADA FOI'
                       ' AGENDADO, CUSTCRED INTACTO ***'
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB101' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB101' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

      *    O PARAMETRO E OPCIONAL: SEM ELE (OU ZERADO) VALEM OS 90
      *    DIAS DO VALUE DA WORKING-STORAGE
           OPEN INPUT CREDIT-PARM.
           IF WRK-FS-CREDPARM = '00'
               READ CREDIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-DIAS-REEMBOLSO > ZEROS
                           MOVE CP-DIAS-REEMBOLSO
                             TO WRK-DIAS-REEMBOLSO
                       END-IF
               END-READ
               CLOSE CREDIT-PARM
           END-IF.
           DISPLAY 'REEMBOLSA SALDO CREDOR PARADO HA MAIS DE '
                   WRK-DIAS-REEMBOLSO ' DIAS'.

           MOVE 'R' TO WRK-FUNCAO.
           MOVE WRK-DATASYS        TO WRK-DATA-BASE.
           MOVE WRK-DIAS-REEMBOLSO TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-DATA-CORTE.

      *    SEM A CONTA DO CONTAS A RECEBER NAO HA DE ONDE PAGAR: O
      *    RELATORIO SAI, MAS NENHUM REEMBOLSO E AGENDADO
           OPEN INPUT AR-ACCOUNT.
           IF WRK-FS-ARACCT = '00'
               READ AR-ACCOUNT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AA-CONTA > ZEROS
                           MOVE AA-CONTA TO WRK-CONTA-PAGTO
                           MOVE 'S' TO WRK-TEM-CONTA
                       END-IF
               END-READ
               CLOSE AR-ACCOUNT
           END-IF.
           IF NOT TEM-CONTA-PAGTO
               DISPLAY 'ARACCT AUSENTE - NENHUM REEMBOLSO SERA'
                       ' AGENDADO'
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST NOT = '00'
               DISPLAY '*** CUSTMAST AUSENTE - FS '
                       WRK-FS-CUSTMAST ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    SEM O CUSTCRED NINGUEM TEM CREDITO: O RELATORIO SAI VAZIO
           IF NOT ABANDONAR-REEMBOLSO
               OPEN I-O CUSTOMER-CREDIT
               IF WRK-FS-CUSTCRED = '00'
                   MOVE 'S' TO WRK-CUSTCRED-ABERTO
               ELSE
                   DISPLAY 'CUSTCRED NAO ENCONTRADO - NENHUM'
                           ' CREDITO EM ABERTO'
                   MOVE 'S' TO WRK-EOF-CUSTCRED
               END-IF
           END-IF.

           IF NOT ABANDONAR-REEMBOLSO
               OPEN EXTEND CREDIT-MOVEMENTS
               IF WRK-FS-CREDMOV = '05' OR WRK-FS-CREDMOV = '35'
                   OPEN OUTPUT CREDIT-MOVEMENTS
               END-IF
               OPEN EXTEND PENDING-PAYMENTS
               IF WRK-FS-PENDPAY = '05' OR WRK-FS-PENDPAY = '35'
                   OPEN OUTPUT PENDING-PAYMENTS
               END-IF
               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF
           END-IF.

       0110-LER-CREDITO.
           READ CUSTOMER-CREDIT NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-CUSTCRED
               NOT AT END
                   ADD 1 TO WRK-QT-LIDOS
           END-READ.

      *    O CUSTCRED E PERCORRIDO NA ORDEM DE CPF E CADA SALDO
      *    POSITIVO VIRA UMA LINHA DO RELATORIO; O PARADO ALEM DO
      *    PRAZO E REEMBOLSADO ANTES DE SER LISTADO
       0200-PROCESSAR-CREDITOS.
           OPEN OUTPUT CREDIT-RPT.
           MOVE 'CREDITOS DE CLIENTES EM ABERTO' TO RW-TITULO.
           MOVE CD-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           IF WRK-CUSTCRED-ABERTO = 'S'
               PERFORM 0110-LER-CREDITO
           END-IF.
           PERFORM UNTIL FIM-CUSTCRED
               IF CC-SALDO > ZEROS
                   PERFORM 0210-AVALIAR-CREDITO
               END-IF
               PERFORM 0110-LER-CREDITO
           END-PERFORM.

           MOVE WRK-QT-EM-ABERTO  TO CD-TA-QTD.
           MOVE WRK-TOTAL-ABERTO  TO CD-TA-VALOR.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM SPACES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-TOTAL-ABERTO.
           MOVE WRK-QT-REEMBOLSOS TO CD-TR-QTD.
           MOVE WRK-TOTAL-REEMB   TO CD-TR-VALOR.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-TOTAL-REEMB.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-NOTA.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CD-LINHA FROM RW-TRAILER.
           CLOSE CREDIT-RPT.

       0210-AVALIAR-CREDITO.
           MOVE CC-CPF TO CM-CPF.
           PERFORM 0330-LER-CLIENTE.
           MOVE 'D' TO WRK-FUNCAO.
           MOVE CC-DATA-INICIO TO WRK-DATA-BASE.
           MOVE WRK-DATASYS    TO WRK-DATA-RESULT.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.

           MOVE 'CREDRPT'      TO CF-RELATORIO.
           MOVE CC-CPF         TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO CD-D-CPF.
           MOVE CM-NOME        TO CD-D-NOME.
           MOVE CC-DATA-INICIO TO CD-D-INICIO.
           MOVE WRK-DIAS-DIF   TO CD-D-DIAS.
           MOVE CC-SALDO       TO CD-D-SALDO.
           MOVE SPACES         TO CD-D-SITUACAO.

           EVALUATE TRUE
               WHEN CC-DATA-INICIO > WRK-DATA-CORTE
                   PERFORM 0220-SOMAR-ABERTO
               WHEN NOT TEM-CONTA-PAGTO
                   ADD 1 TO WRK-QT-SEM-CONTA
                   MOVE 'VENCIDO' TO CD-D-SITUACAO
                   PERFORM 0220-SOMAR-ABERTO
               WHEN WRK-CLIENTE-ACHADO = 'N'
                   ADD 1 TO WRK-QT-SEM-CADASTRO
                   MOVE 'SEM CADASTRO' TO CD-D-SITUACAO
                   MOVE 'PROGCOB101' TO EC-PROGRAMA
                   MOVE WRK-DATASYS  TO EC-DATA
                   MOVE SPACES       TO EC-ENTRADA
                   STRING 'CPF ' CC-CPF ' CREDITO ' CC-SALDO
                       DELIMITED BY SIZE INTO EC-ENTRADA
                   MOVE 'REEMBOLSO SEM CADASTRO' TO EC-MOTIVO
                   PERFORM 0340-GRAVAR-EXCECAO
                   PERFORM 0220-SOMAR-ABERTO
               WHEN OTHER
                   PERFORM 0300-REEMBOLSAR-CREDITO
                   MOVE 'REEMB' TO CD-D-SITUACAO
           END-EVALUATE.

           PERFORM 0590-QUEBRA-PAGINA.
           WRITE CD-LINHA FROM CD-DETALHE.

       0220-SOMAR-ABERTO.
           ADD 1 TO WRK-QT-EM-ABERTO.
           ADD CC-SALDO TO WRK-TOTAL-ABERTO.

      *    O SALDO INTEIRO VIRA PAGAMENTO AGENDADO PARA HOJE (O
      *    PROGCOB50 DESLOCA FIM DE SEMANA E FERIADO), COM A TRILHA
      *    DE AUDITORIA E O MOVIMENTO NO CREDMOV, E O SALDO ZERA.
      *    O CLIENTE NAO TEM DADOS BANCARIOS NO CADASTRO: O
      *    REEMBOLSO SAI EM CHEQUE (FORMA 'C', PROGCOB112)
       0300-REEMBOLSAR-CREDITO.
           MOVE CC-SALDO TO WRK-VALOR-REEMB.
           ADD 1 TO WRK-QT-REEMBOLSOS.
           ADD WRK-VALOR-REEMB TO WRK-TOTAL-REEMB.

           MOVE CM-NOME         TO PD-FAVORECIDO.
           MOVE WRK-CONTA-PAGTO TO PD-CONTA.
           MOVE WRK-VALOR-REEMB TO PD-VALOR.
           MOVE WRK-DATASYS     TO PD-VENCIMENTO.
           MOVE 'P'             TO PD-STATUS.
           MOVE SPACES          TO PD-ORIGEM.
           MOVE ZEROS           TO PD-REFERENCIA.
           MOVE 'C'             TO PD-FORMA-PAGTO.
           MOVE ZEROS           TO PD-DATA-LIBERACAO.
           MOVE ZEROS           TO PD-NUMERO-CHEQUE.
           WRITE PD-REGISTRO.

           MOVE ZEROS       TO CC-SALDO CC-DATA-INICIO.
           MOVE WRK-DATASYS TO CC-DATA-ULT-MOV.
           REWRITE CC-REGISTRO.

           MOVE CC-CPF          TO CV-CPF.
           MOVE WRK-DATASYS     TO CV-DATA.
           MOVE 'R'             TO CV-TIPO.
           MOVE WRK-VALOR-REEMB TO CV-VALOR.
           MOVE ZEROS           TO CV-REFERENCIA.
           MOVE 'PROGCOB101'    TO CV-PROGRAMA.
           MOVE ZEROS           TO CV-SALDO-APOS.
           WRITE CV-REGISTRO.

           MOVE WRK-VALOR-REEMB TO WRK-VALOR-ED.
           MOVE WRK-DATASYS     TO AT-DATA.
           MOVE WRK-HORASYS     TO AT-HORA.
           MOVE 'BATCH'         TO AT-USUARIO.
           MOVE 'PROGCOB101'    TO AT-PROGRAMA.
           MOVE 'REEMBOLSO CREDITO'  TO AT-OPERACAO.
           MOVE SPACES          TO AT-ENTRADA.
           STRING 'CPF ' CC-CPF ' R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE SPACES          TO AT-RESULTADO.
           STRING 'PENDPAY CONTA ' WRK-CONTA-PAGTO
                  ' VENC ' WRK-DATASYS
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

       0330-LER-CLIENTE.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-CLIENTE-ACHADO
                   MOVE '*** SEM CADASTRO ***' TO CM-NOME
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

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CD-LINHA FROM RW-CABECALHO1
               WRITE CD-LINHA FROM RW-CABECALHO2
               WRITE CD-LINHA FROM RW-COLUNAS
           END-IF.

       0900-FINALIZAR.
           MOVE RETURN-CODE TO RLP-RC.
           IF NOT ABANDONAR-REEMBOLSO
               CLOSE CUSTOMER-MASTER
               IF WRK-CUSTCRED-ABERTO = 'S'
                   CLOSE CUSTOMER-CREDIT
               END-IF
               CLOSE CREDIT-MOVEMENTS
               CLOSE PENDING-PAYMENTS
               CLOSE AUDIT-TRAIL
               DISPLAY '-------------------------'
               DISPLAY 'SALDOS LIDOS............. ' WRK-QT-LIDOS
               DISPLAY 'REEMBOLSOS AGENDADOS..... ' WRK-QT-REEMBOLSOS
               DISPLAY 'CREDITOS EM ABERTO....... ' WRK-QT-EM-ABERTO
               DISPLAY '   VENCIDOS SEM CONTA.... ' WRK-QT-SEM-CONTA
               DISPLAY '   SEM CADASTRO.......... ' WRK-QT-SEM-CADASTRO
               IF WRK-QT-SEM-CONTA > ZEROS
                  OR WRK-QT-SEM-CADASTRO > ZEROS
                   MOVE 4 TO RLP-RC
               END-IF
           END-IF.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS        TO RLP-LIDOS.
           MOVE WRK-QT-REEMBOLSOS   TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-CADASTRO TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
