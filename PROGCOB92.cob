       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: APURACAO DO PONTO ELETRONICO COM BANCO DE HORAS.
      *     ATE AGORA O OVERTIME LIDO PELA FOLHA (PROGCOB04) ERA
      *     DIGITADO DO CARTAO DE PAPEL. ESTA RODADA LE A EXPORTACAO
      *     DO RELOGIO (PONTOREG - MATRICULA, DATA E HORA DE CADA
      *     MARCACAO, ORDENADA POR MATRICULA/DATA/HORA), FORMA OS
      *     PARES ENTRADA/SAIDA DE CADA DIA E CONFERE AS HORAS
      *     TRABALHADAS CONTRA A JORNADA DIARIA DO FUNCIONARIO
      *     (JORNADA; SEM REGISTRO VALEM 8 HORAS) E O CALENDARIO DE
      *     DIAS UTEIS (HOLIDAY, PELOS SERVICOS DE DATA DO
      *     PROGCOB16), COM A TOLERANCIA DE 10 MINUTOS NO DIA:
      *     - DIA UTIL ACIMA DA JORNADA = EXTRA 50%; ABAIXO =
      *       ATRASO; DIA UTIL SEM MARCACAO (FORA DE FERIAS DO
      *       VACMOV E DE ADMISSAO NO MES DO EMPTHIST) = FALTA;
      *     - FIM DE SEMANA E FERIADO TRABALHADO = EXTRA 100%.
      *     A POLITICA DE CADA CENTRO DE CUSTO (BHPOLIT) DECIDE O
      *     DESTINO: 'P' PAGA AS EXTRAS E DESCONTA ATRASOS E FALTAS
      *     NO OVERTIME (TIPOS 050, 100 E 000); 'B' CREDITA AS
      *     EXTRAS E DEBITA ATRASOS E FALTAS NO BANCO DE HORAS
      *     (BANCOHOR) - O QUE PASSAR DO LIMITE DO CENTRO VAI PAGO
      *     COMO 050 E SALDO NEGATIVO VIRA DESCONTO. CENTRO SEM
      *     POLITICA PAGA, COMO SEMPRE FOI. MARCACAO SEM PAR VAI
      *     PARA O SYSEXCEP E PARA O RELATORIO, E O DIA FICA FORA DA
      *     APURACAO ATE O RH ACERTAR. O SALDO DO BANCO DE CADA
      *     FUNCIONARIO SAI NO BHRPT; O BATCTRL IMPEDE APURAR O
      *     MESMO MES DUAS VEZES
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-PUNCHES ASSIGN TO 'PONTOREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOREG.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT WORK-SCHEDULE ASSIGN TO 'JORNADA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNADA.

           SELECT BANK-POLICY ASSIGN TO 'BHPOLIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BHPOLIT.

           SELECT HOUR-BANK ASSIGN TO 'BANCOHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCOHOR.

           SELECT VACATION-MOVEMENTS ASSIGN TO 'VACMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VACMOV.

           SELECT EMPLOYEE-HISTORY ASSIGN TO 'EMPTHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPTHIST.

           SELECT OVERTIME-FILE ASSIGN TO 'OVERTIME'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVERTIME.

           SELECT HOUR-BANK-RPT ASSIGN TO 'BHRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BHRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-PUNCHES.
       01  PT-REGISTRO.
           02 PT-MATRICULA    PIC 9(06).
           02 PT-DATA         PIC 9(08).
           02 PT-HORA         PIC 9(04).

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  WORK-SCHEDULE.
       01  JN-REGISTRO.
           02 JN-MATRICULA    PIC 9(06).
           02 JN-HORAS-DIA    PIC 9(02)V99.

      *    POLITICA POR CENTRO: 'B' = BANCO DE HORAS (COM O LIMITE
      *    DE SALDO EM HORAS; ZERO = SEM LIMITE), 'P' = PAGAR
       FD  BANK-POLICY.
       01  PB-REGISTRO.
           02 PB-CENTRO       PIC 9(04).
           02 PB-POLITICA     PIC X(01).
           02 PB-LIMITE       PIC 9(03)V99.

      *    SALDO DO BANCO DE HORAS EM MINUTOS, PARA O ARREDONDAMENTO
      *    NAO SE ACUMULAR DE UM MES PARA O OUTRO
       FD  HOUR-BANK.
       01  BH-REGISTRO.
           02 BH-MATRICULA    PIC 9(06).
           02 BH-COMPETENCIA  PIC 9(06).
           02 BH-SALDO-MIN    PIC S9(06) SIGN IS LEADING SEPARATE.

       FD  VACATION-MOVEMENTS.
       01  VM-REGISTRO.
           02 VM-MATRICULA   PIC 9(06).
           02 VM-DATA        PIC 9(08).
           02 VM-DIAS        PIC 9(02).

       FD  EMPLOYEE-HISTORY.
           COPY 'EMPTHIST.COB'.

       FD  OVERTIME-FILE.
       01  OT-REGISTRO.
           02 OT-MATRICULA   PIC 9(06).
           02 OT-DATA        PIC 9(08).
           02 OT-HORAS       PIC 9(02)V99.
           02 OT-TIPO        PIC 9(03).

       FD  HOUR-BANK-RPT.
       01  HB-LINHA           PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-PONTOREG  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPMAST   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-JORNADA   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BHPOLIT   PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BANCOHOR  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-VACMOV    PIC X(02)       VALUE ZEROS.
       77  WRK-FS-EMPTHIST  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-OVERTIME  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BHRPT     PIC X(02)       VALUE ZEROS.
       77  WRK-FS-SYSEXCEP  PIC X(02)       VALUE ZEROS.
       77  WRK-FS-BATCTRL   PIC X(02)       VALUE ZEROS.
       77  WRK-EOF-PONTOREG PIC X(01)       VALUE 'N'.
           88 FIM-PONTOREG  VALUE 'S'.
       77  WRK-EOF-EMPMAST  PIC X(01)       VALUE 'N'.
           88 FIM-EMPMAST   VALUE 'S'.
       77  WRK-EOF-JORNADA  PIC X(01)       VALUE 'N'.
           88 FIM-JORNADA   VALUE 'S'.
       77  WRK-EOF-BHPOLIT  PIC X(01)       VALUE 'N'.
           88 FIM-BHPOLIT   VALUE 'S'.
       77  WRK-EOF-BANCOHOR PIC X(01)       VALUE 'N'.
           88 FIM-BANCOHOR  VALUE 'S'.
       77  WRK-EOF-VACMOV   PIC X(01)       VALUE 'N'.
           88 FIM-VACMOV    VALUE 'S'.
       77  WRK-EOF-EMPTHIST PIC X(01)       VALUE 'N'.
           88 FIM-EMPTHIST  VALUE 'S'.
       77  WRK-EOF-BATCTRL  PIC X(01)       VALUE 'N'.
           88 FIM-BATCTRL   VALUE 'S'.
       77  WRK-JA-RODOU     PIC X(01)       VALUE 'N'.
           88 JA-RODOU-NO-MES VALUE 'S'.
       77  WRK-ABANDONAR    PIC X(01)       VALUE 'N'.
           88 ABANDONAR-PONTO VALUE 'S'.
       77  WRK-RELATORIO    PIC X(01)       VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.
       77  WRK-CAB-SEM-PAR  PIC X(01)       VALUE 'N'.
       77  WRK-DATASYS      PIC 9(08)       VALUE ZEROS.
       77  WRK-ANOMES       PIC 9(06)       VALUE ZEROS.
       77  WRK-DIAS-NO-MES  PIC 9(02)       VALUE 31.
       77  WRK-ULTIMO-DIA   PIC 9(02)       VALUE ZEROS.
       77  WRK-TOLERANCIA   PIC 9(02)       VALUE 10.
       77  WRK-JORNADA-PADRAO PIC 9(04)     VALUE 480.
       77  WRK-IDX          PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-FUNC     PIC 9(04)       VALUE ZEROS.
       77  WRK-IDX-POL      PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-DIA      PIC 9(02)       VALUE ZEROS.
       77  WRK-IDX-MARC     PIC 9(02)       VALUE ZEROS.
       77  WRK-QT-MARC      PIC 9(02)       VALUE ZEROS.
       77  WRK-MATR-DIA     PIC 9(06)       VALUE ZEROS.
       77  WRK-DATA-DIA     PIC 9(08)       VALUE ZEROS.
       77  WRK-DIA          PIC 9(02)       VALUE ZEROS.
       77  WRK-MARC-INVALIDA PIC X(01)      VALUE 'N'.
       77  WRK-MIN-ENTRADA  PIC 9(04)       VALUE ZEROS.
       77  WRK-MIN-SAIDA    PIC 9(04)       VALUE ZEROS.
       77  WRK-MIN-TRAB     PIC 9(04)       VALUE ZEROS.
       77  WRK-MIN-DIF      PIC S9(05)      VALUE ZEROS.
       77  WRK-MIN-RESTO    PIC 9(06)       VALUE ZEROS.
       77  WRK-MIN-LOTE     PIC 9(04)       VALUE ZEROS.
       77  WRK-SALDO        PIC S9(07)      VALUE ZEROS.
       77  WRK-HORAS        PIC S9(05)V99   VALUE ZEROS.
       77  WRK-TIPO-OT      PIC 9(03)       VALUE ZEROS.
       77  WRK-MOTIVO       PIC X(25)       VALUE SPACES.
       77  WRK-DATA-FIM-FER PIC 9(08)       VALUE ZEROS.
       77  WRK-QT-LIDOS     PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-DUPLICADAS PIC 9(06)      VALUE ZEROS.
       77  WRK-QT-SEM-PAR   PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-DESCONHECIDAS PIC 9(06)   VALUE ZEROS.
       77  WRK-QT-OVERTIME  PIC 9(06)       VALUE ZEROS.
       77  WRK-QT-APURADOS  PIC 9(06)       VALUE ZEROS.
       77  WRK-TOTAL-HORAS-OT PIC 9(08)V99  VALUE ZEROS.
      *    SERVICOS DE DATA (ENTRADA 'PROGCOB16D')
       77  WRK-FUNCAO       PIC X(01)       VALUE SPACE.
       77  WRK-DATA-BASE    PIC 9(08)       VALUE ZEROS.
       77  WRK-QT-DIAS      PIC 9(04)       VALUE ZEROS.
       77  WRK-DATA-RESULT  PIC 9(08)       VALUE ZEROS.
       77  WRK-DIAS-DIF     PIC S9(06)      VALUE ZEROS.
       77  WRK-DATA-VALIDA  PIC X(01)       VALUE 'N'.
      *    CHAVE DE SEQUENCIA DA EXPORTACAO DO RELOGIO
       01  WRK-CHAVE.
           02 WRK-CH-MATRICULA PIC 9(06)    VALUE ZEROS.
           02 WRK-CH-DATA      PIC 9(08)    VALUE ZEROS.
           02 WRK-CH-HORA      PIC 9(04)    VALUE ZEROS.
       01  WRK-CHAVE-ANT      PIC X(18)     VALUE LOW-VALUES.
       01  WRK-HORA-MARC      PIC 9(04)     VALUE ZEROS.
       01  WRK-HORA-MARC-R REDEFINES WRK-HORA-MARC.
           02 WRK-HM-HORA     PIC 9(02).
           02 WRK-HM-MINUTO   PIC 9(02).
      *    MARCACOES DO DIA EM APURACAO (MAIS DE DEZ = DIA COM
      *    PROBLEMA, VAI PARA O RH COMO SEM PAR)
       01  WRK-TB-MARCACOES.
           02 WRK-TB-MARC-HORA PIC 9(04) OCCURS 10 TIMES.
      *    DIAS UTEIS DO MES PELO CALENDARIO (FIM DE SEMANA E
      *    HOLIDAY FICAM 'N')
       01  WRK-TB-CALENDARIO.
           02 WRK-TB-DIA-UTIL PIC X(01) OCCURS 31 TIMES.
       01  WRK-TB-POLITICAS.
           02 WRK-TB-POL-QTD  PIC 9(02) VALUE ZEROS.
           02 WRK-TB-POL-ITEM OCCURS 50 TIMES.
               03 WRK-TB-POL-CENTRO    PIC 9(04).
               03 WRK-TB-POL-POLITICA  PIC X(01).
               03 WRK-TB-POL-LIMITE    PIC 9(05).
      *    UM ITEM POR FUNCIONARIO DO EMPMAST (ATIVO = 'S') OU POR
      *    SALDO ANTERIOR DE QUEM JA SAIU (ATIVO = 'N', SO CARREGADO
      *    PARA O ACERTO NA RESCISAO). MINUTOS EM TODOS OS CAMPOS.
      *    SITUACAO DO DIA: ' ' = ESPERADO, 'P' = APURADO, 'X' = SEM
      *    PAR, 'F' = FERIAS, 'N' = ANTES DA ADMISSAO
       01  WRK-TB-FUNCIONARIOS.
           02 WRK-TB-FUN-QTD  PIC 9(04) VALUE ZEROS.
           02 WRK-TB-FUN-ITEM OCCURS 2000 TIMES.
               03 WRK-TB-FUN-MATR       PIC 9(06).
               03 WRK-TB-FUN-NOME       PIC X(20).
               03 WRK-TB-FUN-CC         PIC 9(04).
               03 WRK-TB-FUN-ATIVO      PIC X(01).
               03 WRK-TB-FUN-MARCOU     PIC X(01).
               03 WRK-TB-FUN-POLITICA   PIC X(01).
               03 WRK-TB-FUN-LIMITE     PIC 9(05).
               03 WRK-TB-FUN-JORNADA    PIC 9(04).
               03 WRK-TB-FUN-SALDO-ANT  PIC S9(06).
               03 WRK-TB-FUN-SALDO      PIC S9(06).
               03 WRK-TB-FUN-EXTRA-50   PIC 9(05).
               03 WRK-TB-FUN-EXTRA-100  PIC 9(05).
               03 WRK-TB-FUN-ATRASO     PIC 9(05).
               03 WRK-TB-FUN-FALTAS     PIC 9(02).
               03 WRK-TB-FUN-PAGAR-50   PIC 9(05).
               03 WRK-TB-FUN-PAGAR-100  PIC 9(05).
               03 WRK-TB-FUN-DESCONTAR  PIC 9(05).
               03 WRK-TB-FUN-DIA        PIC X(01) OCCURS 31 TIMES.
       01  HB-COLUNAS.
           02 FILLER          PIC X(07) VALUE 'MATR'.
           02 FILLER          PIC X(21) VALUE 'NOME'.
           02 FILLER          PIC X(05) VALUE 'CC'.
           02 FILLER          PIC X(02) VALUE 'P'.
           02 FILLER          PIC X(07) VALUE ' EXTRAS'.
           02 FILLER          PIC X(07) VALUE ' DESCON'.
           02 FILLER          PIC X(07) VALUE '  PAGAS'.
           02 FILLER          PIC X(09) VALUE ' SALDO AN'.
           02 FILLER          PIC X(09) VALUE ' SALDO AT'.
       01  HB-DETALHE.
           02 HB-D-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-NOME       PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-CC         PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-POLITICA   PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-EXTRAS     PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-DESCONTO   PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-PAGAS      PIC ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-SALDO-ANT  PIC -ZZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-D-SALDO      PIC -ZZZ9,99.
       01  HB-OBSERVACAO.
           02 FILLER          PIC X(07) VALUE SPACES.
           02 HB-O-TEXTO      PIC X(60).
       01  HB-SEM-PAR.
           02 FILLER          PIC X(09) VALUE 'SEM PAR: '.
           02 HB-S-MATRICULA  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-S-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 HB-S-QTD        PIC Z9.
           02 FILLER          PIC X(12) VALUE ' MARCACOES: '.
           02 HB-S-HORAS      PIC X(40).
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0060-CONFERIR-REEXECUCAO.
           IF JA-RODOU-NO-MES
               DISPLAY 'PONTO DO MES JA APURADO (BATCTRL) -'
                       ' REEXECUCAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-INICIALIZAR
               IF ABANDONAR-PONTO
                   DISPLAY '*** APURACAO ABANDONADA - NADA GRAVADO'
                           ' ***'
               ELSE
                   PERFORM 0200-PROCESSAR
                       UNTIL FIM-PONTOREG OR ABANDONAR-PONTO
                   CLOSE TIME-PUNCHES
                   IF NOT ABANDONAR-PONTO
                       PERFORM 0250-FECHAR-DIA
                   END-IF
               END-IF
               IF NOT ABANDONAR-PONTO
                   PERFORM 0300-APURAR-MES
               END-IF
               PERFORM 0900-FINALIZAR
           END-IF.

           GOBACK.

       0060-CONFERIR-REEXECUCAO.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE WRK-DATASYS(1:6) TO WRK-ANOMES.
           OPEN INPUT BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '00'
               PERFORM 0070-LER-CONTROLE
               PERFORM UNTIL FIM-BATCTRL
                   IF BC-PROGRAMA = 'PROGCOB92 '
                      AND BC-DATA(1:6) = WRK-ANOMES
                       MOVE 'S' TO WRK-JA-RODOU
                   END-IF
                   PERFORM 0070-LER-CONTROLE
               END-PERFORM
               CLOSE BATCH-CONTROL
           END-IF.

       0070-LER-CONTROLE.
           READ BATCH-CONTROL
               AT END
                   MOVE 'S' TO WRK-EOF-BATCTRL
           END-READ.

       0100-INICIALIZAR.
           MOVE 'PROGCOB92 ' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

      *    DIAS DO MES (FUNCAO 'M') E DIAS UTEIS (FUNCAO 'T', QUE
      *    PULA SABADO, DOMINGO E O HOLIDAY)
           MOVE 'M' TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           IF WRK-DATA-VALIDA = 'S'
               MOVE WRK-QT-DIAS TO WRK-DIAS-NO-MES
           END-IF.
           MOVE ALL 'N' TO WRK-TB-CALENDARIO.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                           UNTIL WRK-IDX-DIA > WRK-DIAS-NO-MES
               MOVE 'T' TO WRK-FUNCAO
               MOVE WRK-ANOMES  TO WRK-DATA-BASE(1:6)
               MOVE WRK-IDX-DIA TO WRK-DATA-BASE(7:2)
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               MOVE WRK-DATA-VALIDA TO WRK-TB-DIA-UTIL(WRK-IDX-DIA)
           END-PERFORM.

           PERFORM 0110-CARREGAR-POLITICAS.
           IF NOT ABANDONAR-PONTO
               PERFORM 0120-CARREGAR-FUNCIONARIOS
           END-IF.
           IF NOT ABANDONAR-PONTO
               PERFORM 0130-CARREGAR-JORNADAS
               PERFORM 0140-CARREGAR-SALDOS
           END-IF.
           IF NOT ABANDONAR-PONTO
               PERFORM 0150-CARREGAR-FERIAS
               PERFORM 0160-CARREGAR-ADMISSOES
           END-IF.

           IF NOT ABANDONAR-PONTO
               OPEN INPUT TIME-PUNCHES
               IF WRK-FS-PONTOREG NOT = '00'
                   DISPLAY '*** PONTOREG AUSENTE - FS '
                           WRK-FS-PONTOREG ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 0210-LER-MARCACAO
               END-IF
           END-IF.

           IF NOT ABANDONAR-PONTO
               OPEN EXTEND SYSTEM-EXCEPTIONS
               IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
                   OPEN OUTPUT SYSTEM-EXCEPTIONS
               END-IF
               OPEN OUTPUT HOUR-BANK-RPT
               MOVE 'S' TO WRK-RELATORIO
               MOVE 'APURACAO DO PONTO E BANCO DE HORAS'
                 TO RW-TITULO
               MOVE HB-COLUNAS TO RW-COLUNAS
               MOVE 56 TO RW-LINHAS-PAGINA
               MOVE 'I' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
           END-IF.

      *    O BHPOLIT E OPCIONAL: CENTRO SEM POLITICA PAGA AS EXTRAS
       0110-CARREGAR-POLITICAS.
           OPEN INPUT BANK-POLICY.
           IF WRK-FS-BHPOLIT = '00'
               PERFORM 0115-LER-POLITICA
               PERFORM UNTIL FIM-BHPOLIT OR ABANDONAR-PONTO
                   IF WRK-TB-POL-QTD = 50
                       DISPLAY '*** BHPOLIT EXCEDE A TABELA DE'
                               ' 50 CENTROS ***'
                       MOVE 'S' TO WRK-ABANDONAR
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-TB-POL-QTD
                       MOVE PB-CENTRO
                         TO WRK-TB-POL-CENTRO(WRK-TB-POL-QTD)
                       MOVE PB-POLITICA
                         TO WRK-TB-POL-POLITICA(WRK-TB-POL-QTD)
                       COMPUTE WRK-TB-POL-LIMITE(WRK-TB-POL-QTD) =
                           PB-LIMITE * 60
                   END-IF
                   PERFORM 0115-LER-POLITICA
               END-PERFORM
               CLOSE BANK-POLICY
           END-IF.

       0115-LER-POLITICA.
           READ BANK-POLICY
               AT END
                   MOVE 'S' TO WRK-EOF-BHPOLIT
           END-READ.

       0120-CARREGAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST NOT = '00'
               DISPLAY '*** EMPMAST AUSENTE - FS ' WRK-FS-EMPMAST ' ***'
               MOVE 'S' TO WRK-ABANDONAR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0125-LER-FUNCIONARIO
           END-IF.
           PERFORM UNTIL FIM-EMPMAST OR ABANDONAR-PONTO
               IF WRK-TB-FUN-QTD = 2000
                   DISPLAY '*** EMPMAST EXCEDE A TABELA DE'
                           ' 2000 FUNCIONARIOS ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 12 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-TB-FUN-QTD
                   MOVE WRK-TB-FUN-QTD TO WRK-IDX-FUNC
                   INITIALIZE WRK-TB-FUN-ITEM(WRK-IDX-FUNC)
                   MOVE EM-MATRICULA TO WRK-TB-FUN-MATR(WRK-IDX-FUNC)
                   MOVE EM-NOME      TO WRK-TB-FUN-NOME(WRK-IDX-FUNC)
                   MOVE EM-CENTRO-CUSTO
                     TO WRK-TB-FUN-CC(WRK-IDX-FUNC)
                   MOVE 'S' TO WRK-TB-FUN-ATIVO(WRK-IDX-FUNC)
                   MOVE 'N' TO WRK-TB-FUN-MARCOU(WRK-IDX-FUNC)
                   MOVE WRK-JORNADA-PADRAO
                     TO WRK-TB-FUN-JORNADA(WRK-IDX-FUNC)
                   MOVE 'P' TO WRK-TB-FUN-POLITICA(WRK-IDX-FUNC)
                   PERFORM VARYING WRK-IDX-POL FROM 1 BY 1
                                   UNTIL WRK-IDX-POL > WRK-TB-POL-QTD
                       IF WRK-TB-POL-CENTRO(WRK-IDX-POL) =
                              EM-CENTRO-CUSTO
                          AND WRK-TB-POL-POLITICA(WRK-IDX-POL) = 'B'
                           MOVE 'B'
                             TO WRK-TB-FUN-POLITICA(WRK-IDX-FUNC)
                           MOVE WRK-TB-POL-LIMITE(WRK-IDX-POL)
                             TO WRK-TB-FUN-LIMITE(WRK-IDX-FUNC)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 0125-LER-FUNCIONARIO
           END-PERFORM.
           IF WRK-FS-EMPMAST NOT = '35'
               CLOSE EMPLOYEE-MASTER
           END-IF.

       0125-LER-FUNCIONARIO.
           READ EMPLOYEE-MASTER
               AT END
                   MOVE 'S' TO WRK-EOF-EMPMAST
           END-READ.

      *    O JORNADA E OPCIONAL: SEM REGISTRO VALEM AS 8 HORAS
       0130-CARREGAR-JORNADAS.
           OPEN INPUT WORK-SCHEDULE.
           IF WRK-FS-JORNADA = '00'
               PERFORM 0135-LER-JORNADA
               PERFORM UNTIL FIM-JORNADA
                   MOVE JN-MATRICULA TO WRK-MATR-DIA
                   PERFORM 0180-LOCALIZAR-FUNCIONARIO
                   IF WRK-IDX-FUNC > ZEROS AND JN-HORAS-DIA > ZEROS
                       COMPUTE WRK-TB-FUN-JORNADA(WRK-IDX-FUNC) =
                           JN-HORAS-DIA * 60
                   END-IF
                   PERFORM 0135-LER-JORNADA
               END-PERFORM
               CLOSE WORK-SCHEDULE
           END-IF.

       0135-LER-JORNADA.
           READ WORK-SCHEDULE
               AT END
                   MOVE 'S' TO WRK-EOF-JORNADA
           END-READ.

      *    O BANCOHOR E OPCIONAL NA PRIMEIRA APURACAO. SALDO DE QUEM
      *    NAO ESTA MAIS NO EMPMAST CONTINUA NO ARQUIVO PARA O ACERTO
      *    NA RESCISAO
       0140-CARREGAR-SALDOS.
           OPEN INPUT HOUR-BANK.
           IF WRK-FS-BANCOHOR = '00'
               PERFORM 0145-LER-SALDO
               PERFORM UNTIL FIM-BANCOHOR OR ABANDONAR-PONTO
                   MOVE BH-MATRICULA TO WRK-MATR-DIA
                   PERFORM 0180-LOCALIZAR-FUNCIONARIO
                   IF WRK-IDX-FUNC = ZEROS
                       IF WRK-TB-FUN-QTD = 2000
                           DISPLAY '*** BANCOHOR EXCEDE A TABELA DE'
                                   ' 2000 FUNCIONARIOS ***'
                           MOVE 'S' TO WRK-ABANDONAR
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-TB-FUN-QTD
                           MOVE WRK-TB-FUN-QTD TO WRK-IDX-FUNC
                           INITIALIZE WRK-TB-FUN-ITEM(WRK-IDX-FUNC)
                           MOVE BH-MATRICULA
                             TO WRK-TB-FUN-MATR(WRK-IDX-FUNC)
                           MOVE 'N' TO WRK-TB-FUN-ATIVO(WRK-IDX-FUNC)
                           MOVE 'N' TO WRK-TB-FUN-MARCOU(WRK-IDX-FUNC)
                           MOVE 'B'
                             TO WRK-TB-FUN-POLITICA(WRK-IDX-FUNC)
                       END-IF
                   END-IF
                   IF WRK-IDX-FUNC > ZEROS
                       MOVE BH-SALDO-MIN
                         TO WRK-TB-FUN-SALDO-ANT(WRK-IDX-FUNC)
                            WRK-TB-FUN-SALDO(WRK-IDX-FUNC)
                   END-IF
                   PERFORM 0145-LER-SALDO
               END-PERFORM
               CLOSE HOUR-BANK
           END-IF.

       0145-LER-SALDO.
           READ HOUR-BANK
               AT END
                   MOVE 'S' TO WRK-EOF-BANCOHOR
           END-READ.

      *    FERIAS GOZADAS (VACMOV) QUE ALCANCAM O MES: OS DIAS NAO
      *    SAO FALTA
       0150-CARREGAR-FERIAS.
           OPEN INPUT VACATION-MOVEMENTS.
           IF WRK-FS-VACMOV = '00'
               PERFORM 0155-LER-FERIAS
               PERFORM UNTIL FIM-VACMOV
                   MOVE VM-MATRICULA TO WRK-MATR-DIA
                   PERFORM 0180-LOCALIZAR-FUNCIONARIO
                   IF WRK-IDX-FUNC > ZEROS AND VM-DIAS > ZEROS
                       MOVE 'C' TO WRK-FUNCAO
                       MOVE VM-DATA TO WRK-DATA-BASE
                       COMPUTE WRK-QT-DIAS = VM-DIAS - 1
                       CALL 'PROGCOB16D' USING WRK-FUNCAO
                                   WRK-DATA-BASE WRK-QT-DIAS
                                   WRK-DATA-RESULT WRK-DIAS-DIF
                                   WRK-DATA-VALIDA
                       IF WRK-DATA-VALIDA = 'S'
                           MOVE WRK-DATA-RESULT TO WRK-DATA-FIM-FER
                           PERFORM 0157-MARCAR-FERIAS
                       END-IF
                   END-IF
                   PERFORM 0155-LER-FERIAS
               END-PERFORM
               CLOSE VACATION-MOVEMENTS
           END-IF.

       0155-LER-FERIAS.
           READ VACATION-MOVEMENTS
               AT END
                   MOVE 'S' TO WRK-EOF-VACMOV
           END-READ.

       0157-MARCAR-FERIAS.
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                           UNTIL WRK-IDX-DIA > WRK-DIAS-NO-MES
               MOVE WRK-ANOMES  TO WRK-DATA-DIA(1:6)
               MOVE WRK-IDX-DIA TO WRK-DATA-DIA(7:2)
               IF WRK-DATA-DIA NOT < VM-DATA
                  AND WRK-DATA-DIA NOT > WRK-DATA-FIM-FER
                   MOVE 'F' TO WRK-TB-FUN-DIA(WRK-IDX-FUNC, WRK-IDX-DIA)
               END-IF
           END-PERFORM.

      *    ADMITIDO NO MES (EMPTHIST): OS DIAS ANTES DO EFEITO NAO
      *    SAO FALTA
       0160-CARREGAR-ADMISSOES.
           OPEN INPUT EMPLOYEE-HISTORY.
           IF WRK-FS-EMPTHIST = '00'
               PERFORM 0165-LER-HISTORICO
               PERFORM UNTIL FIM-EMPTHIST
                   IF TH-ADMISSAO
                      AND TH-DATA-EFEITO(1:6) = WRK-ANOMES
                       MOVE TH-MATRICULA TO WRK-MATR-DIA
                       PERFORM 0180-LOCALIZAR-FUNCIONARIO
                       IF WRK-IDX-FUNC > ZEROS
                           MOVE TH-DATA-EFEITO(7:2) TO WRK-DIA
                           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                                           UNTIL WRK-IDX-DIA >= WRK-DIA
                               MOVE 'N' TO WRK-TB-FUN-DIA
                                           (WRK-IDX-FUNC, WRK-IDX-DIA)
                           END-PERFORM
                       END-IF
                   END-IF
                   PERFORM 0165-LER-HISTORICO
               END-PERFORM
               CLOSE EMPLOYEE-HISTORY
           END-IF.

       0165-LER-HISTORICO.
           READ EMPLOYEE-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-EMPTHIST
           END-READ.

       0180-LOCALIZAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-IDX-FUNC.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-FUN-QTD
                              OR WRK-IDX-FUNC > ZEROS
               IF WRK-TB-FUN-MATR(WRK-IDX) = WRK-MATR-DIA
                   MOVE WRK-IDX TO WRK-IDX-FUNC
               END-IF
           END-PERFORM.

      *    SO AS MARCACOES DO MES ENTRAM. A EXPORTACAO PRECISA VIR
      *    EM ORDEM DE MATRICULA/DATA/HORA - FORA DE ORDEM ABANDONA,
      *    PORQUE O PAR ENTRADA/SAIDA SAIRIA TROCADO. A MESMA HORA
      *    REPETIDA (DEDO DUAS VEZES NO RELOGIO) CONTA UMA VEZ SO
       0200-PROCESSAR.
           IF PT-DATA(1:6) = WRK-ANOMES
               ADD 1 TO WRK-QT-LIDOS
               MOVE PT-MATRICULA TO WRK-CH-MATRICULA
               MOVE PT-DATA      TO WRK-CH-DATA
               MOVE PT-HORA      TO WRK-CH-HORA
               IF WRK-CHAVE < WRK-CHAVE-ANT
                   DISPLAY '*** PONTOREG FORA DE ORDEM NA MATRICULA '
                           PT-MATRICULA ' DATA ' PT-DATA ' ***'
                   MOVE 'S' TO WRK-ABANDONAR
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WRK-CHAVE = WRK-CHAVE-ANT
                       ADD 1 TO WRK-QT-DUPLICADAS
                   ELSE
                       IF PT-MATRICULA NOT = WRK-MATR-DIA
                          OR PT-DATA NOT = WRK-DATA-DIA
                           PERFORM 0250-FECHAR-DIA
                           MOVE PT-MATRICULA TO WRK-MATR-DIA
                           MOVE PT-DATA      TO WRK-DATA-DIA
                       END-IF
                       ADD 1 TO WRK-QT-MARC
                       IF WRK-QT-MARC NOT > 10
                           MOVE PT-HORA
                             TO WRK-TB-MARC-HORA(WRK-QT-MARC)
                       END-IF
                   END-IF
                   MOVE WRK-CHAVE TO WRK-CHAVE-ANT
               END-IF
           END-IF.

           PERFORM 0210-LER-MARCACAO.

       0210-LER-MARCACAO.
           READ TIME-PUNCHES
               AT END
                   MOVE 'S' TO WRK-EOF-PONTOREG
           END-READ.

      *    FECHA O DIA ACUMULADO: PARES (1A/2A, 3A/4A ...) SOMAM O
      *    TRABALHADO; QUANTIDADE IMPAR, MAIS DE DEZ MARCACOES OU
      *    HORA INVALIDA DEIXAM O DIA PARA O RH
       0250-FECHAR-DIA.
           IF WRK-QT-MARC > ZEROS
               PERFORM 0180-LOCALIZAR-FUNCIONARIO
               MOVE WRK-DATA-DIA(7:2) TO WRK-DIA
               IF WRK-DIA > WRK-ULTIMO-DIA
                   MOVE WRK-DIA TO WRK-ULTIMO-DIA
               END-IF
               MOVE 'N' TO WRK-MARC-INVALIDA
               MOVE ZEROS TO WRK-MIN-TRAB
               IF WRK-QT-MARC > 10
                   MOVE 'S' TO WRK-MARC-INVALIDA
               ELSE
                   DIVIDE WRK-QT-MARC BY 2 GIVING WRK-IDX
                                           REMAINDER WRK-IDX-MARC
                   IF WRK-IDX-MARC NOT = ZEROS
                       MOVE 'S' TO WRK-MARC-INVALIDA
                   ELSE
                       PERFORM 0255-SOMAR-PAR
                           VARYING WRK-IDX-MARC FROM 1 BY 2
                           UNTIL WRK-IDX-MARC > WRK-QT-MARC
                   END-IF
               END-IF

               IF WRK-IDX-FUNC = ZEROS
                   ADD 1 TO WRK-QT-DESCONHECIDAS
                   MOVE 'MATRICULA FORA DO EMPMAST' TO WRK-MOTIVO
                   PERFORM 0270-REGISTRAR-EXCECAO
               ELSE
                   MOVE 'S' TO WRK-TB-FUN-MARCOU(WRK-IDX-FUNC)
                   IF WRK-MARC-INVALIDA = 'S'
                       ADD 1 TO WRK-QT-SEM-PAR
                       MOVE 'X' TO WRK-TB-FUN-DIA(WRK-IDX-FUNC, WRK-DIA)
                       MOVE 'MARCACAO SEM PAR' TO WRK-MOTIVO
                       PERFORM 0270-REGISTRAR-EXCECAO
                       PERFORM 0275-IMPRIMIR-SEM-PAR
                   ELSE
                       MOVE 'P' TO WRK-TB-FUN-DIA(WRK-IDX-FUNC, WRK-DIA)
                       PERFORM 0260-CONFERIR-JORNADA
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QT-MARC.

       0255-SOMAR-PAR.
           MOVE WRK-TB-MARC-HORA(WRK-IDX-MARC) TO WRK-HORA-MARC.
           IF WRK-HM-HORA > 23 OR WRK-HM-MINUTO > 59
               MOVE 'S' TO WRK-MARC-INVALIDA
           END-IF.
           COMPUTE WRK-MIN-ENTRADA = WRK-HM-HORA * 60 + WRK-HM-MINUTO.
           MOVE WRK-TB-MARC-HORA(WRK-IDX-MARC + 1) TO WRK-HORA-MARC.
           IF WRK-HM-HORA > 23 OR WRK-HM-MINUTO > 59
               MOVE 'S' TO WRK-MARC-INVALIDA
           END-IF.
           COMPUTE WRK-MIN-SAIDA = WRK-HM-HORA * 60 + WRK-HM-MINUTO.
           IF WRK-MARC-INVALIDA = 'N'
               COMPUTE WRK-MIN-TRAB = WRK-MIN-TRAB
                   + WRK-MIN-SAIDA - WRK-MIN-ENTRADA
           END-IF.

      *    DIA UTIL: DIFERENCA CONTRA A JORNADA, DESPREZADA ATE A
      *    TOLERANCIA; FIM DE SEMANA OU FERIADO: TUDO E EXTRA 100%
       0260-CONFERIR-JORNADA.
           IF WRK-TB-DIA-UTIL(WRK-DIA) = 'S'
               COMPUTE WRK-MIN-DIF = WRK-MIN-TRAB
                   - WRK-TB-FUN-JORNADA(WRK-IDX-FUNC)
               IF WRK-MIN-DIF > WRK-TOLERANCIA
                   ADD WRK-MIN-DIF TO WRK-TB-FUN-EXTRA-50(WRK-IDX-FUNC)
               END-IF
               IF WRK-MIN-DIF < ZEROS
                  AND 0 - WRK-MIN-DIF > WRK-TOLERANCIA
                   SUBTRACT WRK-MIN-DIF
                       FROM WRK-TB-FUN-ATRASO(WRK-IDX-FUNC)
               END-IF
           ELSE
               ADD WRK-MIN-TRAB TO WRK-TB-FUN-EXTRA-100(WRK-IDX-FUNC)
           END-IF.

       0270-REGISTRAR-EXCECAO.
           MOVE 'PROGCOB92 ' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING WRK-MATR-DIA ' ' WRK-DATA-DIA ' MARCACOES '
                  WRK-QT-MARC
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE WRK-MOTIVO   TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    LISTA PARA O RH: O DIA COM AS MARCACOES COMO VIERAM
       0275-IMPRIMIR-SEM-PAR.
           IF WRK-CAB-SEM-PAR = 'N'
               MOVE 'S' TO WRK-CAB-SEM-PAR
               MOVE 'MARCACOES SEM PAR - DIAS FORA DA APURACAO ATE O'
                 TO HB-O-TEXTO
               MOVE ' ACERTO' TO HB-O-TEXTO(48:7)
               PERFORM 0500-QUEBRA-PAGINA
               WRITE HB-LINHA FROM HB-OBSERVACAO
           END-IF.
           MOVE WRK-MATR-DIA TO HB-S-MATRICULA.
           MOVE WRK-DATA-DIA TO HB-S-DATA.
           MOVE WRK-QT-MARC  TO HB-S-QTD.
           MOVE SPACES       TO HB-S-HORAS.
           IF WRK-QT-MARC > 8
               MOVE 8 TO WRK-IDX
           ELSE
               MOVE WRK-QT-MARC TO WRK-IDX
           END-IF.
           PERFORM VARYING WRK-IDX-MARC FROM 1 BY 1
                           UNTIL WRK-IDX-MARC > WRK-IDX
               MOVE WRK-TB-MARC-HORA(WRK-IDX-MARC)
                 TO HB-S-HORAS(WRK-IDX-MARC * 5 - 4:4)
           END-PERFORM.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE HB-LINHA FROM HB-SEM-PAR.

      *    FIM DO MES: FALTAS NOS DIAS UTEIS SEM MARCACAO (ATE O
      *    ULTIMO DIA EXPORTADO PELO RELOGIO) E DESTINO DE EXTRAS,
      *    ATRASOS E FALTAS PELA POLITICA DO CENTRO
       0300-APURAR-MES.
           OPEN EXTEND OVERTIME-FILE.
           IF WRK-FS-OVERTIME = '05' OR WRK-FS-OVERTIME = '35'
               OPEN OUTPUT OVERTIME-FILE
           END-IF.
           MOVE 'SALDO DO BANCO DE HORAS (HORAS E CENTESIMOS)'
             TO HB-O-TEXTO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE HB-LINHA FROM HB-OBSERVACAO.

           PERFORM 0310-APURAR-FUNCIONARIO
               VARYING WRK-IDX-FUNC FROM 1 BY 1
               UNTIL WRK-IDX-FUNC > WRK-TB-FUN-QTD.
           CLOSE OVERTIME-FILE.

           OPEN OUTPUT HOUR-BANK.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                           UNTIL WRK-IDX-FUNC > WRK-TB-FUN-QTD
               IF WRK-TB-FUN-SALDO(WRK-IDX-FUNC) NOT = ZEROS
                   MOVE WRK-TB-FUN-MATR(WRK-IDX-FUNC) TO BH-MATRICULA
                   MOVE WRK-ANOMES                    TO BH-COMPETENCIA
                   MOVE WRK-TB-FUN-SALDO(WRK-IDX-FUNC) TO BH-SALDO-MIN
                   WRITE BH-REGISTRO
               END-IF
           END-PERFORM.
           CLOSE HOUR-BANK.

       0310-APURAR-FUNCIONARIO.
           IF WRK-TB-FUN-ATIVO(WRK-IDX-FUNC) = 'S'
              AND WRK-TB-FUN-MARCOU(WRK-IDX-FUNC) = 'S'
               ADD 1 TO WRK-QT-APURADOS
               PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                               UNTIL WRK-IDX-DIA > WRK-ULTIMO-DIA
                   IF WRK-TB-DIA-UTIL(WRK-IDX-DIA) = 'S'
                      AND WRK-TB-FUN-DIA(WRK-IDX-FUNC, WRK-IDX-DIA)
                                                       = SPACE
                       ADD 1 TO WRK-TB-FUN-FALTAS(WRK-IDX-FUNC)
                       ADD WRK-TB-FUN-JORNADA(WRK-IDX-FUNC)
                         TO WRK-TB-FUN-ATRASO(WRK-IDX-FUNC)
                   END-IF
               END-PERFORM

               IF WRK-TB-FUN-POLITICA(WRK-IDX-FUNC) = 'B'
                   PERFORM 0320-LANCAR-BANCO
               ELSE
                   MOVE WRK-TB-FUN-EXTRA-50(WRK-IDX-FUNC)
                     TO WRK-TB-FUN-PAGAR-50(WRK-IDX-FUNC)
                   MOVE WRK-TB-FUN-EXTRA-100(WRK-IDX-FUNC)
                     TO WRK-TB-FUN-PAGAR-100(WRK-IDX-FUNC)
                   MOVE WRK-TB-FUN-ATRASO(WRK-IDX-FUNC)
                     TO WRK-TB-FUN-DESCONTAR(WRK-IDX-FUNC)
               END-IF

               MOVE WRK-TB-FUN-PAGAR-50(WRK-IDX-FUNC) TO WRK-MIN-RESTO
               MOVE 050 TO WRK-TIPO-OT
               PERFORM 0330-GRAVAR-OVERTIME UNTIL WRK-MIN-RESTO = ZEROS
               MOVE WRK-TB-FUN-PAGAR-100(WRK-IDX-FUNC) TO WRK-MIN-RESTO
               MOVE 100 TO WRK-TIPO-OT
               PERFORM 0330-GRAVAR-OVERTIME UNTIL WRK-MIN-RESTO = ZEROS
               MOVE WRK-TB-FUN-DESCONTAR(WRK-IDX-FUNC) TO WRK-MIN-RESTO
               MOVE 000 TO WRK-TIPO-OT
               PERFORM 0330-GRAVAR-OVERTIME UNTIL WRK-MIN-RESTO = ZEROS
           END-IF.

           IF WRK-TB-FUN-ATIVO(WRK-IDX-FUNC) = 'S'
              OR WRK-TB-FUN-SALDO(WRK-IDX-FUNC) NOT = ZEROS
               PERFORM 0340-IMPRIMIR-FUNCIONARIO
           END-IF.

      *    BANCO: EXTRAS CREDITAM E ATRASOS/FALTAS DEBITAM. SALDO
      *    NEGATIVO NAO FICA DEVENDO - VIRA DESCONTO NO MES - E O
      *    QUE PASSAR DO LIMITE DO CENTRO E PAGO COMO EXTRA 50%
       0320-LANCAR-BANCO.
           COMPUTE WRK-SALDO = WRK-TB-FUN-SALDO-ANT(WRK-IDX-FUNC)
               + WRK-TB-FUN-EXTRA-50(WRK-IDX-FUNC)
               + WRK-TB-FUN-EXTRA-100(WRK-IDX-FUNC)
               - WRK-TB-FUN-ATRASO(WRK-IDX-FUNC).
           IF WRK-SALDO < ZEROS
               COMPUTE WRK-TB-FUN-DESCONTAR(WRK-IDX-FUNC) =
                   0 - WRK-SALDO
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           IF WRK-TB-FUN-LIMITE(WRK-IDX-FUNC) > ZEROS
              AND WRK-SALDO > WRK-TB-FUN-LIMITE(WRK-IDX-FUNC)
               COMPUTE WRK-TB-FUN-PAGAR-50(WRK-IDX-FUNC) =
                   WRK-SALDO - WRK-TB-FUN-LIMITE(WRK-IDX-FUNC)
               MOVE WRK-TB-FUN-LIMITE(WRK-IDX-FUNC) TO WRK-SALDO
           END-IF.
           MOVE WRK-SALDO TO WRK-TB-FUN-SALDO(WRK-IDX-FUNC).

      *    O OT-HORAS VAI ATE 99,99; MAIS QUE ISSO SAI EM MAIS DE
      *    UM LANCAMENTO DO MESMO TIPO (A FOLHA SOMA POR MATRICULA)
       0330-GRAVAR-OVERTIME.
           IF WRK-MIN-RESTO > 5940
               MOVE 5940 TO WRK-MIN-LOTE
           ELSE
               MOVE WRK-MIN-RESTO TO WRK-MIN-LOTE
           END-IF.
           SUBTRACT WRK-MIN-LOTE FROM WRK-MIN-RESTO.
           MOVE WRK-TB-FUN-MATR(WRK-IDX-FUNC) TO OT-MATRICULA.
           MOVE WRK-DATASYS TO OT-DATA.
           COMPUTE OT-HORAS ROUNDED = WRK-MIN-LOTE / 60.
           MOVE WRK-TIPO-OT TO OT-TIPO.
           WRITE OT-REGISTRO.
           ADD 1 TO WRK-QT-OVERTIME.
           ADD OT-HORAS TO WRK-TOTAL-HORAS-OT.

       0340-IMPRIMIR-FUNCIONARIO.
           MOVE WRK-TB-FUN-MATR(WRK-IDX-FUNC)     TO HB-D-MATRICULA.
           MOVE WRK-TB-FUN-NOME(WRK-IDX-FUNC)     TO HB-D-NOME.
           MOVE WRK-TB-FUN-CC(WRK-IDX-FUNC)       TO HB-D-CC.
           MOVE WRK-TB-FUN-POLITICA(WRK-IDX-FUNC) TO HB-D-POLITICA.
           COMPUTE WRK-HORAS ROUNDED =
               (WRK-TB-FUN-EXTRA-50(WRK-IDX-FUNC)
                + WRK-TB-FUN-EXTRA-100(WRK-IDX-FUNC)) / 60.
           MOVE WRK-HORAS TO HB-D-EXTRAS.
           COMPUTE WRK-HORAS ROUNDED =
               WRK-TB-FUN-ATRASO(WRK-IDX-FUNC) / 60.
           MOVE WRK-HORAS TO HB-D-DESCONTO.
           COMPUTE WRK-HORAS ROUNDED =
               (WRK-TB-FUN-PAGAR-50(WRK-IDX-FUNC)
                + WRK-TB-FUN-PAGAR-100(WRK-IDX-FUNC)) / 60.
           MOVE WRK-HORAS TO HB-D-PAGAS.
           COMPUTE WRK-HORAS ROUNDED =
               WRK-TB-FUN-SALDO-ANT(WRK-IDX-FUNC) / 60.
           MOVE WRK-HORAS TO HB-D-SALDO-ANT.
           COMPUTE WRK-HORAS ROUNDED =
               WRK-TB-FUN-SALDO(WRK-IDX-FUNC) / 60.
           MOVE WRK-HORAS TO HB-D-SALDO.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE HB-LINHA FROM HB-DETALHE.

           MOVE SPACES TO HB-O-TEXTO.
           IF WRK-TB-FUN-ATIVO(WRK-IDX-FUNC) = 'N'
               MOVE 'DESLIGADO - SALDO A ACERTAR NA RESCISAO'
                 TO HB-O-TEXTO
           ELSE
               IF WRK-TB-FUN-MARCOU(WRK-IDX-FUNC) = 'N'
                   MOVE 'SEM MARCACAO NO MES - NADA APURADO'
                     TO HB-O-TEXTO
               ELSE
                   IF WRK-TB-FUN-FALTAS(WRK-IDX-FUNC) > ZEROS
                       STRING 'FALTAS NO MES: '
                              WRK-TB-FUN-FALTAS(WRK-IDX-FUNC)
                              ' DIA(S) - INCLUIDAS NO DESCONTO'
                           DELIMITED BY SIZE INTO HB-O-TEXTO
                   END-IF
                   IF WRK-TB-FUN-DESCONTAR(WRK-IDX-FUNC) > ZEROS
                      AND WRK-TB-FUN-POLITICA(WRK-IDX-FUNC) = 'B'
                       MOVE 'SALDO NEGATIVO DESCONTADO NA FOLHA'
                         TO HB-O-TEXTO(40:21)
                   END-IF
               END-IF
           END-IF.
           IF HB-O-TEXTO NOT = SPACES
               PERFORM 0500-QUEBRA-PAGINA
               WRITE HB-LINHA FROM HB-OBSERVACAO
           END-IF.

       0900-FINALIZAR.
           IF NOT ABANDONAR-PONTO
               OPEN EXTEND BATCH-CONTROL
               IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
                   OPEN OUTPUT BATCH-CONTROL
               END-IF
               MOVE 'PROGCOB92 '       TO BC-PROGRAMA
               MOVE WRK-DATASYS        TO BC-DATA
               MOVE WRK-QT-LIDOS       TO BC-REG-IN
               MOVE WRK-QT-OVERTIME    TO BC-REG-OUT
               MOVE WRK-TOTAL-HORAS-OT TO BC-VALOR-TOTAL
               WRITE BC-REGISTRO
               CLOSE BATCH-CONTROL

               IF WRK-QT-SEM-PAR > ZEROS
                  OR WRK-QT-DESCONHECIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY '-------------------------'
               DISPLAY 'MARCACOES LIDAS NO MES........ ' WRK-QT-LIDOS
               DISPLAY 'MARCACOES REPETIDAS IGNORADAS. '
                   WRK-QT-DUPLICADAS
               DISPLAY 'DIAS COM MARCACAO SEM PAR..... ' WRK-QT-SEM-PAR
               DISPLAY 'DIAS DE MATRICULA DESCONHECIDA '
                   WRK-QT-DESCONHECIDAS
               DISPLAY 'FUNCIONARIOS APURADOS......... '
                   WRK-QT-APURADOS
               DISPLAY 'LANCAMENTOS NO OVERTIME....... '
                   WRK-QT-OVERTIME
           END-IF.

           MOVE RETURN-CODE TO RLP-RC.
           IF RELATORIO-ABERTO
               CLOSE SYSTEM-EXCEPTIONS
               MOVE 'F' TO RW-ACAO
               CALL 'PROGCOB46' USING RW-CONTROLE
               WRITE HB-LINHA FROM RW-TRAILER
               CLOSE HOUR-BANK-RPT
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS     TO RLP-LIDOS.
           MOVE WRK-QT-OVERTIME  TO RLP-GRAVADOS.
           COMPUTE RLP-REJEITADOS = WRK-QT-SEM-PAR
               + WRK-QT-DESCONHECIDAS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE HB-LINHA FROM RW-CABECALHO1
               WRITE HB-LINHA FROM RW-CABECALHO2
               WRITE HB-LINHA FROM RW-COLUNAS
           END-IF.
