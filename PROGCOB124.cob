       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: RELATORIO MENSAL DE SEGREGACAO DE FUNCOES PARA A
      *     AUDITORIA INTERNA. CADA APROVACAO (PROGCOB52 NO
      *     CADASTRO DE FUNCIONARIOS, PROGCOB63 NA BAIXA DE PERDA,
      *     PROGCOB74 NA CORRECAO DE NOTA E PROGCOB79 NA REABERTURA
      *     DE PERIODO) SO OLHA O PROPRIO FLUXO; ESTE PROGRAMA LE O
      *     AUDIT-TRAIL DA COMPETENCIA INFORMADA E APONTA NO SODRPT:
      *     (1) AUTOAPROVACAO - O APROVADOR E O MESMO QUE DIGITOU A
      *     TRANSACAO (MAKER DO EMPPEND/GRDCORR NA TRILHA) OU QUE
      *     EMITIU NA RENEGOCIACAO (PROGCOB62) O TITULO QUE ELE
      *     MESMO BAIXOU NO ARWOFF; (2) APROVACAO FORA DO HORARIO
      *     COMERCIAL (SODPARM, SEM ELE 08:00 AS 18:00) OU EM DIA
      *     NAO UTIL (PROGCOB16D); (3) USUARIO QUE PROPOS NUM FLUXO
      *     E APROVOU EM OUTRO NO MES; (4) USUARIO ATIVO DO
      *     USERMAST CUJA MATRIZ DO MENU (MENUAUTH, MESMA REGRA DO
      *     PROGCOB19) LIBERA AS DUAS OPCOES DE UM PAR CONFLITANTE
      *     DO SODRULE (SEM ELE, OS PARES PADRAO DA TABELA). O
      *     RELATORIO FECHA COM O VISTO DA AUDITORIA INTERNA.
      *     RODAR ANTES DE SELAR O MES NO PROGCOB49, QUE TIRA AS
      *     LINHAS DA TRILHA. ACHADO DA RETURN-CODE 4
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O CPF QUE VEM NA ENTRADA DA
      *            OCORRENCIA ('CPF ' + 11 DIGITOS) SAI MASCARADO NO
      *            LUGAR (CPF ***456789**) PELA SUBROTINA PROGCOB130
      *            (LGPD)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.

           SELECT PENDING-CHANGES ASSIGN TO 'EMPPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMPPEND.

           SELECT WRITEOFF-REGISTER ASSIGN TO 'ARWOFF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARWOFF.

           SELECT CORRECTION-FILE ASSIGN TO 'GRDCORR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRDCORR.

           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT MENU-AUTHORIZATION ASSIGN TO 'MENUAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENUAUTH.

           SELECT SOD-RULES ASSIGN TO 'SODRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SODRULE.

           SELECT SOD-PARAMETERS ASSIGN TO 'SODPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SODPARM.

           SELECT SOD-RPT ASSIGN TO 'SODRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SODRPT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       FD  PENDING-CHANGES.
       01  PE-REGISTRO.
           02 PE-TIPO         PIC X(01).
           02 PE-MATRICULA    PIC 9(06).
           02 PE-NOME         PIC X(20).
           02 PE-SALARIO      PIC 9(06)V99.
           02 PE-ANO-POSSE    PIC 9(04).
           02 PE-CENTRO-CUSTO PIC 9(04).
           02 PE-DATA-EFEITO  PIC 9(08).
           02 PE-USUARIO      PIC X(08).
           02 PE-STATUS       PIC X(01).
              88 PE-PENDENTE  VALUE 'P'.

       FD  WRITEOFF-REGISTER.
       01  WO-REGISTRO.
           02 WO-NUMERO       PIC 9(06).
           02 WO-CPF          PIC 9(11).
           02 WO-DATA         PIC 9(08).
           02 WO-SALDO        PIC 9(06)V99.
           02 WO-MOTIVO       PIC X(25).
           02 WO-APROVADOR    PIC X(08).

       FD  CORRECTION-FILE.
       01  GC-REGISTRO.
           02 GC-NOME         PIC X(20).
           02 GC-ANO          PIC 9(04).
           02 GC-PERIODO      PIC 9(01).
           02 GC-CAMPO        PIC X(02).
           02 GC-VALOR-ANTIGO PIC 9(02)V9.
           02 GC-VALOR-NOVO   PIC 9(02)V9.
           02 GC-MOTIVO       PIC X(25).
           02 GC-USUARIO      PIC X(08).

       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  MENU-AUTHORIZATION.
       01  MA-REGISTRO.
           02 MA-USUARIO     PIC X(20).
           02 MA-OPCAO       PIC 9(02).
           02 MA-PERMITIDO   PIC X(01).

       FD  SOD-RULES.
       01  SR-REGISTRO.
           02 SR-OPCAO-A     PIC 9(02).
           02 SR-OPCAO-B     PIC 9(02).
           02 SR-DESCRICAO   PIC X(30).

       FD  SOD-PARAMETERS.
       01  SP-REGISTRO.
           02 SP-HORA-INICIO PIC 9(04).
           02 SP-HORA-FIM    PIC 9(04).

       FD  SOD-RPT.
       01  SD-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPPEND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARWOFF     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GRDCORR    PIC X(02) VALUE ZEROS.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-MENUAUTH   PIC X(02) VALUE ZEROS.
       77 WRK-FS-SODRULE    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SODPARM    PIC X(02) VALUE ZEROS.
       77 WRK-FS-SODRPT     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-AUDITTRL  PIC X(01) VALUE 'N'.
          88 FIM-AUDITTRL   VALUE 'S'.
       77 WRK-EOF-EMPPEND   PIC X(01) VALUE 'N'.
          88 FIM-EMPPEND    VALUE 'S'.
       77 WRK-EOF-ARWOFF    PIC X(01) VALUE 'N'.
          88 FIM-ARWOFF     VALUE 'S'.
       77 WRK-EOF-GRDCORR   PIC X(01) VALUE 'N'.
          88 FIM-GRDCORR    VALUE 'S'.
       77 WRK-EOF-USERMAST  PIC X(01) VALUE 'N'.
          88 FIM-USERMAST   VALUE 'S'.
       77 WRK-EOF-MENUAUTH  PIC X(01) VALUE 'N'.
          88 FIM-MENUAUTH   VALUE 'S'.
       77 WRK-EOF-SODRULE   PIC X(01) VALUE 'N'.
          88 FIM-SODRULE    VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-LOTE VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-INICIO   PIC 9(04) VALUE 0800.
       77 WRK-HORA-FIM      PIC 9(04) VALUE 1800.
       77 WRK-HORA-APROV    PIC 9(04) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX2          PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-REGRA     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PAPEL     PIC 9(04) VALUE ZEROS.
       77 WRK-FLUXO         PIC X(10) VALUE SPACES.
       77 WRK-PAPEL-USUARIO PIC X(08) VALUE SPACES.
       77 WRK-PAPEL-TIPO    PIC X(01) VALUE SPACE.
       77 WRK-PAPEL-FLUXO   PIC X(10) VALUE SPACES.
       77 WRK-EMISSOR       PIC X(08) VALUE SPACES.
       77 WRK-OCORRENCIA    PIC X(12) VALUE SPACES.
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
       77 WRK-CHAVE-NIVEL   PIC X(20) VALUE SPACES.
       77 WRK-OPCAO         PIC 9(02) VALUE ZEROS.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'S'.
       77 WRK-AUTORIZADO-A  PIC X(01) VALUE 'S'.
       77 WRK-QT-APROVACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BAIXAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-USUARIOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-AUTO       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FORA       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CRUZADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MENU       PIC 9(05) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
      *    APROVACOES DA COMPETENCIA, COM O MAKER JA RESOLVIDO;
      *    WRK-AP-PARCIAL = 'S' QUANDO A TRILHA SO TROUXE O
      *    COMECO DO NOME DO MAKER E O GRDCORR NAO O CONFIRMOU
       01  WRK-TB-APROVACOES.
           02 WRK-AP-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-AP-ITEM OCCURS 500 TIMES.
               03 WRK-AP-USUARIO  PIC X(08).
               03 WRK-AP-FLUXO    PIC X(10).
               03 WRK-AP-DATA     PIC 9(08).
               03 WRK-AP-HORA     PIC 9(08).
               03 WRK-AP-ENTRADA  PIC X(30).
               03 WRK-AP-MAKER    PIC X(08).
               03 WRK-AP-PARCIAL  PIC X(01).
      *    QUEM PROPOS (M) E QUEM APROVOU (A) EM CADA FLUXO NO MES
       01  WRK-TB-PAPEIS.
           02 WRK-PP-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-PP-ITEM OCCURS 300 TIMES.
               03 WRK-PP-USUARIO  PIC X(08).
               03 WRK-PP-TIPO     PIC X(01).
               03 WRK-PP-FLUXO    PIC X(10).
               03 WRK-PP-QTD-EVT  PIC 9(04).
      *    TITULOS EMITIDOS NA RENEGOCIACAO E QUEM OS EMITIU (A
      *    TRILHA INTEIRA, NAO SO O MES - A BAIXA VEM MESES DEPOIS)
       01  WRK-TB-TITULOS.
           02 WRK-TT-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-TT-ITEM OCCURS 1000 TIMES.
               03 WRK-TT-NUMERO   PIC 9(06).
               03 WRK-TT-USUARIO  PIC X(08).
       01  WRK-TB-CORRECOES.
           02 WRK-GC-QTD      PIC 9(04) VALUE ZEROS.
           02 WRK-GC-ITEM OCCURS 500 TIMES.
               03 WRK-GC-NOME     PIC X(20).
               03 WRK-GC-USUARIO  PIC X(08).
      *    MATRIZ DE AUTORIZACAO DO MENU, IGUAL A DO PROGCOB19
       01  WRK-TB-AUTORIZACAO.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 200 TIMES.
               03 WRK-TB-USUARIO   PIC X(20).
               03 WRK-TB-OPCAO     PIC 9(02).
               03 WRK-TB-PERMITIDO PIC X(01).
      *    PARES DE OPCOES DO MENU QUE UMA PESSOA SO NAO DEVE TER
       01  WRK-TB-REGRAS.
           02 WRK-RG-QTD      PIC 9(02) VALUE ZEROS.
           02 WRK-RG-ITEM OCCURS 20 TIMES.
               03 WRK-RG-OPCAO-A   PIC 9(02).
               03 WRK-RG-OPCAO-B   PIC 9(02).
               03 WRK-RG-DESCRICAO PIC X(30).
       01  SD-COLUNAS-OCORR.
           02 FILLER PIC X(40) VALUE
              'DATA       HORA  USUARIO  FLUXO      OCO'.
           02 FILLER PIC X(40) VALUE
              'RRENCIA   ENTRADA NA TRILHA'.
       01  SD-COLUNAS-CRUZ.
           02 FILLER PIC X(43) VALUE
              'USUARIO  PROPOS EM  QTDE   APROVOU EM QTDE'.
           02 FILLER PIC X(37) VALUE SPACES.
       01  SD-COLUNAS-MENU.
           02 FILLER PIC X(43) VALUE
              'USUARIO              NV OPCOES    CONFLITO'.
           02 FILLER PIC X(37) VALUE SPACES.
       01  SD-SECAO          PIC X(80) VALUE SPACES.
       01  SD-OCORRENCIA.
           02 SD-O-DATA       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-O-HORA       PIC X(05).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-O-USUARIO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-O-FLUXO      PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-O-OCORRENCIA PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-O-ENTRADA    PIC X(30).
       01  SD-CRUZAMENTO.
           02 SD-C-USUARIO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-C-FLUXO-M    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-C-QTD-M      PIC ZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 SD-C-FLUXO-A    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-C-QTD-A      PIC ZZZ9.
       01  SD-MENU.
           02 SD-M-USUARIO    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-M-NIVEL      PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SD-M-OPCAO-A    PIC 9(02).
           02 FILLER          PIC X(03) VALUE ' E '.
           02 SD-M-OPCAO-B    PIC 9(02).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 SD-M-DESCRICAO  PIC X(30).
       01  SD-NENHUM          PIC X(40) VALUE
              '   NENHUMA OCORRENCIA NA COMPETENCIA'.
       01  SD-SEM-USERMAST    PIC X(60) VALUE
              '   USERMAST INDISPONIVEL - AUTORIZACOES NAO CONFERIDAS'.
       01  SD-COMPETENCIA.
           02 FILLER          PIC X(35) VALUE
              'COMPETENCIA AUDITADA............. '.
           02 SD-P-ANOMES     PIC 9(06).
       01  SD-HORARIO.
           02 FILLER          PIC X(35) VALUE
              'HORARIO COMERCIAL................ '.
           02 SD-H-INICIO-HH  PIC 9(02).
           02 FILLER          PIC X(01) VALUE ':'.
           02 SD-H-INICIO-MM  PIC 9(02).
           02 FILLER          PIC X(03) VALUE ' A '.
           02 SD-H-FIM-HH     PIC 9(02).
           02 FILLER          PIC X(01) VALUE ':'.
           02 SD-H-FIM-MM     PIC 9(02).
       01  SD-RESUMO.
           02 SD-R-ROTULO     PIC X(35).
           02 SD-R-QTD        PIC ZZZZ9.
       01  SD-VISTO1.
           02 FILLER          PIC X(41) VALUE
              'VISTO DA AUDITORIA INTERNA - COMPETENCIA '.
           02 SD-V-ANOMES     PIC 9(06).
       01  SD-VISTO2          PIC X(60) VALUE
              'RESPONSAVEL: ______________________  DATA: ___/___/____'.
       01  SD-VISTO3          PIC X(60) VALUE
              'ASSINATURA.: ______________________'.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-LOTE
               PERFORM 0200-CARREGAR-TRILHA UNTIL FIM-AUDITTRL
                                              OR ABANDONAR-LOTE
               CLOSE AUDIT-TRAIL
           END-IF.
           IF NOT ABANDONAR-LOTE
               PERFORM 0250-CARREGAR-PROPONENTES
           END-IF.
           IF ABANDONAR-LOTE
               DISPLAY 'AUDITORIA DE SEGREGACAO ABANDONADA - TABELA'
                       ' CHEIA OU AUDITTRL AUSENTE, SODRPT NAO GERADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 0300-IMPRIMIR-RELATORIO
               PERFORM 0900-FINALIZAR
           END-IF.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE SPACES       TO CF-USUARIO.
           MOVE 'PROGCOB124' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA A AUDITAR (AAAAMM).. '
           ACCEPT WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES = ZEROS
               MOVE WRK-DATASYS(1:6) TO WRK-ANOMES
           END-IF.

           PERFORM 0120-CARREGAR-HORARIO.
           PERFORM 0130-CARREGAR-REGRAS.
           PERFORM 0140-CARREGAR-AUTORIZACOES.
           PERFORM 0150-CARREGAR-CORRECOES.

           OPEN INPUT AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL NOT = '00'
               MOVE 'PROGCOB124' TO FSE-PROGRAMA
               MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO
               MOVE 'AUDITTRL  ' TO FSE-ARQUIVO
               MOVE 'OPEN    ' TO FSE-OPERACAO
               MOVE WRK-FS-AUDITTRL TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               PERFORM 0110-LER-AUDITORIA
           END-IF.

       0110-LER-AUDITORIA.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'S' TO WRK-EOF-AUDITTRL
           END-READ.

      *    O HORARIO E OPCIONAL: SEM O SODPARM (OU COM ZERO), VALE
      *    08:00 AS 18:00 DO VALUE DA WORKING-STORAGE
       0120-CARREGAR-HORARIO.
           OPEN INPUT SOD-PARAMETERS.
           IF WRK-FS-SODPARM = '00'
               READ SOD-PARAMETERS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-HORA-INICIO > ZEROS
                           MOVE SP-HORA-INICIO TO WRK-HORA-INICIO
                       END-IF
                       IF SP-HORA-FIM > ZEROS
                           MOVE SP-HORA-FIM TO WRK-HORA-FIM
                       END-IF
               END-READ
               CLOSE SOD-PARAMETERS
           END-IF.

      *    SEM O SODRULE VALEM OS PARES PADRAO: QUEM RODA A FOLHA
      *    NAO CONCEDE AUMENTO, E QUEM MEXE EM ACESSO NAO OPERA
      *    FOLHA NEM AUMENTO
       0130-CARREGAR-REGRAS.
           OPEN INPUT SOD-RULES.
           IF WRK-FS-SODRULE = '00'
               PERFORM 0135-LER-REGRA
               PERFORM UNTIL FIM-SODRULE
                              OR WRK-RG-QTD = 20
                   ADD 1 TO WRK-RG-QTD
                   MOVE SR-OPCAO-A   TO WRK-RG-OPCAO-A(WRK-RG-QTD)
                   MOVE SR-OPCAO-B   TO WRK-RG-OPCAO-B(WRK-RG-QTD)
                   MOVE SR-DESCRICAO TO WRK-RG-DESCRICAO(WRK-RG-QTD)
                   PERFORM 0135-LER-REGRA
               END-PERFORM
               CLOSE SOD-RULES
           END-IF.
           IF WRK-RG-QTD = ZEROS
               MOVE 3 TO WRK-RG-QTD
               MOVE 02 TO WRK-RG-OPCAO-A(1)
               MOVE 09 TO WRK-RG-OPCAO-B(1)
               MOVE 'FOLHA X AUMENTO POR MERITO'
                 TO WRK-RG-DESCRICAO(1)
               MOVE 08 TO WRK-RG-OPCAO-A(2)
               MOVE 02 TO WRK-RG-OPCAO-B(2)
               MOVE 'ACESSOS X FOLHA DE PAGAMENTO'
                 TO WRK-RG-DESCRICAO(2)
               MOVE 08 TO WRK-RG-OPCAO-A(3)
               MOVE 09 TO WRK-RG-OPCAO-B(3)
               MOVE 'ACESSOS X AUMENTO POR MERITO'
                 TO WRK-RG-DESCRICAO(3)
           END-IF.

       0135-LER-REGRA.
           READ SOD-RULES
               AT END
                   MOVE 'S' TO WRK-EOF-SODRULE
           END-READ.

       0140-CARREGAR-AUTORIZACOES.
           OPEN INPUT MENU-AUTHORIZATION.
           IF WRK-FS-MENUAUTH = '00'
               PERFORM 0145-LER-AUTORIZACAO
               PERFORM UNTIL FIM-MENUAUTH
                              OR WRK-TB-QTD = 200
                   ADD 1 TO WRK-TB-QTD
                   MOVE MA-USUARIO
                     TO WRK-TB-USUARIO(WRK-TB-QTD)
                   MOVE MA-OPCAO
                     TO WRK-TB-OPCAO(WRK-TB-QTD)
                   MOVE MA-PERMITIDO
                     TO WRK-TB-PERMITIDO(WRK-TB-QTD)
                   PERFORM 0145-LER-AUTORIZACAO
               END-PERFORM
               CLOSE MENU-AUTHORIZATION
           END-IF.

       0145-LER-AUTORIZACAO.
           READ MENU-AUTHORIZATION
               AT END
                   MOVE 'S' TO WRK-EOF-MENUAUTH
           END-READ.

      *    O LOTE DE CORRECOES TRAZ O NOME INTEIRO DE QUEM DIGITOU;
      *    A TRILHA DO PROGCOB74 SO GUARDA O COMECO DELE
       0150-CARREGAR-CORRECOES.
           OPEN INPUT CORRECTION-FILE.
           IF WRK-FS-GRDCORR = '00'
               PERFORM 0155-LER-CORRECAO
               PERFORM UNTIL FIM-GRDCORR OR ABANDONAR-LOTE
                   IF WRK-GC-QTD = 500
                       MOVE 'S' TO WRK-ABANDONAR
                   ELSE
                       ADD 1 TO WRK-GC-QTD
                       MOVE GC-NOME    TO WRK-GC-NOME(WRK-GC-QTD)
                       MOVE GC-USUARIO TO WRK-GC-USUARIO(WRK-GC-QTD)
                       PERFORM 0155-LER-CORRECAO
                   END-IF
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       0155-LER-CORRECAO.
           READ CORRECTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-GRDCORR
           END-READ.

      *    UMA PASSADA NA TRILHA: OS TITULOS EMITIDOS NA
      *    RENEGOCIACAO (QUALQUER MES) E, DA COMPETENCIA, QUEM
      *    PROPOS E QUEM APROVOU EM CADA FLUXO
       0200-CARREGAR-TRILHA.
           IF AT-PROGRAMA = 'PROGCOB62'
              AND AT-OPERACAO = 'TITULO CONSOLIDADO'
               PERFORM 0210-GUARDAR-TITULO
           END-IF.

           IF AT-DATA(1:6) = WRK-ANOMES
               MOVE SPACES TO WRK-FLUXO
               EVALUATE TRUE
                   WHEN AT-PROGRAMA = 'PROGCOB23'
                     OR AT-PROGRAMA = 'PROGCOB86'
                       MOVE AT-USUARIO   TO WRK-PAPEL-USUARIO
                       MOVE 'M'          TO WRK-PAPEL-TIPO
                       MOVE 'EMPREGADOS' TO WRK-PAPEL-FLUXO
                       PERFORM 0260-REGISTRAR-PAPEL
                   WHEN AT-PROGRAMA = 'PROGCOB62'
                    AND AT-OPERACAO = 'RENEGOCIACAO FECHADA'
                       MOVE AT-USUARIO   TO WRK-PAPEL-USUARIO
                       MOVE 'M'          TO WRK-PAPEL-TIPO
                       MOVE 'RECEBER'    TO WRK-PAPEL-FLUXO
                       PERFORM 0260-REGISTRAR-PAPEL
                   WHEN AT-PROGRAMA = 'PROGCOB52'
                    AND AT-OPERACAO = 'APROVADO E POSTADO'
                       MOVE 'EMPREGADOS' TO WRK-FLUXO
                   WHEN AT-PROGRAMA = 'PROGCOB63'
                    AND AT-OPERACAO = 'BAIXA DE PERDA'
                       MOVE 'RECEBER'    TO WRK-FLUXO
                   WHEN AT-PROGRAMA = 'PROGCOB74'
                    AND AT-OPERACAO = 'CORRECAO DE NOTA'
                       MOVE 'NOTAS'      TO WRK-FLUXO
                   WHEN AT-PROGRAMA = 'PROGCOB79'
                    AND AT-OPERACAO = 'PERIODO REABERTO'
                       MOVE 'PERIODO'    TO WRK-FLUXO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-FLUXO NOT = SPACES
                   PERFORM 0220-GUARDAR-APROVACAO
               END-IF
           END-IF.

           PERFORM 0110-LER-AUDITORIA.

      *    ENTRADA DO PROGCOB62: 'TITULO ' + NUMERO + ' CPF ' + CPF
       0210-GUARDAR-TITULO.
           IF WRK-TT-QTD = 1000
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               ADD 1 TO WRK-TT-QTD
               MOVE AT-ENTRADA(8:6) TO WRK-TT-NUMERO(WRK-TT-QTD)
               MOVE AT-USUARIO      TO WRK-TT-USUARIO(WRK-TT-QTD)
           END-IF.

      *    O MAKER SAI DA PROPRIA LINHA DO APROVADOR: NO PROGCOB52 A
      *    ENTRADA E TIPO + MATRICULA + ' MAKER ' + USUARIO; NO
      *    PROGCOB74 E NOME DO ALUNO + ' MAKER ' + USUARIO, CORTADO
      *    NOS TRES PRIMEIROS CARACTERES, QUE O GRDCORR COMPLETA. A
      *    BAIXA DE PERDA E CONFERIDA PELO ARWOFF
       0220-GUARDAR-APROVACAO.
           IF WRK-AP-QTD = 500
               MOVE 'S' TO WRK-ABANDONAR
           ELSE
               ADD 1 TO WRK-AP-QTD
               ADD 1 TO WRK-QT-APROVACOES
               MOVE AT-USUARIO TO WRK-AP-USUARIO(WRK-AP-QTD)
               MOVE WRK-FLUXO  TO WRK-AP-FLUXO(WRK-AP-QTD)
               MOVE AT-DATA    TO WRK-AP-DATA(WRK-AP-QTD)
               MOVE AT-HORA    TO WRK-AP-HORA(WRK-AP-QTD)
               MOVE AT-ENTRADA TO WRK-AP-ENTRADA(WRK-AP-QTD)
               MOVE SPACES     TO WRK-AP-MAKER(WRK-AP-QTD)
               MOVE 'N'        TO WRK-AP-PARCIAL(WRK-AP-QTD)
               IF AT-PROGRAMA = 'PROGCOB52'
                   MOVE AT-ENTRADA(16:8)
                     TO WRK-AP-MAKER(WRK-AP-QTD)
               END-IF
               IF AT-PROGRAMA = 'PROGCOB74'
                   PERFORM 0230-RESOLVER-MAKER-NOTA
               END-IF
               MOVE AT-USUARIO TO WRK-PAPEL-USUARIO
               MOVE 'A'        TO WRK-PAPEL-TIPO
               MOVE WRK-FLUXO  TO WRK-PAPEL-FLUXO
               PERFORM 0260-REGISTRAR-PAPEL
           END-IF.

       0230-RESOLVER-MAKER-NOTA.
           MOVE AT-ENTRADA(28:3) TO WRK-AP-MAKER(WRK-AP-QTD).
           MOVE 'S' TO WRK-AP-PARCIAL(WRK-AP-QTD).
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-GC-QTD
               IF WRK-GC-NOME(WRK-IDX) = AT-ENTRADA(1:20)
                  AND WRK-GC-USUARIO(WRK-IDX)(1:3) = AT-ENTRADA(28:3)
                   MOVE WRK-GC-USUARIO(WRK-IDX)
                     TO WRK-AP-MAKER(WRK-AP-QTD)
                   MOVE 'N' TO WRK-AP-PARCIAL(WRK-AP-QTD)
               END-IF
           END-PERFORM.

      *    QUEM TEM TRANSACAO PENDENTE NO EMPPEND OU CORRECAO NO
      *    GRDCORR TAMBEM PROPOS NO MES
       0250-CARREGAR-PROPONENTES.
           OPEN INPUT PENDING-CHANGES.
           IF WRK-FS-EMPPEND = '00'
               PERFORM 0255-LER-PENDENTE
               PERFORM UNTIL FIM-EMPPEND OR ABANDONAR-LOTE
                   IF PE-PENDENTE
                       MOVE PE-USUARIO   TO WRK-PAPEL-USUARIO
                       MOVE 'M'          TO WRK-PAPEL-TIPO
                       MOVE 'EMPREGADOS' TO WRK-PAPEL-FLUXO
                       PERFORM 0260-REGISTRAR-PAPEL
                   END-IF
                   PERFORM 0255-LER-PENDENTE
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-GC-QTD
                              OR ABANDONAR-LOTE
               MOVE WRK-GC-USUARIO(WRK-IDX) TO WRK-PAPEL-USUARIO
               MOVE 'M'                     TO WRK-PAPEL-TIPO
               MOVE 'NOTAS'                 TO WRK-PAPEL-FLUXO
               PERFORM 0260-REGISTRAR-PAPEL
           END-PERFORM.

       0255-LER-PENDENTE.
           READ PENDING-CHANGES
               AT END
                   MOVE 'S' TO WRK-EOF-EMPPEND
           END-READ.

       0260-REGISTRAR-PAPEL.
           MOVE ZEROS TO WRK-IDX-PAPEL.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                           UNTIL WRK-IDX2 > WRK-PP-QTD
                              OR WRK-IDX-PAPEL > ZEROS
               IF WRK-PP-USUARIO(WRK-IDX2) = WRK-PAPEL-USUARIO
                  AND WRK-PP-TIPO(WRK-IDX2) = WRK-PAPEL-TIPO
                  AND WRK-PP-FLUXO(WRK-IDX2) = WRK-PAPEL-FLUXO
                   MOVE WRK-IDX2 TO WRK-IDX-PAPEL
               END-IF
           END-PERFORM.
           IF WRK-IDX-PAPEL = ZEROS
               IF WRK-PP-QTD = 300
                   MOVE 'S' TO WRK-ABANDONAR
               ELSE
                   ADD 1 TO WRK-PP-QTD
                   MOVE WRK-PP-QTD TO WRK-IDX-PAPEL
                   MOVE WRK-PAPEL-USUARIO
                     TO WRK-PP-USUARIO(WRK-IDX-PAPEL)
                   MOVE WRK-PAPEL-TIPO
                     TO WRK-PP-TIPO(WRK-IDX-PAPEL)
                   MOVE WRK-PAPEL-FLUXO
                     TO WRK-PP-FLUXO(WRK-IDX-PAPEL)
                   MOVE ZEROS TO WRK-PP-QTD-EVT(WRK-IDX-PAPEL)
               END-IF
           END-IF.
           IF WRK-IDX-PAPEL > ZEROS
               ADD 1 TO WRK-PP-QTD-EVT(WRK-IDX-PAPEL)
           END-IF.

       0300-IMPRIMIR-RELATORIO.
           OPEN OUTPUT SOD-RPT.
           MOVE 'SEGREGACAO DE FUNCOES NAS APROVACOES' TO RW-TITULO.
           MOVE SD-COLUNAS-OCORR TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE WRK-ANOMES TO SD-P-ANOMES.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-COMPETENCIA.
           MOVE WRK-HORA-INICIO(1:2) TO SD-H-INICIO-HH.
           MOVE WRK-HORA-INICIO(3:2) TO SD-H-INICIO-MM.
           MOVE WRK-HORA-FIM(1:2)    TO SD-H-FIM-HH.
           MOVE WRK-HORA-FIM(3:2)    TO SD-H-FIM-MM.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-HORARIO.

           PERFORM 0400-AUTOAPROVACAO.
           PERFORM 0500-FORA-DO-HORARIO.
           PERFORM 0600-FLUXOS-CRUZADOS.
           PERFORM 0700-MATRIZ-DO-MENU.
           PERFORM 0800-RESUMO-E-VISTO.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE SD-LINHA FROM RW-TRAILER.
           CLOSE SOD-RPT.

      *    SECAO 1: O APROVADOR E O PROPRIO MAKER
       0400-AUTOAPROVACAO.
           MOVE '1 - AUTOAPROVACAO (APROVADOR = QUEM PROPOS)'
             TO SD-SECAO.
           PERFORM 0960-ABRIR-SECAO.
           MOVE WRK-QT-AUTO TO WRK-IDX2.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AP-QTD
               MOVE SPACES TO WRK-OCORRENCIA
               IF WRK-AP-MAKER(WRK-IDX) NOT = SPACES
                   IF WRK-AP-PARCIAL(WRK-IDX) = 'N'
                       IF WRK-AP-MAKER(WRK-IDX) =
                                          WRK-AP-USUARIO(WRK-IDX)
                           MOVE 'AUTOAPROVOU' TO WRK-OCORRENCIA
                       END-IF
                   ELSE
                       IF WRK-AP-MAKER(WRK-IDX)(1:3) =
                                     WRK-AP-USUARIO(WRK-IDX)(1:3)
                           MOVE 'CONFIRMAR' TO WRK-OCORRENCIA
                       END-IF
                   END-IF
               END-IF
               IF WRK-OCORRENCIA NOT = SPACES
                   ADD 1 TO WRK-QT-AUTO
                   PERFORM 0410-IMPRIMIR-APROVACAO
               END-IF
           END-PERFORM.

           PERFORM 0420-CONFERIR-BAIXAS.

           IF WRK-QT-AUTO = WRK-IDX2
               PERFORM 0950-QUEBRA-PAGINA
               WRITE SD-LINHA FROM SD-NENHUM
           END-IF.

       0410-IMPRIMIR-APROVACAO.
           MOVE SPACES TO SD-O-DATA SD-O-HORA.
           STRING WRK-AP-DATA(WRK-IDX)(7:2) '/'
                  WRK-AP-DATA(WRK-IDX)(5:2) '/'
                  WRK-AP-DATA(WRK-IDX)(1:4)
               DELIMITED BY SIZE INTO SD-O-DATA.
           STRING WRK-AP-HORA(WRK-IDX)(1:2) ':'
                  WRK-AP-HORA(WRK-IDX)(3:2)
               DELIMITED BY SIZE INTO SD-O-HORA.
           MOVE WRK-AP-USUARIO(WRK-IDX) TO SD-O-USUARIO.
           MOVE WRK-AP-FLUXO(WRK-IDX)   TO SD-O-FLUXO.
           MOVE WRK-OCORRENCIA          TO SD-O-OCORRENCIA.
           MOVE WRK-AP-ENTRADA(WRK-IDX) TO SD-O-ENTRADA.
           PERFORM 0970-MASCARAR-ENTRADA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-OCORRENCIA.

      *    A BAIXA DE PERDA DO MES CUJO TITULO FOI EMITIDO, NA
      *    RENEGOCIACAO, PELO MESMO USUARIO QUE APROVOU A BAIXA
       0420-CONFERIR-BAIXAS.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WRK-FS-ARWOFF = '00'
               PERFORM 0430-LER-BAIXA
               PERFORM UNTIL FIM-ARWOFF
                   IF WO-DATA(1:6) = WRK-ANOMES
                       ADD 1 TO WRK-QT-BAIXAS
                       PERFORM 0440-CONFERIR-EMISSOR
                   END-IF
                   PERFORM 0430-LER-BAIXA
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           END-IF.

       0430-LER-BAIXA.
           READ WRITEOFF-REGISTER
               AT END
                   MOVE 'S' TO WRK-EOF-ARWOFF
           END-READ.

       0440-CONFERIR-EMISSOR.
           MOVE SPACES TO WRK-EMISSOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TT-QTD
               IF WRK-TT-NUMERO(WRK-IDX) = WO-NUMERO
                   MOVE WRK-TT-USUARIO(WRK-IDX) TO WRK-EMISSOR
               END-IF
           END-PERFORM.
           IF WRK-EMISSOR NOT = SPACES
              AND WRK-EMISSOR = WO-APROVADOR
               ADD 1 TO WRK-QT-AUTO
               MOVE SPACES TO SD-O-DATA SD-O-HORA SD-O-ENTRADA
               STRING WO-DATA(7:2) '/' WO-DATA(5:2) '/'
                      WO-DATA(1:4)
                   DELIMITED BY SIZE INTO SD-O-DATA
               MOVE WO-APROVADOR   TO SD-O-USUARIO
               MOVE 'RECEBER'      TO SD-O-FLUXO
               MOVE 'BAIXOU O SEU' TO SD-O-OCORRENCIA
               STRING 'TITULO ' WO-NUMERO ' CPF ' WO-CPF
                   DELIMITED BY SIZE INTO SD-O-ENTRADA
               PERFORM 0970-MASCARAR-ENTRADA
               PERFORM 0950-QUEBRA-PAGINA
               WRITE SD-LINHA FROM SD-OCORRENCIA
           END-IF.

      *    SECAO 2: APROVACAO FORA DO HORARIO OU EM DIA NAO UTIL
      *    (FIM DE SEMANA E HOLIDAY-FILE, PELO PROGCOB16D)
       0500-FORA-DO-HORARIO.
           MOVE '2 - APROVACAO FORA DO HORARIO COMERCIAL' TO SD-SECAO.
           PERFORM 0960-ABRIR-SECAO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-AP-QTD
               MOVE SPACES TO WRK-OCORRENCIA
               MOVE 'T' TO WRK-FUNCAO
               MOVE WRK-AP-DATA(WRK-IDX) TO WRK-DATA-BASE
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA
               MOVE WRK-AP-HORA(WRK-IDX)(1:4) TO WRK-HORA-APROV
               IF WRK-DATA-VALIDA NOT = 'S'
                   MOVE 'DIA NAO UTIL' TO WRK-OCORRENCIA
               ELSE
                   IF WRK-HORA-APROV < WRK-HORA-INICIO
                      OR WRK-HORA-APROV NOT < WRK-HORA-FIM
                       MOVE 'FORA HORARIO' TO WRK-OCORRENCIA
                   END-IF
               END-IF
               IF WRK-OCORRENCIA NOT = SPACES
                   ADD 1 TO WRK-QT-FORA
                   PERFORM 0410-IMPRIMIR-APROVACAO
               END-IF
           END-PERFORM.

           IF WRK-QT-FORA = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE SD-LINHA FROM SD-NENHUM
           END-IF.

      *    SECAO 3: QUEM PROPOS NUM FLUXO E APROVOU EM OUTRO NO MES
       0600-FLUXOS-CRUZADOS.
           MOVE '3 - PROPOS NUM FLUXO E APROVOU EM OUTRO' TO SD-SECAO.
           MOVE SD-COLUNAS-CRUZ TO RW-COLUNAS.
           PERFORM 0960-ABRIR-SECAO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-PP-QTD
               IF WRK-PP-TIPO(WRK-IDX) = 'M'
                   PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                                   UNTIL WRK-IDX2 > WRK-PP-QTD
                       IF WRK-PP-TIPO(WRK-IDX2) = 'A'
                          AND WRK-PP-USUARIO(WRK-IDX2) =
                                             WRK-PP-USUARIO(WRK-IDX)
                          AND WRK-PP-FLUXO(WRK-IDX2) NOT =
                                             WRK-PP-FLUXO(WRK-IDX)
                           PERFORM 0610-IMPRIMIR-CRUZAMENTO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WRK-QT-CRUZADOS = ZEROS
               PERFORM 0950-QUEBRA-PAGINA
               WRITE SD-LINHA FROM SD-NENHUM
           END-IF.

       0610-IMPRIMIR-CRUZAMENTO.
           ADD 1 TO WRK-QT-CRUZADOS.
           MOVE WRK-PP-USUARIO(WRK-IDX)  TO SD-C-USUARIO.
           MOVE WRK-PP-FLUXO(WRK-IDX)    TO SD-C-FLUXO-M.
           MOVE WRK-PP-QTD-EVT(WRK-IDX)  TO SD-C-QTD-M.
           MOVE WRK-PP-FLUXO(WRK-IDX2)   TO SD-C-FLUXO-A.
           MOVE WRK-PP-QTD-EVT(WRK-IDX2) TO SD-C-QTD-A.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-CRUZAMENTO.

      *    SECAO 4: USUARIO ATIVO COM AS DUAS OPCOES DE UM PAR
      *    CONFLITANTE LIBERADAS NO MENU
       0700-MATRIZ-DO-MENU.
           MOVE '4 - OPCOES CONFLITANTES LIBERADAS NO MENU'
             TO SD-SECAO.
           MOVE SD-COLUNAS-MENU TO RW-COLUNAS.
           PERFORM 0960-ABRIR-SECAO.

           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST NOT = '00'
               PERFORM 0950-QUEBRA-PAGINA
               WRITE SD-LINHA FROM SD-SEM-USERMAST
           ELSE
               PERFORM 0710-LER-USUARIO
               PERFORM UNTIL FIM-USERMAST
                   IF NOT UM-LOGIN-DESATIVADO
                       ADD 1 TO WRK-QT-USUARIOS
                       PERFORM 0720-CONFERIR-USUARIO
                   END-IF
                   PERFORM 0710-LER-USUARIO
               END-PERFORM
               CLOSE USER-MASTER
               IF WRK-QT-MENU = ZEROS
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE SD-LINHA FROM SD-NENHUM
               END-IF
           END-IF.

       0710-LER-USUARIO.
           READ USER-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-USERMAST
           END-READ.

       0720-CONFERIR-USUARIO.
           MOVE UM-USUARIO TO WRK-USUARIO.
           MOVE SPACES TO WRK-CHAVE-NIVEL.
           STRING '*NIVEL' UM-NIVEL
               DELIMITED BY SIZE INTO WRK-CHAVE-NIVEL.
           PERFORM VARYING WRK-IDX-REGRA FROM 1 BY 1
                           UNTIL WRK-IDX-REGRA > WRK-RG-QTD
               MOVE WRK-RG-OPCAO-A(WRK-IDX-REGRA) TO WRK-OPCAO
               PERFORM 0730-CONFERIR-OPCAO
               MOVE WRK-AUTORIZADO TO WRK-AUTORIZADO-A
               MOVE WRK-RG-OPCAO-B(WRK-IDX-REGRA) TO WRK-OPCAO
               PERFORM 0730-CONFERIR-OPCAO
               IF WRK-AUTORIZADO-A = 'S' AND WRK-AUTORIZADO = 'S'
                   ADD 1 TO WRK-QT-MENU
                   MOVE WRK-USUARIO TO SD-M-USUARIO
                   MOVE UM-NIVEL    TO SD-M-NIVEL
                   MOVE WRK-RG-OPCAO-A(WRK-IDX-REGRA) TO SD-M-OPCAO-A
                   MOVE WRK-RG-OPCAO-B(WRK-IDX-REGRA) TO SD-M-OPCAO-B
                   MOVE WRK-RG-DESCRICAO(WRK-IDX-REGRA)
                     TO SD-M-DESCRICAO
                   PERFORM 0950-QUEBRA-PAGINA
                   WRITE SD-LINHA FROM SD-MENU
               END-IF
           END-PERFORM.

      *    MESMA REGRA DO PROGCOB19: A REGRA DO USUARIO GANHA DA
      *    REGRA DO NIVEL; SEM NENHUMA DAS DUAS A OPCAO E LIBERADA
       0730-CONFERIR-OPCAO.
           MOVE 'S' TO WRK-AUTORIZADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               IF WRK-TB-USUARIO(WRK-IDX) = WRK-CHAVE-NIVEL
                  AND WRK-TB-OPCAO(WRK-IDX) = WRK-OPCAO
                   MOVE WRK-TB-PERMITIDO(WRK-IDX)
                     TO WRK-AUTORIZADO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               IF WRK-TB-USUARIO(WRK-IDX) = WRK-USUARIO
                  AND WRK-TB-OPCAO(WRK-IDX) = WRK-OPCAO
                   MOVE WRK-TB-PERMITIDO(WRK-IDX)
                     TO WRK-AUTORIZADO
               END-IF
           END-PERFORM.

      *    RESUMO E O VISTO MENSAL DA AUDITORIA INTERNA
       0800-RESUMO-E-VISTO.
           MOVE 'RESUMO DA COMPETENCIA' TO SD-SECAO.
           MOVE SPACES TO RW-COLUNAS.
           PERFORM 0960-ABRIR-SECAO.
           MOVE 'APROVACOES NA TRILHA............. ' TO SD-R-ROTULO.
           MOVE WRK-QT-APROVACOES TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'BAIXAS DE PERDA NO ARWOFF........ ' TO SD-R-ROTULO.
           MOVE WRK-QT-BAIXAS TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'AUTOAPROVACOES................... ' TO SD-R-ROTULO.
           MOVE WRK-QT-AUTO TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'APROVACOES FORA DO HORARIO....... ' TO SD-R-ROTULO.
           MOVE WRK-QT-FORA TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'PROPOSTA X APROVACAO CRUZADAS.... ' TO SD-R-ROTULO.
           MOVE WRK-QT-CRUZADOS TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'USUARIOS ATIVOS CONFERIDOS....... ' TO SD-R-ROTULO.
           MOVE WRK-QT-USUARIOS TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.
           MOVE 'CONFLITOS NA MATRIZ DO MENU...... ' TO SD-R-ROTULO.
           MOVE WRK-QT-MENU TO SD-R-QTD.
           PERFORM 0810-IMPRIMIR-RESUMO.

           MOVE WRK-ANOMES TO SD-V-ANOMES.
           MOVE SPACES TO SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-VISTO1.
           MOVE SPACES TO SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-VISTO2.
           MOVE SPACES TO SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-VISTO3.

       0810-IMPRIMIR-RESUMO.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-RESUMO.

       0900-FINALIZAR.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           DISPLAY '-------------------------'
           DISPLAY 'COMPETENCIA AUDITADA..... ' WRK-ANOMES.
           DISPLAY 'APROVACOES NA TRILHA..... ' WRK-QT-APROVACOES.
           DISPLAY 'AUTOAPROVACOES........... ' WRK-QT-AUTO.
           DISPLAY 'FORA DO HORARIO.......... ' WRK-QT-FORA.
           DISPLAY 'FLUXOS CRUZADOS.......... ' WRK-QT-CRUZADOS.
           DISPLAY 'CONFLITOS NO MENU........ ' WRK-QT-MENU.
           IF WRK-QT-AUTO > ZEROS
              OR WRK-QT-FORA > ZEROS
              OR WRK-QT-CRUZADOS > ZEROS
              OR WRK-QT-MENU > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0950-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE SD-LINHA FROM RW-CABECALHO1
               WRITE SD-LINHA FROM RW-CABECALHO2
               WRITE SD-LINHA FROM RW-COLUNAS
           END-IF.

      *    CADA SECAO COMECA EM PAGINA PROPRIA, COM AS SUAS COLUNAS
       0960-ABRIR-SECAO.
           MOVE RW-LINHAS-PAGINA TO RW-CONTADOR-LINHAS.
           PERFORM 0950-QUEBRA-PAGINA.
           WRITE SD-LINHA FROM SD-SECAO.

      *    CPF NA ENTRADA DA TRILHA SO SAI PELA MASCARA DA LGPD
       0970-MASCARAR-ENTRADA.
           MOVE 'SODRPT'     TO CF-RELATORIO.
           MOVE SD-O-ENTRADA TO CF-TEXTO.
           MOVE 'T' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           MOVE CF-TEXTO     TO SD-O-ENTRADA.
