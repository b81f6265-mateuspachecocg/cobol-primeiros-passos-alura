       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES (SUPPMAST,
      *     COPYBOOK SUPPLIER), NOS MOLDES DA MANUTENCAO DE CLIENTES
      *     (PROGCOB21): INCLUSAO COM CRITICA DOS DIGITOS DO CNPJ
      *     (PROGCOBD07) OU DO CPF (PROGCOBD02), CONSULTA, ALTERACAO
      *     DE NOME, DADOS BANCARIOS E PRAZO DE PAGAMENTO, BLOQUEIO E
      *     EXCLUSAO LOGICA. TODA INCLUSAO OU ALTERACAO GRAVA A
      *     IMAGEM ANTES E DEPOIS DO REGISTRO NO HISTORICO DE
      *     ALTERACOES DE FORNECEDORES (SUPPHIST), COM USUARIO, DATA
      *     E HORA, COMO O CUSTHIST FAZ PARA OS CLIENTES
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FN-DOCUMENTO
               FILE STATUS IS WRK-FS-SUPPMAST.

           SELECT CHANGE-HISTORY ASSIGN TO 'SUPPHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUPPHIST.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER.
           COPY 'SUPPLIER.COB'.

       FD  CHANGE-HISTORY.
       01  SH-LINHA           PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-FS-SUPPMAST    PIC X(02) VALUE ZEROS.
       77  WRK-FS-SUPPHIST    PIC X(02) VALUE ZEROS.
       77  WRK-DATASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-HORASYS        PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO        PIC X(08) VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01) VALUE 9.
           88 SAIR-MENU       VALUE 0.
       77  WRK-DOCUMENTO      PIC 9(14) VALUE ZEROS.
       77  WRK-CPF            PIC 9(11) VALUE ZEROS.
       77  WRK-TIPO-PESSOA    PIC X(01) VALUE SPACE.
       77  WRK-DOC-VALIDO     PIC X(01) VALUE 'N'.
           88 DOCUMENTO-OK    VALUE 'S'.
       77  WRK-ACHOU          PIC X(01) VALUE 'N'.
           88 FORNECEDOR-ACHADO VALUE 'S'.
       77  WRK-CAMPO-NOVO     PIC X(40) VALUE SPACES.
       77  WRK-BANCO-NOVO     PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA-NOVA   PIC 9(04) VALUE ZEROS.
       77  WRK-PRAZO-NOVO     PIC 9(03) VALUE ZEROS.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACE.
       77  WRK-OPERACAO       PIC X(10) VALUE SPACES.
       01  WRK-IMAGEM-ANTES.
           02 WRK-ANT-NOME      PIC X(30).
           02 WRK-ANT-BANCO     PIC 9(03).
           02 WRK-ANT-AGENCIA   PIC 9(04).
           02 WRK-ANT-CONTA     PIC X(12).
           02 WRK-ANT-PRAZO     PIC 9(03).
           02 WRK-ANT-STATUS    PIC X(01).
       01  SH-DETALHE.
           02 SH-D-DATA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-HORA       PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-USUARIO    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-OPERACAO   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-DOCUMENTO  PIC 9(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-IMAGEM     PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-NOME       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-BANCO      PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-AGENCIA    PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-CONTA      PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-PRAZO      PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 SH-D-STATUS     PIC X(01).
           COPY 'FSERRP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-MENU UNTIL SAIR-MENU.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO FROM CONSOLE.

           OPEN I-O SUPPLIER-MASTER.
           IF WRK-FS-SUPPMAST = '35'
               OPEN OUTPUT SUPPLIER-MASTER
               CLOSE SUPPLIER-MASTER
               OPEN I-O SUPPLIER-MASTER
           END-IF.

           OPEN EXTEND CHANGE-HISTORY.
           IF WRK-FS-SUPPHIST = '05' OR WRK-FS-SUPPHIST = '35'
               OPEN OUTPUT CHANGE-HISTORY
           END-IF.

       0200-MENU.
           DISPLAY '-------------------------------'
           DISPLAY 'MANUTENCAO DE FORNECEDORES'
           DISPLAY '1 - INCLUIR FORNECEDOR'
           DISPLAY '2 - CONSULTAR FORNECEDOR'
           DISPLAY '3 - ALTERAR NOME'
           DISPLAY '4 - ALTERAR DADOS BANCARIOS'
           DISPLAY '5 - ALTERAR PRAZO DE PAGAMENTO'
           DISPLAY '6 - BLOQUEAR / DESBLOQUEAR'
           DISPLAY '7 - EXCLUIR FORNECEDOR (LOGICO)'
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO... '
           ACCEPT WRK-OPCAO FROM CONSOLE.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0250-INCLUIR
               WHEN 2
                   PERFORM 0300-CONSULTAR
               WHEN 3
                   PERFORM 0400-ALTERAR-NOME
               WHEN 4
                   PERFORM 0410-ALTERAR-BANCO
               WHEN 5
                   PERFORM 0420-ALTERAR-PRAZO
               WHEN 6
                   PERFORM 0430-BLOQUEAR
               WHEN 7
                   PERFORM 0500-EXCLUIR
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       0210-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY 'CNPJ/CPF DO FORNECEDOR.. '
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.

           MOVE WRK-DOCUMENTO TO FN-DOCUMENTO.
           READ SUPPLIER-MASTER
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO PARA ESTE'
                           ' DOCUMENTO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

       0220-GUARDAR-IMAGEM-ANTES.
           MOVE FN-NOME        TO WRK-ANT-NOME.
           MOVE FN-BANCO       TO WRK-ANT-BANCO.
           MOVE FN-AGENCIA     TO WRK-ANT-AGENCIA.
           MOVE FN-CONTA-BANCO TO WRK-ANT-CONTA.
           MOVE FN-PRAZO-PAGTO TO WRK-ANT-PRAZO.
           MOVE FN-STATUS      TO WRK-ANT-STATUS.

      *    O DOCUMENTO E CRITICADO PELA MESMA REGRA DAS DEMAIS
      *    PORTAS DE ENTRADA: CPF PELA PROGCOBD02 (11 DIGITOS, COM
      *    ZEROS A ESQUERDA NA CHAVE DE 14) E CNPJ PELA PROGCOBD07
       0230-CRITICAR-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-VALIDO.
           EVALUATE WRK-TIPO-PESSOA
               WHEN 'F'
                   IF WRK-DOCUMENTO > 99999999999
                       DISPLAY 'CPF COM MAIS DE 11 DIGITOS'
                   ELSE
                       MOVE WRK-DOCUMENTO TO WRK-CPF
                       CALL 'PROGCOBD02' USING WRK-CPF
                                               WRK-DOC-VALIDO
                   END-IF
               WHEN 'J'
                   CALL 'PROGCOBD07' USING WRK-DOCUMENTO
                                           WRK-DOC-VALIDO
               WHEN OTHER
                   DISPLAY 'TIPO DE PESSOA INVALIDO - USE F OU J'
           END-EVALUATE.

       0250-INCLUIR.
           DISPLAY 'TIPO DE PESSOA (F/J).. '
           ACCEPT WRK-TIPO-PESSOA FROM CONSOLE.
           DISPLAY 'CNPJ/CPF DO FORNECEDOR.. '
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           PERFORM 0230-CRITICAR-DOCUMENTO.

           IF DOCUMENTO-OK
               MOVE WRK-DOCUMENTO   TO FN-DOCUMENTO
               MOVE WRK-TIPO-PESSOA TO FN-TIPO-PESSOA
               DISPLAY 'RAZAO SOCIAL / NOME.. '
               ACCEPT WRK-CAMPO-NOVO FROM CONSOLE
               MOVE WRK-CAMPO-NOVO(1:30) TO FN-NOME
               DISPLAY 'BANCO (3 DIGITOS).. '
               ACCEPT WRK-BANCO-NOVO FROM CONSOLE
               MOVE WRK-BANCO-NOVO TO FN-BANCO
               DISPLAY 'AGENCIA.. '
               ACCEPT WRK-AGENCIA-NOVA FROM CONSOLE
               MOVE WRK-AGENCIA-NOVA TO FN-AGENCIA
               DISPLAY 'CONTA COM DIGITO.. '
               ACCEPT WRK-CAMPO-NOVO FROM CONSOLE
               MOVE WRK-CAMPO-NOVO(1:12) TO FN-CONTA-BANCO
               DISPLAY 'PRAZO DE PAGAMENTO EM DIAS.. '
               ACCEPT WRK-PRAZO-NOVO FROM CONSOLE
               MOVE WRK-PRAZO-NOVO TO FN-PRAZO-PAGTO
               MOVE 'A'          TO FN-STATUS
               MOVE WRK-DATASYS  TO FN-DATA-CADASTRO
               INITIALIZE WRK-IMAGEM-ANTES
               WRITE FN-REGISTRO
                   INVALID KEY
                       DISPLAY 'FORNECEDOR JA CADASTRADO PARA ESTE'
                               ' DOCUMENTO'
                   NOT INVALID KEY
                       MOVE 'INCLUSAO' TO WRK-OPERACAO
                       PERFORM 0610-GRAVAR-HISTORICO
                       DISPLAY 'FORNECEDOR CADASTRADO COM SUCESSO'
               END-WRITE
           ELSE
               DISPLAY 'DOCUMENTO INVALIDO - DIGITOS VERIFICADORES'
                       ' NAO CONFEREM'
           END-IF.

       0300-CONSULTAR.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               DISPLAY 'DOCUMENTO.. ' FN-DOCUMENTO
                       ' (' FN-TIPO-PESSOA ')'
               DISPLAY 'NOME....... ' FN-NOME
               DISPLAY 'BANCO...... ' FN-BANCO
                       ' AGENCIA ' FN-AGENCIA
                       ' CONTA ' FN-CONTA-BANCO
               DISPLAY 'PRAZO...... ' FN-PRAZO-PAGTO ' DIAS'
               DISPLAY 'CADASTRO... ' FN-DATA-CADASTRO
               EVALUATE TRUE
                   WHEN FN-EXCLUIDO
                       DISPLAY 'SITUACAO... EXCLUIDO'
                   WHEN FN-BLOQUEADO
                       DISPLAY 'SITUACAO... BLOQUEADO'
                   WHEN OTHER
                       DISPLAY 'SITUACAO... ATIVO'
               END-EVALUATE
           END-IF.

       0400-ALTERAR-NOME.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               PERFORM 0220-GUARDAR-IMAGEM-ANTES
               DISPLAY 'NOME ATUAL: ' FN-NOME
               DISPLAY 'NOVO NOME.. '
               ACCEPT WRK-CAMPO-NOVO FROM CONSOLE
               MOVE WRK-CAMPO-NOVO(1:30) TO FN-NOME
               MOVE 'ALT NOME' TO WRK-OPERACAO
               PERFORM 0600-REGRAVAR-COM-HISTORICO
           END-IF.

       0410-ALTERAR-BANCO.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               PERFORM 0220-GUARDAR-IMAGEM-ANTES
               DISPLAY 'ATUAL: BANCO ' FN-BANCO
                       ' AGENCIA ' FN-AGENCIA
                       ' CONTA ' FN-CONTA-BANCO
               DISPLAY 'NOVO BANCO.. '
               ACCEPT WRK-BANCO-NOVO FROM CONSOLE
               MOVE WRK-BANCO-NOVO TO FN-BANCO
               DISPLAY 'NOVA AGENCIA.. '
               ACCEPT WRK-AGENCIA-NOVA FROM CONSOLE
               MOVE WRK-AGENCIA-NOVA TO FN-AGENCIA
               DISPLAY 'NOVA CONTA COM DIGITO.. '
               ACCEPT WRK-CAMPO-NOVO FROM CONSOLE
               MOVE WRK-CAMPO-NOVO(1:12) TO FN-CONTA-BANCO
               MOVE 'ALT BANCO' TO WRK-OPERACAO
               PERFORM 0600-REGRAVAR-COM-HISTORICO
           END-IF.

      *    O PRAZO E SO A SUGESTAO DE VENCIMENTO DO LANCAMENTO DE
      *    NOTAS; AS PARCELAS JA LANCADAS NAO SAO RECALCULADAS
       0420-ALTERAR-PRAZO.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               PERFORM 0220-GUARDAR-IMAGEM-ANTES
               DISPLAY 'PRAZO ATUAL: ' FN-PRAZO-PAGTO ' DIAS'
               DISPLAY 'NOVO PRAZO EM DIAS.. '
               ACCEPT WRK-PRAZO-NOVO FROM CONSOLE
               MOVE WRK-PRAZO-NOVO TO FN-PRAZO-PAGTO
               MOVE 'ALT PRAZO' TO WRK-OPERACAO
               PERFORM 0600-REGRAVAR-COM-HISTORICO
           END-IF.

      *    FORNECEDOR BLOQUEADO NAO RECEBE NOTA NOVA NEM TEM NOTA
      *    APROVADA; A MESMA OPCAO DESBLOQUEIA
       0430-BLOQUEAR.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               IF FN-EXCLUIDO
                   DISPLAY 'FORNECEDOR EXCLUIDO NAO PODE SER'
                           ' BLOQUEADO NEM DESBLOQUEADO'
               ELSE
                   PERFORM 0220-GUARDAR-IMAGEM-ANTES
                   IF FN-BLOQUEADO
                       DISPLAY 'FORNECEDOR BLOQUEADO - DESBLOQUEAR'
                               ' (S/N)? '
                   ELSE
                       DISPLAY 'FORNECEDOR ATIVO - BLOQUEAR (S/N)? '
                   END-IF
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S'
                       IF FN-BLOQUEADO
                           MOVE 'A' TO FN-STATUS
                           MOVE 'DESBLOQUEI' TO WRK-OPERACAO
                       ELSE
                           MOVE 'B' TO FN-STATUS
                           MOVE 'BLOQUEIO' TO WRK-OPERACAO
                       END-IF
                       PERFORM 0600-REGRAVAR-COM-HISTORICO
                   END-IF
               END-IF
           END-IF.

       0500-EXCLUIR.
           PERFORM 0210-LOCALIZAR-FORNECEDOR.
           IF FORNECEDOR-ACHADO
               IF FN-EXCLUIDO
                   DISPLAY 'FORNECEDOR JA ESTA EXCLUIDO'
               ELSE
                   PERFORM 0220-GUARDAR-IMAGEM-ANTES
                   MOVE 'X' TO FN-STATUS
                   MOVE 'EXCLUSAO' TO WRK-OPERACAO
                   PERFORM 0600-REGRAVAR-COM-HISTORICO
               END-IF
           END-IF.

       0600-REGRAVAR-COM-HISTORICO.
           REWRITE FN-REGISTRO
               INVALID KEY
               MOVE 'PROGCOB107' TO FSE-PROGRAMA
               MOVE '0600-REGRAVAR       ' TO FSE-PARAGRAFO
               MOVE 'SUPPMAST  ' TO FSE-ARQUIVO
               MOVE 'REWRITE ' TO FSE-OPERACAO
               MOVE WRK-FS-SUPPMAST TO FSE-STATUS
               CALL 'PROGCOB39' USING FSE-PARAMETROS
               NOT INVALID KEY
                   PERFORM 0610-GRAVAR-HISTORICO
                   DISPLAY 'FORNECEDOR ATUALIZADO COM SUCESSO'
           END-REWRITE.

      *    GRAVA DUAS LINHAS NO SUPPHIST: A IMAGEM DO REGISTRO ANTES
      *    DA OPERACAO (EM BRANCO NA INCLUSAO) E A IMAGEM DEPOIS
       0610-GRAVAR-HISTORICO.
           ACCEPT WRK-HORASYS FROM TIME.
           MOVE WRK-DATASYS     TO SH-D-DATA.
           MOVE WRK-HORASYS     TO SH-D-HORA.
           MOVE WRK-USUARIO     TO SH-D-USUARIO.
           MOVE WRK-OPERACAO    TO SH-D-OPERACAO.
           MOVE FN-DOCUMENTO    TO SH-D-DOCUMENTO.

           MOVE 'ANTES'         TO SH-D-IMAGEM.
           MOVE WRK-ANT-NOME    TO SH-D-NOME.
           MOVE WRK-ANT-BANCO   TO SH-D-BANCO.
           MOVE WRK-ANT-AGENCIA TO SH-D-AGENCIA.
           MOVE WRK-ANT-CONTA   TO SH-D-CONTA.
           MOVE WRK-ANT-PRAZO   TO SH-D-PRAZO.
           MOVE WRK-ANT-STATUS  TO SH-D-STATUS.
           WRITE SH-LINHA FROM SH-DETALHE.

           MOVE 'DEPOIS'        TO SH-D-IMAGEM.
           MOVE FN-NOME         TO SH-D-NOME.
           MOVE FN-BANCO        TO SH-D-BANCO.
           MOVE FN-AGENCIA      TO SH-D-AGENCIA.
           MOVE FN-CONTA-BANCO  TO SH-D-CONTA.
           MOVE FN-PRAZO-PAGTO  TO SH-D-PRAZO.
           MOVE FN-STATUS       TO SH-D-STATUS.
           WRITE SH-LINHA FROM SH-DETALHE.

       0900-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           CLOSE SUPPLIER-MASTER.
           CLOSE CHANGE-HISTORY.
