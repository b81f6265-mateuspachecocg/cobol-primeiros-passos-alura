       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: LISTA DIARIA DE LIGACOES DO BALCAO DE VENDAS. RODA
      *     NA JANELA NOTURNA E MONTA A LISTA DO PROXIMO DIA UTIL
      *     (PROGCOB16, FUNCAO 'U' - PULA FIM DE SEMANA E OS
      *     FERIADOS DO HOLIDAY-FILE): ABRE O ACOMPANHAMENTO
      *     (FOLLOWUP, COPYBOOK PROSPFUP) DE TODO PROSPECT PENDENTE
      *     DO NAME-LOG QUE AINDA NAO TEM UM; ENCERRA COMO
      *     CONVERTIDO QUEM VIROU CLIENTE (NOME NO CUSTMAST, COMO NO
      *     PROGCOB43, OU JA MARCADO 'C' NA TRIAGEM) E COMO PERDIDO
      *     QUEM CHEGOU AO LIMITE DE TENTATIVAS SEM RESPOSTA; E LISTA
      *     NO CALLLIST, POR VENDEDOR, OS ACOMPANHAMENTOS ABERTOS COM
      *     O PROXIMO CONTATO ATE O DIA DA LISTA, DESTACANDO OS
      *     ATRASADOS. RC 4 COM A LISTA TRUNCADA OU SEM O NAME-LOG,
      *     RC 16 SEM O FOLLOWUP
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.

           SELECT NAME-LOG ASSIGN TO 'NAMELOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-NOME
               FILE STATUS IS WRK-FS-NAMELOG.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-MATRICULA
               FILE STATUS IS WRK-FS-EMPMAST.

           SELECT CALL-LIST-RPT ASSIGN TO 'CALLLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALLLIST.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.

       FD  NAME-LOG.
       01  NL-REGISTRO.
           02 NL-NOME           PIC X(20).
           02 NL-DATA-CAPTACAO  PIC 9(08).
           02 NL-ORIGEM         PIC X(01).
           02 NL-STATUS         PIC X(01).
              88 NL-PENDENTE    VALUE 'P'.
              88 NL-CONVERTIDO  VALUE 'C'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPLOYEE.COB'.

       FD  CALL-LIST-RPT.
       01  CL-LINHA             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FOLLOWUP   PIC X(02) VALUE ZEROS.
       77 WRK-FS-NAMELOG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPMAST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-CALLLIST   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FOLLOWUP  PIC X(01) VALUE 'N'.
          88 FIM-FOLLOWUP   VALUE 'S'.
       77 WRK-EOF-NAMELOG   PIC X(01) VALUE 'N'.
          88 FIM-NAMELOG    VALUE 'S'.
       77 WRK-EOF-CUSTMAST  PIC X(01) VALUE 'N'.
          88 FIM-CUSTMAST   VALUE 'S'.
       77 WRK-NAMELOG-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-EMPMAST-ABERTO PIC X(01) VALUE 'N'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
       77 WRK-LUGAR         PIC X(01) VALUE 'N'.
      *    TENTATIVAS SEM RESPOSTA (NA) QUE ENCERRAM O PROSPECT
       77 WRK-MAX-FRACASSOS PIC 9(02) VALUE 5.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LISTA    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-POS       PIC 9(03) VALUE ZEROS.
       77 WRK-VENDEDOR-ANT  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-VENDEDOR   PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ABERTOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CRIADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QT-PERDIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ATRASADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-FORA-LISTA PIC 9(06) VALUE ZEROS.
       77 WRK-RC            PIC 9(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       01 WRK-DATA-AUX      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           02 WRK-DA-ANO    PIC 9(04).
           02 WRK-DA-MES    PIC 9(02).
           02 WRK-DA-DIA    PIC 9(02).
       01 WRK-DATA-ED.
           02 WRK-DE-DIA    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-MES    PIC 9(02).
           02 FILLER        PIC X(01) VALUE '/'.
           02 WRK-DE-ANO    PIC 9(04).
      *    NOMES DOS CLIENTES ATIVOS DO CUSTMAST (SO OS PRIMEIROS 20
      *    BYTES, A LARGURA DO NOME DA TRIAGEM) PARA O CASAMENTO
       01  WRK-TB-CLIENTES.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-NOME PIC X(20).
      *    LIGACOES DO DIA EM ORDEM DE VENDEDOR, DATA DO PROXIMO
      *    CONTATO E NOME (A CHAVE E COMPARADA POR INTEIRO)
       01  WRK-TB-LIGACOES.
           02 WRK-TL-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TL-ITEM OCCURS 500 TIMES.
               03 WRK-TL-CHAVE.
                   04 WRK-TL-VENDEDOR PIC 9(06).
                   04 WRK-TL-PROXIMO  PIC 9(08).
                   04 WRK-TL-NOME     PIC X(20).
               03 WRK-TL-ORIGEM       PIC X(01).
               03 WRK-TL-CAPTACAO     PIC 9(08).
               03 WRK-TL-ULTIMO       PIC 9(08).
               03 WRK-TL-RESULTADO    PIC X(02).
               03 WRK-TL-FRACASSOS    PIC 9(02).
       01  WRK-TL-NOVA.
           02 WRK-TN-CHAVE.
               03 WRK-TN-VENDEDOR PIC 9(06).
               03 WRK-TN-PROXIMO  PIC 9(08).
               03 WRK-TN-NOME     PIC X(20).
           02 WRK-TN-ORIGEM       PIC X(01).
           02 WRK-TN-CAPTACAO     PIC 9(08).
           02 WRK-TN-ULTIMO       PIC 9(08).
           02 WRK-TN-RESULTADO    PIC X(02).
           02 WRK-TN-FRACASSOS    PIC 9(02).
       01  CL-VENDEDOR.
           02 FILLER           PIC X(09) VALUE 'VENDEDOR '.
           02 CL-V-MATRICULA   PIC X(06).
           02 FILLER           PIC X(03) VALUE ' - '.
           02 CL-V-NOME        PIC X(20).
       01  CL-DETALHE.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 CL-D-NOME        PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-ORIGEM      PIC X(01).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-CAPTACAO    PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-ULTIMO      PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-RESULTADO   PIC X(02).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-FRACASSOS   PIC Z9.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-PROXIMO     PIC X(10).
           02 FILLER           PIC X(01) VALUE SPACE.
           02 CL-D-ALERTA      PIC X(08).
       01  CL-TOTAL-VENDEDOR.
           02 FILLER           PIC X(24) VALUE
              '  LIGACOES DO VENDEDOR: '.
           02 CL-T-QTD         PIC ZZ9.
           COPY 'FSERRP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'RUNLOGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC < 16
               IF WRK-NAMELOG-ABERTO = 'S'
                   PERFORM 0200-ABRIR-PENDENTES UNTIL FIM-NAMELOG
               END-IF
               PERFORM 0300-ACOMPANHAR
               PERFORM 0400-IMPRIMIR-LISTA
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

      *    A LISTA E DO PROXIMO DIA UTIL: O JOB RODA DEPOIS DO
      *    EXPEDIENTE, E O BALCAO LIGA NA MANHA SEGUINTE
       0100-INICIALIZAR.
           MOVE 'PROGCOB134' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           MOVE 'U'         TO WRK-FUNCAO.
           MOVE WRK-DATASYS TO WRK-DATA-BASE.
           MOVE 1           TO WRK-QT-DIAS.
           CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                   WRK-QT-DIAS WRK-DATA-RESULT
                                   WRK-DIAS-DIF WRK-DATA-VALIDA.
           MOVE WRK-DATA-RESULT TO WRK-DATA-LISTA.

           PERFORM 0120-CARREGAR-CLIENTES.

           OPEN I-O FOLLOW-UP-FILE.
           IF WRK-FS-FOLLOWUP = '35'
               OPEN OUTPUT FOLLOW-UP-FILE
               CLOSE FOLLOW-UP-FILE
               OPEN I-O FOLLOW-UP-FILE
           END-IF.
           IF WRK-FS-FOLLOWUP NOT = '00'
               MOVE 'FOLLOWUP  ' TO FSE-ARQUIVO
               MOVE WRK-FS-FOLLOWUP TO FSE-STATUS
               PERFORM 0110-ERRO-ABERTURA
               MOVE 16 TO WRK-RC
           END-IF.

           OPEN INPUT NAME-LOG.
           IF WRK-FS-NAMELOG = '00'
               MOVE 'S' TO WRK-NAMELOG-ABERTO
               PERFORM 0210-LER-PROSPECT
           ELSE
               MOVE 'NAMELOG   ' TO FSE-ARQUIVO
               MOVE WRK-FS-NAMELOG TO FSE-STATUS
               PERFORM 0110-ERRO-ABERTURA
               IF WRK-RC < 4
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.

      *    SEM O EMPMAST A LISTA SAI SO COM A MATRICULA DO VENDEDOR
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-EMPMAST = '00'
               MOVE 'S' TO WRK-EMPMAST-ABERTO
           END-IF.

       0110-ERRO-ABERTURA.
           MOVE 'PROGCOB134' TO FSE-PROGRAMA.
           MOVE '0100-INICIALIZAR    ' TO FSE-PARAGRAFO.
           MOVE 'OPEN    ' TO FSE-OPERACAO.
           CALL 'PROGCOB39' USING FSE-PARAMETROS.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               PERFORM 0130-LER-CLIENTE
               PERFORM UNTIL FIM-CUSTMAST
                              OR WRK-TB-QTD = 500
                   IF CM-ATIVO
                       ADD 1 TO WRK-TB-QTD
                       MOVE CM-NOME(1:20)
                         TO WRK-TB-NOME(WRK-TB-QTD)
                   END-IF
                   PERFORM 0130-LER-CLIENTE
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.

       0130-LER-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-CUSTMAST
           END-READ.

      *    PROSPECT PENDENTE DA TRIAGEM SEM ACOMPANHAMENTO (CAPTADO
      *    ANTES DO FOLLOWUP EXISTIR) GANHA UM, JA NA LISTA DO DIA
       0200-ABRIR-PENDENTES.
           IF NL-PENDENTE
               MOVE NL-NOME TO FU-NOME
               READ FOLLOW-UP-FILE
                   INVALID KEY
                       PERFORM 0220-CRIAR-ACOMPANHAMENTO
               END-READ
           END-IF.

           PERFORM 0210-LER-PROSPECT.

       0210-LER-PROSPECT.
           READ NAME-LOG NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-NAMELOG
           END-READ.

       0220-CRIAR-ACOMPANHAMENTO.
           INITIALIZE FU-REGISTRO.
           MOVE NL-NOME          TO FU-NOME.
           MOVE NL-ORIGEM        TO FU-ORIGEM.
           MOVE NL-DATA-CAPTACAO TO FU-DATA-CAPTACAO.
           MOVE WRK-DATA-LISTA   TO FU-PROXIMO-CONTATO.
           MOVE 'A'              TO FU-SITUACAO.
           WRITE FU-REGISTRO
               INVALID KEY
                   MOVE 'PROGCOB134' TO FSE-PROGRAMA
                   MOVE '0220-CRIAR          ' TO FSE-PARAGRAFO
                   MOVE 'FOLLOWUP  ' TO FSE-ARQUIVO
                   MOVE 'WRITE   ' TO FSE-OPERACAO
                   MOVE WRK-FS-FOLLOWUP TO FSE-STATUS
                   CALL 'PROGCOB39' USING FSE-PARAMETROS
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-CRIADOS
           END-WRITE.

      *    PASSADA NO FOLLOWUP INTEIRO: O ABERTO QUE VIROU CLIENTE
      *    FECHA COMO CONVERTIDO, O QUE ESGOTOU AS TENTATIVAS FECHA
      *    COMO PERDIDO E O RESTO COM CONTATO VENCIDO VAI PARA A LISTA
       0300-ACOMPANHAR.
           MOVE LOW-VALUES TO FU-NOME.
           START FOLLOW-UP-FILE KEY IS NOT LESS THAN FU-NOME
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FOLLOWUP
           END-START.
           IF NOT FIM-FOLLOWUP
               PERFORM 0310-LER-ACOMPANHAMENTO
           END-IF.
           PERFORM UNTIL FIM-FOLLOWUP
               ADD 1 TO WRK-QT-LIDOS
               IF FU-ABERTO
                   ADD 1 TO WRK-QT-ABERTOS
                   PERFORM 0320-VERIFICAR-CONVERSAO
                   EVALUATE TRUE
                       WHEN WRK-ACHOU = 'S'
                           PERFORM 0330-FECHAR-CONVERTIDO
                       WHEN FU-QT-FRACASSOS NOT < WRK-MAX-FRACASSOS
                           PERFORM 0340-FECHAR-PERDIDO
                       WHEN FU-PROXIMO-CONTATO NOT > WRK-DATA-LISTA
                           PERFORM 0350-INCLUIR-NA-LISTA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               PERFORM 0310-LER-ACOMPANHAMENTO
           END-PERFORM.

       0310-LER-ACOMPANHAMENTO.
           READ FOLLOW-UP-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-FOLLOWUP
           END-READ.

      *    VIROU CLIENTE: NOME NO CUSTMAST OU JA MARCADO NA TRIAGEM
       0320-VERIFICAR-CONVERSAO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-ACHOU = 'S'
               IF WRK-TB-NOME(WRK-IDX) = FU-NOME
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-NAMELOG-ABERTO = 'S'
               MOVE FU-NOME TO NL-NOME
               READ NAME-LOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NL-CONVERTIDO
                           MOVE 'S' TO WRK-ACHOU
                       END-IF
               END-READ
           END-IF.

       0330-FECHAR-CONVERTIDO.
           MOVE 'C'         TO FU-SITUACAO.
           MOVE WRK-DATASYS TO FU-DATA-FECHAMENTO.
           MOVE ZEROS       TO FU-PROXIMO-CONTATO.
           PERFORM 0360-REGRAVAR.
           ADD 1 TO WRK-QT-CONVERTIDOS.

       0340-FECHAR-PERDIDO.
           MOVE 'P'         TO FU-SITUACAO.
           MOVE WRK-DATASYS TO FU-DATA-FECHAMENTO.
           MOVE ZEROS       TO FU-PROXIMO-CONTATO.
           MOVE SPACES      TO FU-MOTIVO-PERDA.
           STRING 'SEM RESPOSTA EM ' FU-QT-FRACASSOS ' TENTATIVAS'
               DELIMITED BY SIZE INTO FU-MOTIVO-PERDA.
           PERFORM 0360-REGRAVAR.
           ADD 1 TO WRK-QT-PERDIDOS.
           DISPLAY 'ENCERRADO COMO PERDIDO: ' FU-NOME
                   ' - ' FU-MOTIVO-PERDA.

      *    INSERCAO ORDENADA: ABRE O LUGAR DESLOCANDO PARA BAIXO OS
      *    ITENS DE CHAVE MAIOR. LISTA CHEIA DEIXA O RESTO DE FORA
       0350-INCLUIR-NA-LISTA.
           IF WRK-TL-QTD = 500
               ADD 1 TO WRK-QT-FORA-LISTA
           ELSE
               MOVE FU-VENDEDOR        TO WRK-TN-VENDEDOR
               MOVE FU-PROXIMO-CONTATO TO WRK-TN-PROXIMO
               MOVE FU-NOME            TO WRK-TN-NOME
               MOVE FU-ORIGEM          TO WRK-TN-ORIGEM
               MOVE FU-DATA-CAPTACAO   TO WRK-TN-CAPTACAO
               MOVE FU-ULTIMO-CONTATO  TO WRK-TN-ULTIMO
               MOVE FU-RESULTADO       TO WRK-TN-RESULTADO
               MOVE FU-QT-FRACASSOS    TO WRK-TN-FRACASSOS
               ADD 1 TO WRK-TL-QTD
               MOVE WRK-TL-QTD TO WRK-IDX-POS
               MOVE 'N' TO WRK-LUGAR
               PERFORM UNTIL WRK-IDX-POS = 1 OR WRK-LUGAR = 'S'
                   COMPUTE WRK-IDX = WRK-IDX-POS - 1
                   IF WRK-TL-CHAVE(WRK-IDX) > WRK-TN-CHAVE
                       MOVE WRK-TL-ITEM(WRK-IDX)
                         TO WRK-TL-ITEM(WRK-IDX-POS)
                       MOVE WRK-IDX TO WRK-IDX-POS
                   ELSE
                       MOVE 'S' TO WRK-LUGAR
                   END-IF
               END-PERFORM
               MOVE WRK-TL-NOVA TO WRK-TL-ITEM(WRK-IDX-POS)
           END-IF.

       0360-REGRAVAR.
           REWRITE FU-REGISTRO
               INVALID KEY
                   MOVE 'PROGCOB134' TO FSE-PROGRAMA
                   MOVE '0360-REGRAVAR       ' TO FSE-PARAGRAFO
                   MOVE 'FOLLOWUP  ' TO FSE-ARQUIVO
                   MOVE 'REWRITE ' TO FSE-OPERACAO
                   MOVE WRK-FS-FOLLOWUP TO FSE-STATUS
                   CALL 'PROGCOB39' USING FSE-PARAMETROS
           END-REWRITE.

      *    UM BLOCO POR VENDEDOR (A DISTRIBUIR PRIMEIRO), COM O TOTAL
      *    DE LIGACOES DE CADA UM NO FIM DO BLOCO
       0400-IMPRIMIR-LISTA.
           OPEN OUTPUT CALL-LIST-RPT.
           MOVE WRK-DATA-LISTA TO WRK-DATA-AUX.
           PERFORM 0790-FORMATAR-DATA.
           MOVE SPACES TO RW-TITULO.
           STRING 'LISTA DE LIGACOES DE ' WRK-DATA-ED
               DELIMITED BY SIZE INTO RW-TITULO.
           MOVE 'NOME / ORIG / CAPTADO / ULTIMO / RES / TENT / PROXIMO'
             TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TL-QTD
               IF WRK-IDX = 1
                  OR WRK-TL-VENDEDOR(WRK-IDX) NOT = WRK-VENDEDOR-ANT
                   IF WRK-IDX > 1
                       PERFORM 0430-TOTALIZAR-VENDEDOR
                   END-IF
                   PERFORM 0410-ABRIR-VENDEDOR
               END-IF
               PERFORM 0420-LISTAR-LIGACAO
           END-PERFORM.
           IF WRK-TL-QTD > ZEROS
               PERFORM 0430-TOTALIZAR-VENDEDOR
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE CL-LINHA FROM RW-TRAILER.
           CLOSE CALL-LIST-RPT.

       0410-ABRIR-VENDEDOR.
           MOVE WRK-TL-VENDEDOR(WRK-IDX) TO WRK-VENDEDOR-ANT.
           MOVE ZEROS TO WRK-QT-VENDEDOR.
           MOVE SPACES TO CL-V-NOME.
           IF WRK-VENDEDOR-ANT = ZEROS
               MOVE 'A DIST' TO CL-V-MATRICULA
               MOVE 'SEM VENDEDOR' TO CL-V-NOME
           ELSE
               MOVE WRK-VENDEDOR-ANT TO CL-V-MATRICULA
               IF WRK-EMPMAST-ABERTO = 'S'
                   MOVE WRK-VENDEDOR-ANT TO EM-MATRICULA
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'FORA DO EMPMAST' TO CL-V-NOME
                       NOT INVALID KEY
                           MOVE EM-NOME TO CL-V-NOME
                   END-READ
               END-IF
           END-IF.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE CL-LINHA FROM CL-VENDEDOR.

      *    CONTATO PREVISTO PARA ANTES DO DIA DA LISTA E ATRASADO
       0420-LISTAR-LIGACAO.
           MOVE WRK-TL-NOME(WRK-IDX)      TO CL-D-NOME.
           MOVE WRK-TL-ORIGEM(WRK-IDX)    TO CL-D-ORIGEM.
           MOVE WRK-TL-CAPTACAO(WRK-IDX)  TO WRK-DATA-AUX.
           PERFORM 0790-FORMATAR-DATA.
           MOVE WRK-DATA-ED               TO CL-D-CAPTACAO.
           IF WRK-TL-ULTIMO(WRK-IDX) = ZEROS
               MOVE SPACES                TO CL-D-ULTIMO
           ELSE
               MOVE WRK-TL-ULTIMO(WRK-IDX) TO WRK-DATA-AUX
               PERFORM 0790-FORMATAR-DATA
               MOVE WRK-DATA-ED           TO CL-D-ULTIMO
           END-IF.
           MOVE WRK-TL-RESULTADO(WRK-IDX) TO CL-D-RESULTADO.
           MOVE WRK-TL-FRACASSOS(WRK-IDX) TO CL-D-FRACASSOS.
           MOVE WRK-TL-PROXIMO(WRK-IDX)   TO WRK-DATA-AUX.
           PERFORM 0790-FORMATAR-DATA.
           MOVE WRK-DATA-ED               TO CL-D-PROXIMO.
           IF WRK-TL-PROXIMO(WRK-IDX) < WRK-DATA-LISTA
               MOVE 'ATRASADO' TO CL-D-ALERTA
               ADD 1 TO WRK-QT-ATRASADOS
           ELSE
               MOVE SPACES TO CL-D-ALERTA
           END-IF.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE CL-LINHA FROM CL-DETALHE.
           ADD 1 TO WRK-QT-VENDEDOR.
           ADD 1 TO WRK-QT-LISTADOS.

       0430-TOTALIZAR-VENDEDOR.
           MOVE WRK-QT-VENDEDOR TO CL-T-QTD.
           PERFORM 0500-QUEBRA-PAGINA.
           WRITE CL-LINHA FROM CL-TOTAL-VENDEDOR.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA LINHA
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
       0500-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE CL-LINHA FROM RW-CABECALHO1
               WRITE CL-LINHA FROM RW-CABECALHO2
               WRITE CL-LINHA FROM RW-COLUNAS
           END-IF.

       0790-FORMATAR-DATA.
           MOVE WRK-DA-DIA TO WRK-DE-DIA.
           MOVE WRK-DA-MES TO WRK-DE-MES.
           MOVE WRK-DA-ANO TO WRK-DE-ANO.

       0900-FINALIZAR.
           IF WRK-QT-FORA-LISTA > ZEROS
               DISPLAY '*** LISTA LIMITADA A 500 LIGACOES - '
                       WRK-QT-FORA-LISTA ' FICARAM DE FORA ***'
               IF WRK-RC < 4
                   MOVE 4 TO WRK-RC
               END-IF
           END-IF.

           DISPLAY '-------------------------'
           DISPLAY 'ACOMPANHAMENTOS LIDOS.... ' WRK-QT-LIDOS.
           DISPLAY 'ABERTOS NA TRIAGEM....... ' WRK-QT-CRIADOS.
           DISPLAY 'CONVERTIDOS.............. ' WRK-QT-CONVERTIDOS.
           DISPLAY 'PERDIDOS POR TENTATIVAS.. ' WRK-QT-PERDIDOS.
           DISPLAY 'LIGACOES NA LISTA........ ' WRK-QT-LISTADOS.
           DISPLAY 'ATRASADAS................ ' WRK-QT-ATRASADOS.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-RC < 16
               CLOSE FOLLOW-UP-FILE
           END-IF.
           IF WRK-NAMELOG-ABERTO = 'S'
               CLOSE NAME-LOG
           END-IF.
           IF WRK-EMPMAST-ABERTO = 'S'
               CLOSE EMPLOYEE-MASTER
           END-IF.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS     TO RLP-LIDOS.
           MOVE WRK-QT-LISTADOS  TO RLP-GRAVADOS.
           MOVE WRK-QT-PERDIDOS  TO RLP-REJEITADOS.
           MOVE WRK-RC           TO RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE WRK-RC TO RETURN-CODE.
