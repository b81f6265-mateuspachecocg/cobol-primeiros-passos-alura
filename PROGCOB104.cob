       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB104.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: ROMANEIO DE CARGA DIARIO. OS EMBARQUES CONFIRMADOS
      *     NO SHIPFILE (PELO PROGCOB33 OU PELO FEED DO PROGCOB68)
      *     QUE AINDA NAO ESTAO EM ROMANEIO SAO AGRUPADOS POR
      *     TRANSPORTADORA (SP-TRANSP) E, DENTRO DELA, POR UF DE
      *     DESTINO (SP-UF); CADA TRANSPORTADORA GANHA UM ROMANEIO
      *     NUMERADO PELO ROMCTL, IMPRESSO NO ROMRPT COM AS
      *     COTACOES, O NOME DO CLIENTE NO CUSTMAST, O VALOR
      *     DECLARADO E O PESO, SUBTOTAL POR UF, TOTAL DO ROMANEIO
      *     E AS LINHAS DE ASSINATURA DO MOTORISTA E DA DOCA - A
      *     DOCA DEIXA DE ESCREVER A LISTA DE COLETA A MAO. CADA
      *     EMBARQUE DO ROMANEIO E CARIMBADO COM O NUMERO
      *     (SP-ROMANEIO), E SO ASSIM PODE VIRAR SHIPPED NO
      *     PROGCOB33/PROGCOB68. EMBARQUE CONFIRMADO SEM
      *     TRANSPORTADORA VAI PARA O SYSEXCEP COM RETURN-CODE 4
      * DATA = 15/10/2026
      * ALTERADO = 15/10/2026 - O CPF DO ROMANEIO SAI MASCARADO
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
           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SHIPFILE.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               FILE STATUS IS WRK-FS-CUSTMAST.

           SELECT MANIFEST-CONTROL ASSIGN TO 'ROMCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMCTL.

           SELECT MANIFEST-RPT ASSIGN TO 'ROMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMRPT.

           SELECT SYSTEM-EXCEPTIONS ASSIGN TO 'SYSEXCEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SYSEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
       01  SP-REGISTRO.
           02 SP-NUMERO      PIC 9(06).
           02 SP-CPF         PIC 9(11).
           02 SP-UF          PIC X(02).
           02 SP-FRETE       PIC 9(04)V99.
           02 SP-STATUS      PIC X(09).
           02 SP-DATA-COTACAO PIC 9(08).
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  CUSTOMER-MASTER.
           COPY 'CUSTOMER.COB'.

       FD  MANIFEST-CONTROL.
       01  RC-REGISTRO.
           02 RC-ULTIMO-NUMERO PIC 9(06).

       FD  MANIFEST-RPT.
       01  RM-LINHA          PIC X(80).

       FD  SYSTEM-EXCEPTIONS.
           COPY 'EXCEPLOG.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SHIPFILE   PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROMCTL     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROMRPT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SYSEXCEP   PIC X(02) VALUE ZEROS.
       77 WRK-CUSTMAST-OK   PIC X(01) VALUE 'N'.
          88 CUSTMAST-ABERTO VALUE 'S'.
       77 WRK-EOF-SHIPFILE  PIC X(01) VALUE 'N'.
          88 FIM-SHIPFILE   VALUE 'S'.
       77 WRK-ABANDONAR     PIC X(01) VALUE 'N'.
          88 ABANDONAR-ROMANEIO VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ED       PIC X(10) VALUE SPACES.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-2         PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-EMB       PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-QT-ROMANEIOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-TRANSP PIC 9(04) VALUE ZEROS.
       77 WRK-TRANSP-ATUAL  PIC X(20) VALUE SPACES.
       77 WRK-UF-ATUAL      PIC X(02) VALUE SPACES.
      *    TOTAIS DA UF E DO ROMANEIO
       77 WRK-QT-UF         PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-UF      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-UF       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-ROM        PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ROM     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-ROM      PIC 9(06)V99 VALUE ZEROS.
       01  WRK-TB-EMBARQUES.
           02 WRK-TB-QTD     PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
               03 WRK-TB-REGISTRO PIC X(97).
      *    EMBARQUES QUE ENTRAM NO ROMANEIO DE HOJE, COM A CHAVE DE
      *    ORDEM (TRANSPORTADORA, UF, COTACAO) E A POSICAO NA TABELA
      *    DO SHIPFILE
       01  WRK-TB-SELECAO.
           02 WRK-TB-SEL-QTD PIC 9(03) VALUE ZEROS.
           02 WRK-TB-SEL-ITEM OCCURS 500 TIMES.
               03 WRK-TB-SEL-CHAVE.
                   04 WRK-TB-SEL-TRANSP PIC X(20).
                   04 WRK-TB-SEL-UF     PIC X(02).
                   04 WRK-TB-SEL-NUMERO PIC 9(06).
               03 WRK-TB-SEL-IDX    PIC 9(03).
       01  WRK-TROCA          PIC X(31).
       01  RM-COLUNAS.
           02 FILLER          PIC X(04) VALUE 'UF'.
           02 FILLER          PIC X(08) VALUE 'COTACAO'.
           02 FILLER          PIC X(15) VALUE 'CPF'.
           02 FILLER          PIC X(31) VALUE 'CLIENTE'.
           02 FILLER          PIC X(13) VALUE ' VALOR DECL.'.
           02 FILLER          PIC X(09) VALUE '  PESO KG'.
       01  RM-CABECALHO.
           02 FILLER          PIC X(12) VALUE 'ROMANEIO NR '.
           02 RM-C-NUMERO     PIC 9(06).
           02 FILLER          PIC X(16) VALUE ' TRANSPORTADORA '.
           02 RM-C-TRANSP     PIC X(20).
           02 FILLER          PIC X(06) VALUE ' DATA '.
           02 RM-C-DATA       PIC X(10).
       01  RM-DETALHE.
           02 RM-D-UF         PIC X(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 RM-D-NUMERO     PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 RM-D-CPF        PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RM-D-NOME       PIC X(30).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RM-D-VALOR      PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 RM-D-PESO       PIC ZZ.ZZ9,99.
       01  RM-TOTAL.
           02 RM-T-ROTULO     PIC X(24).
           02 RM-T-QTD        PIC ZZZ9.
           02 FILLER          PIC X(10) VALUE ' EMBARQUES'.
           02 FILLER          PIC X(16) VALUE SPACES.
           02 RM-T-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           02 RM-T-PESO       PIC ZZZ.ZZ9,99.
       01  RM-ASSINATURA.
           02 RM-A-ROTULO     PIC X(26).
           02 FILLER          PIC X(30) VALUE ALL '_'.
           COPY 'RUNLOGP.COB'.
           COPY 'REPORTWR.COB'.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF NOT ABANDONAR-ROMANEIO
               PERFORM 0200-SELECIONAR-EMBARQUES
               PERFORM 0300-ORDENAR-SELECAO
               PERFORM 0400-EMITIR-ROMANEIOS
               IF WRK-QT-ROMANEIOS > ZEROS
                   PERFORM 0800-REGRAVAR-SHIPFILE
                   PERFORM 0850-GRAVAR-CONTROLE
               END-IF
           ELSE
               DISPLAY 'SHIPFILE MAIOR QUE A TABELA DE 500'
                       ' EMBARQUES - ROMANEIO ABANDONADO, ARQUIVO'
                       ' INTACTO'
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0900-FINALIZAR.

           GOBACK.

      *    SEM O CUSTMAST O ROMANEIO SAI ASSIM MESMO, SEM O NOME DO
      *    CLIENTE; O ROMCTL GUARDA O ULTIMO NUMERO DE ROMANEIO
      *    USADO E, SEM ELE, A NUMERACAO COMECA DO 1
       0100-INICIALIZAR.
           MOVE 'PROGCOB104' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE 'I'          TO CF-FUNCAO.
           MOVE 'BATCH'      TO CF-USUARIO.
           MOVE 'PROGCOB104' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           STRING WRK-DATASYS(7:2) '/' WRK-DATASYS(5:2) '/'
                  WRK-DATASYS(1:4)
               DELIMITED BY SIZE INTO WRK-DATA-ED.

           PERFORM 0120-CARREGAR-EMBARQUES.

           OPEN INPUT MANIFEST-CONTROL.
           IF WRK-FS-ROMCTL = '00'
               READ MANIFEST-CONTROL
                   AT END
                       MOVE ZEROS TO RC-ULTIMO-NUMERO
               END-READ
               MOVE RC-ULTIMO-NUMERO TO WRK-NUMERO
               CLOSE MANIFEST-CONTROL
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CUSTMAST = '00'
               MOVE 'S' TO WRK-CUSTMAST-OK
           ELSE
               DISPLAY '*** CUSTMAST INDISPONIVEL - FS '
                       WRK-FS-CUSTMAST
                       ' - ROMANEIO SEM NOME DE CLIENTE ***'
           END-IF.

           OPEN EXTEND SYSTEM-EXCEPTIONS.
           IF WRK-FS-SYSEXCEP = '05' OR WRK-FS-SYSEXCEP = '35'
               OPEN OUTPUT SYSTEM-EXCEPTIONS
           END-IF.

       0110-LER-EMBARQUE.
           READ SHIPMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-SHIPFILE
           END-READ.

       0120-CARREGAR-EMBARQUES.
           OPEN INPUT SHIPMENT-FILE.
           IF WRK-FS-SHIPFILE = '00'
               PERFORM 0110-LER-EMBARQUE
               PERFORM UNTIL FIM-SHIPFILE
                              OR WRK-TB-QTD = 500
                   ADD 1 TO WRK-TB-QTD
                   MOVE SP-REGISTRO TO WRK-TB-REGISTRO(WRK-TB-QTD)
                   PERFORM 0110-LER-EMBARQUE
               END-PERFORM
               IF NOT FIM-SHIPFILE
                   MOVE 'S' TO WRK-ABANDONAR
               END-IF
               CLOSE SHIPMENT-FILE
           ELSE
               DISPLAY 'SHIPFILE NAO ENCONTRADO - NADA A ROMANEAR'
           END-IF.

      *    ENTRA O CONFIRMADO QUE AINDA NAO TEM ROMANEIO (CAMPO EM
      *    BRANCO NOS REGISTROS ANTIGOS VALE COMO SEM ROMANEIO);
      *    SEM TRANSPORTADORA NAO HA CAMINHAO PARA ELE
       0200-SELECIONAR-EMBARQUES.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO SP-REGISTRO
               IF SP-ROMANEIO NOT NUMERIC
                   MOVE ZEROS TO SP-ROMANEIO
               END-IF
               IF SP-STATUS = 'CONFIRMED'
                  AND SP-ROMANEIO = ZEROS
                   IF SP-TRANSP = SPACES
                       PERFORM 0210-REJEITAR-SEM-TRANSP
                   ELSE
                       ADD 1 TO WRK-TB-SEL-QTD
                       MOVE SP-TRANSP
                         TO WRK-TB-SEL-TRANSP(WRK-TB-SEL-QTD)
                       MOVE SP-UF
                         TO WRK-TB-SEL-UF(WRK-TB-SEL-QTD)
                       MOVE SP-NUMERO
                         TO WRK-TB-SEL-NUMERO(WRK-TB-SEL-QTD)
                       MOVE WRK-IDX
                         TO WRK-TB-SEL-IDX(WRK-TB-SEL-QTD)
                   END-IF
               END-IF
           END-PERFORM.

       0210-REJEITAR-SEM-TRANSP.
           ADD 1 TO WRK-QT-SEM-TRANSP.
           MOVE 'PROGCOB104' TO EC-PROGRAMA.
           MOVE WRK-DATASYS  TO EC-DATA.
           MOVE SPACES       TO EC-ENTRADA.
           STRING 'COTACAO ' SP-NUMERO ' UF ' SP-UF
               DELIMITED BY SIZE INTO EC-ENTRADA.
           MOVE 'CONFIRMADO SEM TRANSP.' TO EC-MOTIVO.
           WRITE EC-REGISTRO.

      *    ORDEM DE TROCA SIMPLES, POR TRANSPORTADORA, UF E COTACAO
       0300-ORDENAR-SELECAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX >= WRK-TB-SEL-QTD
               COMPUTE WRK-IDX-2 = WRK-IDX + 1
               PERFORM VARYING WRK-IDX-2 FROM WRK-IDX-2 BY 1
                               UNTIL WRK-IDX-2 > WRK-TB-SEL-QTD
                   IF WRK-TB-SEL-CHAVE(WRK-IDX-2) <
                          WRK-TB-SEL-CHAVE(WRK-IDX)
                       MOVE WRK-TB-SEL-ITEM(WRK-IDX) TO WRK-TROCA
                       MOVE WRK-TB-SEL-ITEM(WRK-IDX-2)
                         TO WRK-TB-SEL-ITEM(WRK-IDX)
                       MOVE WRK-TROCA TO WRK-TB-SEL-ITEM(WRK-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    UM ROMANEIO POR TRANSPORTADORA: A QUEBRA DE TRANSPORTADORA
      *    FECHA A UF E O ROMANEIO ANTERIORES E ABRE O NUMERO NOVO
       0400-EMITIR-ROMANEIOS.
           OPEN OUTPUT MANIFEST-RPT.
           MOVE 'ROMANEIO DE CARGA POR TRANSPORTADORA'
             TO RW-TITULO.
           MOVE RM-COLUNAS TO RW-COLUNAS.
           MOVE 56 TO RW-LINHAS-PAGINA.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE SPACES TO WRK-TRANSP-ATUAL WRK-UF-ATUAL.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-SEL-QTD
               IF WRK-TB-SEL-TRANSP(WRK-IDX) NOT = WRK-TRANSP-ATUAL
                   IF WRK-TRANSP-ATUAL NOT = SPACES
                       PERFORM 0430-FECHAR-UF
                       PERFORM 0440-FECHAR-ROMANEIO
                   END-IF
                   PERFORM 0410-ABRIR-ROMANEIO
               ELSE
                   IF WRK-TB-SEL-UF(WRK-IDX) NOT = WRK-UF-ATUAL
                       PERFORM 0430-FECHAR-UF
                       MOVE WRK-TB-SEL-UF(WRK-IDX) TO WRK-UF-ATUAL
                   END-IF
               END-IF
               PERFORM 0420-EMITIR-EMBARQUE
           END-PERFORM.
           IF WRK-TRANSP-ATUAL NOT = SPACES
               PERFORM 0430-FECHAR-UF
               PERFORM 0440-FECHAR-ROMANEIO
           END-IF.

           IF WRK-QT-ROMANEIOS = ZEROS
               PERFORM 0590-QUEBRA-PAGINA
               MOVE 'NENHUM EMBARQUE CONFIRMADO A ROMANEAR'
                 TO RM-LINHA
               WRITE RM-LINHA
           END-IF.

           MOVE 'F' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           WRITE RM-LINHA FROM RW-TRAILER.
           CLOSE MANIFEST-RPT.

       0410-ABRIR-ROMANEIO.
           ADD 1 TO WRK-NUMERO.
           ADD 1 TO WRK-QT-ROMANEIOS.
           MOVE WRK-TB-SEL-TRANSP(WRK-IDX) TO WRK-TRANSP-ATUAL.
           MOVE WRK-TB-SEL-UF(WRK-IDX)     TO WRK-UF-ATUAL.
           MOVE ZEROS TO WRK-QT-ROM WRK-VALOR-ROM WRK-PESO-ROM.

           MOVE WRK-NUMERO       TO RM-C-NUMERO.
           MOVE WRK-TRANSP-ATUAL TO RM-C-TRANSP.
           MOVE WRK-DATA-ED      TO RM-C-DATA.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM SPACES.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-CABECALHO.
           DISPLAY RM-CABECALHO.

      *    O EMBARQUE E CARIMBADO COM O NUMERO DO ROMANEIO NA TABELA,
      *    QUE VOLTA PARA O SHIPFILE NO FIM
       0420-EMITIR-EMBARQUE.
           MOVE WRK-TB-SEL-IDX(WRK-IDX) TO WRK-IDX-EMB.
           MOVE WRK-TB-REGISTRO(WRK-IDX-EMB) TO SP-REGISTRO.
           IF SP-VALOR NOT NUMERIC
               MOVE ZEROS TO SP-VALOR
           END-IF.
           IF SP-PESO NOT NUMERIC
               MOVE ZEROS TO SP-PESO
           END-IF.
           MOVE WRK-NUMERO TO SP-ROMANEIO.
           MOVE SP-REGISTRO TO WRK-TB-REGISTRO(WRK-IDX-EMB).

           MOVE SP-UF     TO RM-D-UF.
           MOVE SP-NUMERO TO RM-D-NUMERO.
           MOVE 'ROMRPT'  TO CF-RELATORIO.
           MOVE SP-CPF    TO CF-CPF.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CF-CPF-EDITADO TO RM-D-CPF.
           MOVE SP-VALOR  TO RM-D-VALOR.
           MOVE SP-PESO   TO RM-D-PESO.
           PERFORM 0425-BUSCAR-CLIENTE.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-DETALHE.

           ADD 1        TO WRK-QT-UF.
           ADD SP-VALOR TO WRK-VALOR-UF.
           ADD SP-PESO  TO WRK-PESO-UF.

       0425-BUSCAR-CLIENTE.
           MOVE 'CLIENTE NAO CADASTRADO' TO RM-D-NOME.
           IF CUSTMAST-ABERTO
               MOVE SP-CPF TO CM-CPF
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME TO RM-D-NOME
               END-READ
           END-IF.

       0430-FECHAR-UF.
           MOVE SPACES TO RM-T-ROTULO.
           STRING '   SUBTOTAL UF ' WRK-UF-ATUAL
               DELIMITED BY SIZE INTO RM-T-ROTULO.
           MOVE WRK-QT-UF    TO RM-T-QTD.
           MOVE WRK-VALOR-UF TO RM-T-VALOR.
           MOVE WRK-PESO-UF  TO RM-T-PESO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-TOTAL.

           ADD WRK-QT-UF    TO WRK-QT-ROM.
           ADD WRK-VALOR-UF TO WRK-VALOR-ROM.
           ADD WRK-PESO-UF  TO WRK-PESO-ROM.
           MOVE ZEROS TO WRK-QT-UF WRK-VALOR-UF WRK-PESO-UF.

       0440-FECHAR-ROMANEIO.
           MOVE 'TOTAL DO ROMANEIO'  TO RM-T-ROTULO.
           MOVE WRK-QT-ROM    TO RM-T-QTD.
           MOVE WRK-VALOR-ROM TO RM-T-VALOR.
           MOVE WRK-PESO-ROM  TO RM-T-PESO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-TOTAL.
           DISPLAY RM-TOTAL.

           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM SPACES.
           MOVE 'ASSINATURA DO MOTORISTA: ' TO RM-A-ROTULO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-ASSINATURA.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM SPACES.
           MOVE 'ASSINATURA DA DOCA:      ' TO RM-A-ROTULO.
           PERFORM 0590-QUEBRA-PAGINA.
           WRITE RM-LINHA FROM RM-ASSINATURA.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO
       0590-QUEBRA-PAGINA.
           MOVE 'D' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.
           IF RW-IMPRIMIR-CABECALHO
               WRITE RM-LINHA FROM RW-CABECALHO1
               WRITE RM-LINHA FROM RW-CABECALHO2
               WRITE RM-LINHA FROM RW-COLUNAS
           END-IF.

       0800-REGRAVAR-SHIPFILE.
           OPEN OUTPUT SHIPMENT-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
               MOVE WRK-TB-REGISTRO(WRK-IDX) TO SP-REGISTRO
               WRITE SP-REGISTRO
           END-PERFORM.
           CLOSE SHIPMENT-FILE.

      *    O ROMCTL SO E REGRAVADO DEPOIS DO SHIPFILE, COM O ULTIMO
      *    NUMERO EMITIDO NA RODADA
       0850-GRAVAR-CONTROLE.
           OPEN OUTPUT MANIFEST-CONTROL.
           MOVE WRK-NUMERO TO RC-ULTIMO-NUMERO.
           WRITE RC-REGISTRO.
           CLOSE MANIFEST-CONTROL.

       0900-FINALIZAR.
           IF WRK-QT-SEM-TRANSP > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO RLP-RC.

           DISPLAY '-------------------------'
           DISPLAY 'EMBARQUES NO ARQUIVO..... ' WRK-TB-QTD.
           DISPLAY 'EMBARQUES ROMANEADOS..... ' WRK-TB-SEL-QTD.
           DISPLAY 'ROMANEIOS EMITIDOS....... ' WRK-QT-ROMANEIOS.
           DISPLAY 'CONFIRMADOS SEM TRANSP... ' WRK-QT-SEM-TRANSP.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF CUSTMAST-ABERTO
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE SYSTEM-EXCEPTIONS.
           MOVE 'F' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-TB-QTD        TO RLP-LIDOS.
           MOVE WRK-TB-SEL-QTD    TO RLP-GRAVADOS.
           MOVE WRK-QT-SEM-TRANSP TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.

      *    CPF DE RELATORIO SO SAI PELA MASCARA DA LGPD (PROGCOB130)
       0950-MASCARAR-CPF.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
