       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: MASCARA DE CPF DA LGPD, UNICA PARA TODOS OS
      *     RELATORIOS E DISPLAYS DE CONSOLE, RECEBENDO VIA LINKAGE
      *     A AREA DO COPYBOOK CPFMASKP. O CPF SAI POR PADRAO COMO
      *     ***.456.789-** (SO O MIOLO, SEM O COMECO E SEM O
      *     DIGITO); O NUMERO COMPLETO SO SAI PARA O USUARIO QUE A
      *     MATRIZ DO MENU (MENUAUTH) LIBERA NA OPCAO 90, COM A
      *     MESMA REGRA DO PROGCOB19: REGRA DO USUARIO GANHA DA
      *     REGRA DO NIVEL (*NIVELNN, NIVEL DO USERMAST; SEM O
      *     USERMAST, NIVEL 99) - MAS AQUI, SEM REGRA NENHUMA, O CPF
      *     FICA MASCARADO. CADA RELATORIO QUE SAIU COM CPF COMPLETO
      *     GANHA NO FECHAMENTO UMA LINHA ENCADEADA NO AUDITTRL COM O
      *     USUARIO, O PROGRAMA, O RELATORIO E QUANTOS CPFS SAIRAM.
      *     O 'T' MASCARA NO LUGAR TODO 'CPF ' + 11 DIGITOS DE UM
      *     TEXTO LIVRE (ENTRADA DO AUDITTRL E DO SYSEXCEP, COMPLEMENTO
      *     DE LINHA), SEM MUDAR A LARGURA: CPF ***456789**
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USUARIO
               FILE STATUS IS WRK-FS-USERMAST.

           SELECT MENU-AUTHORIZATION ASSIGN TO 'MENUAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENUAUTH.

           SELECT AUDIT-TRAIL ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
           COPY 'USERREC.COB'.

       FD  MENU-AUTHORIZATION.
       01  MA-REGISTRO.
           02 MA-USUARIO     PIC X(20).
           02 MA-OPCAO       PIC 9(02).
           02 MA-PERMITIDO   PIC X(01).

       FD  AUDIT-TRAIL.
           COPY 'AUDITTRL.COB'.

       WORKING-STORAGE SECTION.
       77 WRK-FS-USERMAST   PIC X(02) VALUE ZEROS.
       77 WRK-FS-MENUAUTH   PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITTRL   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-MENUAUTH  PIC X(01) VALUE 'N'.
          88 FIM-MENUAUTH   VALUE 'S'.
      *    OPCAO DA MATRIZ DO MENU QUE LIBERA O CPF COMPLETO
       77 WRK-OPCAO-CPF     PIC 9(02) VALUE 90.
       77 WRK-NIVEL         PIC 9(02) VALUE 99.
       77 WRK-TEM-NIVEL     PIC X(01) VALUE 'N'.
          88 TEM-NIVEL      VALUE 'S'.
       77 WRK-CHAVE-NIVEL   PIC X(20) VALUE SPACES.
       77 WRK-REGRA-NIVEL   PIC X(01) VALUE SPACE.
       77 WRK-REGRA-USUARIO PIC X(01) VALUE SPACE.
      *    QUEM RODA E SE O CPF SAI COMPLETO, GUARDADOS NO 'I'
       77 WRK-USUARIO       PIC X(20) VALUE SPACES.
       77 WRK-PROGRAMA      PIC X(10) VALUE SPACES.
       77 WRK-LIBERADO      PIC X(01) VALUE 'N'.
          88 CPF-LIBERADO   VALUE 'S'.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-HORASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.
       77 WRK-POS           PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ED         PIC Z(06)9.
       01  WRK-CPF           PIC 9(11) VALUE ZEROS.
       01  FILLER REDEFINES WRK-CPF.
           02 WRK-CPF-P1     PIC X(03).
           02 WRK-CPF-P2     PIC X(03).
           02 WRK-CPF-P3     PIC X(03).
           02 WRK-CPF-DV     PIC X(02).
      *    IMPRESSOES SEM MASCARA POR RELATORIO, ATE O 'F'
       01  WRK-TB-RELATORIOS.
           02 WRK-TB-QTD      PIC 9(02) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 10 TIMES.
               03 WRK-TB-RELATORIO PIC X(10).
               03 WRK-TB-IMPRESSOS PIC 9(07).
           COPY 'AUDHASHP.COB'.
       LINKAGE SECTION.
           COPY 'CPFMASKP.COB'.
       PROCEDURE DIVISION USING CF-PARAMETROS.

       0001-PRINCIPAL.
           EVALUATE TRUE
              WHEN CF-INICIAR
                   PERFORM 0100-CONFERIR-LIBERACAO
              WHEN CF-MASCARAR
                   PERFORM 0200-EDITAR-CPF
              WHEN CF-MASCARAR-TEXTO
                   PERFORM 0250-MASCARAR-TEXTO
              WHEN CF-FINALIZAR
                   PERFORM 0300-REGISTRAR-IMPRESSOES
           END-EVALUATE.
           MOVE WRK-LIBERADO TO CF-COMPLETO.

           GOBACK.

      *    USUARIO EM BRANCO (PROGRAMA QUE NAO IDENTIFICA O
      *    OPERADOR) NUNCA VE O CPF COMPLETO
       0100-CONFERIR-LIBERACAO.
           MOVE CF-USUARIO  TO WRK-USUARIO.
           MOVE CF-PROGRAMA TO WRK-PROGRAMA.
           MOVE 'N'    TO WRK-LIBERADO.
           MOVE SPACE  TO WRK-REGRA-NIVEL WRK-REGRA-USUARIO.
           MOVE ZEROS  TO WRK-TB-QTD.
           IF WRK-USUARIO NOT = SPACES
               PERFORM 0110-BUSCAR-NIVEL
               PERFORM 0120-LER-REGRAS
               EVALUATE TRUE
                  WHEN WRK-REGRA-USUARIO NOT = SPACE
                       MOVE WRK-REGRA-USUARIO TO WRK-LIBERADO
                  WHEN WRK-REGRA-NIVEL NOT = SPACE
                       MOVE WRK-REGRA-NIVEL TO WRK-LIBERADO
               END-EVALUATE
           END-IF.

      *    USUARIO FORA DO CADASTRO (COMO O 'BATCH' DO LOTE) OU COM
      *    LOGIN DESATIVADO NAO TEM NIVEL - SO VALE A REGRA PROPRIA
       0110-BUSCAR-NIVEL.
           MOVE 'N' TO WRK-TEM-NIVEL.
           OPEN INPUT USER-MASTER.
           IF WRK-FS-USERMAST NOT = '00'
               MOVE 99  TO WRK-NIVEL
               MOVE 'S' TO WRK-TEM-NIVEL
           ELSE
               MOVE WRK-USUARIO TO UM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT UM-LOGIN-DESATIVADO
                           MOVE UM-NIVEL TO WRK-NIVEL
                           MOVE 'S' TO WRK-TEM-NIVEL
                       END-IF
               END-READ
               CLOSE USER-MASTER
           END-IF.
           MOVE SPACES TO WRK-CHAVE-NIVEL.
           IF TEM-NIVEL
               STRING '*NIVEL' WRK-NIVEL
                   DELIMITED BY SIZE INTO WRK-CHAVE-NIVEL
           END-IF.

       0120-LER-REGRAS.
           MOVE 'N' TO WRK-EOF-MENUAUTH.
           OPEN INPUT MENU-AUTHORIZATION.
           IF WRK-FS-MENUAUTH = '00'
               PERFORM 0130-LER-REGRA
               PERFORM UNTIL FIM-MENUAUTH
                   IF MA-OPCAO = WRK-OPCAO-CPF
                       IF MA-USUARIO = WRK-USUARIO
                           MOVE MA-PERMITIDO TO WRK-REGRA-USUARIO
                       END-IF
                       IF TEM-NIVEL
                          AND MA-USUARIO = WRK-CHAVE-NIVEL
                           MOVE MA-PERMITIDO TO WRK-REGRA-NIVEL
                       END-IF
                   END-IF
                   PERFORM 0130-LER-REGRA
               END-PERFORM
               CLOSE MENU-AUTHORIZATION
           END-IF.

       0130-LER-REGRA.
           READ MENU-AUTHORIZATION
               AT END
                   MOVE 'S' TO WRK-EOF-MENUAUTH
           END-READ.

       0200-EDITAR-CPF.
           MOVE CF-CPF TO WRK-CPF.
           MOVE SPACES TO CF-CPF-EDITADO.
           IF CPF-LIBERADO
               STRING WRK-CPF-P1 '.' WRK-CPF-P2 '.' WRK-CPF-P3
                      '-' WRK-CPF-DV
                   DELIMITED BY SIZE INTO CF-CPF-EDITADO
               PERFORM 0210-CONTAR-IMPRESSAO
           ELSE
               STRING '***.' WRK-CPF-P2 '.' WRK-CPF-P3 '-**'
                   DELIMITED BY SIZE INTO CF-CPF-EDITADO
           END-IF.

      *    RELATORIO ALEM DA TABELA SOMA NO ULTIMO, PARA A
      *    IMPRESSAO NAO FICAR SEM REGISTRO
       0210-CONTAR-IMPRESSAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-TB-QTD
                              OR WRK-TB-RELATORIO(WRK-IDX)
                                 = CF-RELATORIO
               CONTINUE
           END-PERFORM.
           IF WRK-IDX > WRK-TB-QTD
               IF WRK-TB-QTD < 10
                   ADD 1 TO WRK-TB-QTD
                   MOVE CF-RELATORIO TO WRK-TB-RELATORIO(WRK-TB-QTD)
                   MOVE ZEROS TO WRK-TB-IMPRESSOS(WRK-TB-QTD)
               END-IF
               MOVE WRK-TB-QTD TO WRK-IDX
           END-IF.
           ADD 1 TO WRK-TB-IMPRESSOS(WRK-IDX).

      *    SO CONTA COMO CPF O 'CPF ' SEGUIDO DE 11 DIGITOS, QUE E
      *    COMO OS PROGRAMAS MONTAM A ENTRADA DA TRILHA E DO SYSEXCEP
       0250-MASCARAR-TEXTO.
           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 46
               IF CF-TEXTO(WRK-POS:4) = 'CPF '
                  AND CF-TEXTO(WRK-POS + 4:11) IS NUMERIC
                   IF CPF-LIBERADO
                       PERFORM 0210-CONTAR-IMPRESSAO
                   ELSE
                       MOVE '***' TO CF-TEXTO(WRK-POS + 4:3)
                       MOVE '**'  TO CF-TEXTO(WRK-POS + 13:2)
                   END-IF
               END-IF
           END-PERFORM.

       0300-REGISTRAR-IMPRESSOES.
           IF WRK-TB-QTD > ZEROS
               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF
               ACCEPT WRK-DATASYS FROM DATE YYYYMMDD
               ACCEPT WRK-HORASYS FROM TIME
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-TB-QTD
                   PERFORM 0310-GRAVAR-AUDITORIA
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.
           MOVE ZEROS TO WRK-TB-QTD.

       0310-GRAVAR-AUDITORIA.
           MOVE WRK-DATASYS       TO AT-DATA.
           MOVE WRK-HORASYS       TO AT-HORA.
           MOVE WRK-USUARIO       TO AT-USUARIO.
           MOVE WRK-PROGRAMA      TO AT-PROGRAMA.
           MOVE 'CPF SEM MASCARA' TO AT-OPERACAO.
           MOVE SPACES            TO AT-ENTRADA AT-RESULTADO.
           STRING 'RELATORIO ' WRK-TB-RELATORIO(WRK-IDX)
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE WRK-TB-IMPRESSOS(WRK-IDX) TO WRK-QT-ED.
           STRING WRK-QT-ED ' CPFS IMPRESSOS'
               DELIMITED BY SIZE INTO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.
