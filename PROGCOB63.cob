      *     APROVADOR - OS TITULOS PODRES SAEM DO AGING E O
      *     FINANCEIRO PARA DE CONTAR COM DINHEIRO QUE NAO VEM
      * DATA = 02/09/2026
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - O CPF DO TITULO NA TELA DE REVISAO
      *            SAI MASCARADO (***.456.789-**) PELA SUBROTINA
      *            PROGCOB130 (LGPD); COMPLETO SO PARA O SUPERVISOR QUE
      *            A OPCAO 90 DO MENUAUTH LIBERA, COM REGISTRO NO
      *            AUDIT-TRAIL. O RC 8 DE PERDA SEM CONTA SOBREVIVE AOS
      *            CALLS SEGUINTES (WRK-RC-SALVO, COMO NO PROGCOB04)
      * ALTERADO = 15/10/2026 - AUTENTICADO O SUPERVISOR, A SESSAO PEDE
      *            A TRAVA DE USO EXCLUSIVO DO ARFILE ANTES DE CARREGAR
      *            OS TITULOS (SUBROTINA PROGCOB136, REGISTRO LOCKREG);
      *            COM OUTRO PROGRAMA ATUALIZANDO O ARQUIVO, A BAIXA DE
      *            PERDA E RECUSADA NA HORA COM O NOME DO DETENTOR (RC
      *            12, LINHA 'TRV' NO RUNLOG)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       77 WRK-RC-SALVO      PIC 9(02) VALUE ZEROS.
       01  WRK-TB-TITULOS.
           02 WRK-TB-QTD      PIC 9(03) VALUE ZEROS.
           02 WRK-TB-ITEM OCCURS 500 TIMES.
           02 GP-D-CPF      PIC 9(11).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 GP-D-VALOR    PIC ZZZ.ZZ9,99.
           COPY 'AUDHASHP.COB'.
           COPY 'CPFMASKP.COB'.
           COPY 'LOCKREGP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
                   DISPLAY 'BAIXA DE PERDA RESTRITA A SUPERVISOR'
                           ' (NIVEL 00)'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT LKR-CONCEDIDA
                   DISPLAY 'BAIXA DE PERDA INDISPONIVEL - TENTE DE'
                           ' NOVO QUANDO O ARFILE FOR LIBERADO'
                   MOVE 12 TO RETURN-CODE
               WHEN ABANDONAR-LOTE
                   DISPLAY 'ARFILE MAIOR QUE A TABELA DE 500'
                           ' TITULOS - SESSAO ABANDONADA, ARQUIVO'
                   END-IF
           END-EVALUATE.
           PERFORM 0900-FINALIZAR.
           PERFORM 0960-LIBERAR-TRAVA.

           GOBACK.

           ACCEPT WRK-HORASYS FROM TIME.

           PERFORM 0200-AUTENTICAR-APROVADOR.
           MOVE 'I'         TO CF-FUNCAO.
           MOVE SPACES      TO CF-USUARIO.
           IF APROVADOR-AUTORIZADO
               MOVE WRK-APROVADOR TO CF-USUARIO
           END-IF.
           MOVE 'PROGCOB63' TO CF-PROGRAMA.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           MOVE SPACE TO LKR-RESULTADO.
           IF APROVADOR-AUTORIZADO
               PERFORM 0050-ADQUIRIR-TRAVA
           END-IF.
           IF APROVADOR-AUTORIZADO AND LKR-CONCEDIDA
               PERFORM 0120-CARREGAR-TITULOS
               PERFORM 0140-CARREGAR-COAMAP

                   OPEN OUTPUT GL-EXTRACT
               END-IF

               MOVE 'A' TO AH-FUNCAO
               CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO
               OPEN EXTEND AUDIT-TRAIL
               IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
                   OPEN OUTPUT AUDIT-TRAIL
               END-IF
           END-IF.

      *    OS TITULOS BAIXADOS SAEM NA REGRAVACAO DO ARFILE
      *    INTEIRO: NINGUEM MAIS PODE ATUALIZA-LO NA SESSAO
       0050-ADQUIRIR-TRAVA.
           MOVE 'A'         TO LKR-ACAO.
           MOVE 'ARFILE'    TO LKR-ARQUIVO.
           MOVE 'PROGCOB63' TO LKR-PROGRAMA.
           MOVE 'O'         TO LKR-TIPO.
           MOVE 'R'         TO LKR-POLITICA.
           CALL 'PROGCOB136' USING LKR-PARAMETROS.

      *    SO SUPERVISOR (NIVEL 00, ATIVO, SENHA CERTA) BAIXA PERDA
      *    - MESMA CONFERENCIA DO USERMAST QUE O PROGCOB52 FAZ
       0200-AUTENTICAR-APROVADOR.
               ADD 1 TO WRK-QT-CANDIDATOS
               MOVE WT-SALDO TO WRK-VALOR-ED
               DISPLAY '-------------------------------'
               MOVE 'CONSOLE' TO CF-RELATORIO
               MOVE WT-CPF    TO CF-CPF
               PERFORM 0950-MASCARAR-CPF
               DISPLAY 'TITULO ' WT-NUMERO ' CPF ' CF-CPF-EDITADO
               DISPLAY 'VENCIMENTO ' WT-VENCIMENTO
                       ' ATRASO ' WRK-DIAS-DIF ' DIAS'
               DISPLAY 'SALDO R$ ' WRK-VALOR-ED
           MOVE WRK-APROVADOR(1:8) TO WO-APROVADOR.
           WRITE WO-REGISTRO.

           MOVE WRK-DATASYS TO AT-DATA.
           MOVE WRK-HORASYS TO AT-HORA.
           MOVE WRK-APROVADOR(1:8) TO AT-USUARIO.
           MOVE 'PROGCOB63' TO AT-PROGRAMA.
           MOVE 'BAIXA DE PERDA' TO AT-OPERACAO.
           MOVE SPACES TO AT-ENTRADA.
           STRING 'TITULO ' WT-NUMERO ' CPF ' WT-CPF
               DELIMITED BY SIZE INTO AT-ENTRADA.
           MOVE WRK-MOTIVO TO AT-RESULTADO.
      *    O CALL DEVOLVE O RETURN-CODE DA SUBROTINA: O RC 8 DE UMA
      *    PERDA ANTERIOR SEM CONTA E PRESERVADO
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           MOVE WRK-RC-SALVO TO RETURN-CODE.
           WRITE AT-REGISTRO.

           PERFORM 0160-BUSCAR-CONTA-PERDA.
           IF WRK-CONTA-ACHADA = 'S'
               MOVE WRK-CONTA-CTB TO GP-D-CONTA
               MOVE 8 TO RETURN-CODE
           END-IF.

       0600-REGRAVAR-TITULOS.
           OPEN OUTPUT RECEIVABLES-FILE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
           DISPLAY 'PERDA RECONHECIDA..... R$ ' WRK-VALOR-ED.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF APROVADOR-AUTORIZADO AND LKR-CONCEDIDA
               CLOSE WRITEOFF-REGISTER
               CLOSE GL-EXTRACT
               CLOSE AUDIT-TRAIL
           END-IF.
           IF APROVADOR-AUTORIZADO
               MOVE RETURN-CODE  TO WRK-RC-SALVO
               MOVE 'F' TO CF-FUNCAO
               CALL 'PROGCOB130' USING CF-PARAMETROS
               MOVE WRK-RC-SALVO TO RETURN-CODE
           END-IF.

      *    CPF DE TELA SO SAI PELA MASCARA DA LGPD (PROGCOB130),
      *    SEM DERRUBAR O RC JA POSTO NA SESSAO
       0950-MASCARAR-CPF.
           MOVE RETURN-CODE  TO WRK-RC-SALVO.
           MOVE 'M' TO CF-FUNCAO.
           CALL 'PROGCOB130' USING CF-PARAMETROS.
           MOVE WRK-RC-SALVO TO RETURN-CODE.

       0960-LIBERAR-TRAVA.
           IF LKR-CONCEDIDA
               MOVE RETURN-CODE  TO WRK-RC-SALVO
               MOVE 'L' TO LKR-ACAO
               CALL 'PROGCOB136' USING LKR-PARAMETROS
               MOVE WRK-RC-SALVO TO RETURN-CODE
           END-IF.
