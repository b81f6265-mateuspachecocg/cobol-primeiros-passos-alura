      *            TOTAL PARA QUITAR (PARCELAS PAGAS + SALDO) E O
      *            LADO A LADO CONTRA LEVAR O CONTRATO A TERMO -
      *            ACABA A SESSAO DE CALCULADORA SOBRE O FINRPT
      * ALTERADO = 15/10/2026 - AS LINHAS DO AUDIT-TRAIL PASSARAM
      *            A SAIR COM O HASH ENCADEADO (AT-HASH) DA
      *            SUBROTINA PROGCOB128: O ULTIMO ELO DA TRILHA
      *            E LIDO ANTES DO OPEN EXTEND E O HASH E
      *            CARIMBADO ANTES DE CADA WRITE
      * ALTERADO = 15/10/2026 - A PRESTACAO E OS JUROS DE CADA MES
      *            DEIXARAM DE USAR O ROUNDED PROPRIO E PASSARAM PELO
      *            SERVICO DE ARREDONDAMENTO PROGCOB141, TIPO
      *            'PRESTACAO' NO ROUNDPRM (SEM ELE, O MEIO PARA CIMA
      *            DE SEMPRE)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER            PIC X(02) VALUE 'R '.
           02 FR-D-SALDO        PIC ZZZ.ZZ9,99.
           COPY 'REPORTWR.COB'.
           COPY 'AUDHASHP.COB'.
           COPY 'ROUNDP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
       0100-INICIALIZAR.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORASYS FROM TIME.
           INITIALIZE RDP-PARAMETROS.
           MOVE 'PROGCOBD06' TO RDP-PROGRAMA.
           MOVE 'PRESTACAO'  TO RDP-TIPO.
           MOVE 2            TO RDP-CASAS.
           MOVE 'A'          TO RDP-MODO-ANTERIOR.

           DISPLAY 'ENTRE COM O VALOR FINANCIADO: '
           ACCEPT WRK-VL-FINANCIADO.
           MOVE 'I' TO RW-ACAO.
           CALL 'PROGCOB46' USING RW-CONTROLE.

           MOVE 'A' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           OPEN EXTEND AUDIT-TRAIL.
           IF WRK-FS-AUDITTRL = '05' OR WRK-FS-AUDITTRL = '35'
               OPEN OUTPUT AUDIT-TRAIL
               WRK-VL-FINANCIADO * (WRK-TX-MENSAL / 100)
                   * WRK-FATOR.
           COMPUTE WRK-PRICE-DEN = WRK-FATOR - 1.
           COMPUTE RDP-VALOR = WRK-PRICE-NUM / WRK-PRICE-DEN.
           PERFORM 0250-ARREDONDAR.
           MOVE RDP-RESULTADO TO WRK-PRESTACAO.

           MOVE WRK-PRESTACAO TO WRK-PRESTACAO-ED.
           DISPLAY 'PRESTACAO FIXA R$ ' WRK-PRESTACAO-ED.
                   PERFORM 0110-LER-TAXA-MES
               END-IF

               MOVE WRK-MES-ATUAL TO RDP-REFERENCIA
               COMPUTE RDP-VALOR =
                   WRK-SALDO * WRK-TX-DO-MES / 100
               PERFORM 0250-ARREDONDAR
               MOVE RDP-RESULTADO TO WRK-JUROS-MES
               COMPUTE WRK-AMORTIZACAO =
                   WRK-PRESTACAO - WRK-JUROS-MES

           MOVE 'FINANCIAMENTO PRICE' TO AT-OPERACAO.
           MOVE WRK-ENTRADA-ED TO AT-ENTRADA.
           MOVE WRK-TOTAL-ED TO AT-RESULTADO.
           MOVE 'G' TO AH-FUNCAO.
           CALL 'PROGCOB128' USING AH-PARAMETROS AT-REGISTRO.
           WRITE AT-REGISTRO.

      *    VALOR CHEIO EM RDP-VALOR, ARREDONDADO EM RDP-RESULTADO
       0250-ARREDONDAR.
           MOVE 'R' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.

       0300-FINALIZAR.
           DISPLAY '-------------------------'
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.
           WRITE FR-LINHA FROM RW-TRAILER.
           CLOSE FINANCE-RPT.
           CLOSE AUDIT-TRAIL.
           MOVE 'F' TO RDP-ACAO.
           CALL 'PROGCOB141' USING RDP-PARAMETROS.

      *    CONTROLE DE PAGINA DO GERADOR PADRAO: CADA DETALHE
      *    PASSA AQUI E A QUEBRA GRAVA O CABECALHO DA PAGINA
