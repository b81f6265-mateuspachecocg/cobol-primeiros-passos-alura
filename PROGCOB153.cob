       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB153.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: EXPORTAR O HISTORICO DE VENDAS (SALESHIST) PARA
      *     PLANILHA NO SALESCSV, NO MESMO PADRAO DAS EXPORTACOES DOS
      *     RELATORIOS (SUBROTINA PROGCOB152, COPYBOOK CSVLINP):
      *     LINHA DE TITULOS, UMA LINHA POR REGISTRO COM ANO, REGIAO,
      *     MES E VALOR (SEPARADOR ';', VIRGULA DECIMAL, ABATIMENTO
      *     COM SINAL DE MENOS) E A LINHA DE CONTROLE COM A
      *     QUANTIDADE DE REGISTROS E O TOTAL DO VALOR. O ANO PEDIDO
      *     NO CONSOLE LIMITA A EXPORTACAO; ZERADO, SAI O HISTORICO
      *     INTEIRO (INCLUSIVE OS ANOS COMPACTADOS PELO PROGCOB35).
      *     SALESHIST AUSENTE: SALESCSV SO COM TITULOS E CONTROLE
      *     ZERADO E RETURN-CODE 4
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY ASSIGN TO 'SALESHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESHIST.

           SELECT SALES-CSV ASSIGN TO 'SALESCSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESCSV.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY.
       01  SH-REGISTRO.
           02 SH-ANO           PIC 9(04).
           02 SH-REGIAO        PIC 9(01).
           02 SH-MES           PIC 9(02).
           02 SH-VALOR         PIC S9(06)V99.

       FD  SALES-CSV.
       01  SV-LINHA            PIC X(300).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESHIST  PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALESCSV   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SALESHIST PIC X(01) VALUE 'N'.
          88 FIM-SALESHIST  VALUE 'S'.
       77 WRK-ANO-PEDIDO    PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QT-CSV        PIC 9(06) VALUE ZEROS.
       77 WRK-CSV-VALOR     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY 'RUNLOGP.COB'.
           COPY 'CSVLINP.COB'.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-SALESHIST.
           PERFORM 0900-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.
           MOVE 'PROGCOB153' TO RLP-PROGRAMA.
           MOVE 'INI' TO RLP-FASE.
           MOVE ZEROS TO RLP-LIDOS RLP-GRAVADOS
                         RLP-REJEITADOS RLP-RC.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.

           DISPLAY 'ANO A EXPORTAR (0 = TODOS).. '
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.

           OPEN INPUT SALES-HISTORY.
           IF WRK-FS-SALESHIST = '00'
               PERFORM 0110-LER-VENDA
           ELSE
               DISPLAY 'SALESHIST NAO ENCONTRADO - NADA EXPORTADO'
               MOVE 4 TO RLP-RC
               MOVE 'S' TO WRK-EOF-SALESHIST
           END-IF.

           OPEN OUTPUT SALES-CSV.
           MOVE 'ANO;REGIAO;MES;VALOR' TO SV-LINHA.
           WRITE SV-LINHA.

       0110-LER-VENDA.
           READ SALES-HISTORY
               AT END
                   MOVE 'S' TO WRK-EOF-SALESHIST
           END-READ.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           IF WRK-ANO-PEDIDO = ZEROS
              OR SH-ANO = WRK-ANO-PEDIDO
               PERFORM 0300-EXPORTAR-VENDA
           END-IF.

           PERFORM 0110-LER-VENDA.

      *    O MESMO REGISTRO DO SALESHIST PARA A PLANILHA
       0300-EXPORTAR-VENDA.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE SH-ANO    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE SH-REGIAO TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE SH-MES    TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE SH-VALOR  TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE SV-LINHA FROM CSV-LINHA.

           ADD 1 TO WRK-QT-CSV.
           ADD SH-VALOR TO WRK-CSV-VALOR.

      *    LINHA DE CONTROLE: QUANTIDADE DE REGISTROS E TOTAL DO
      *    VALOR EXPORTADO
       0310-EXPORTAR-CONTROLE.
           MOVE 'L' TO CSV-ACAO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'T' TO CSV-ACAO.
           MOVE 'CONTROLE' TO CSV-TEXTO.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 'N' TO CSV-ACAO.
           MOVE 0   TO CSV-CASAS.
           MOVE WRK-QT-CSV TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           MOVE 2   TO CSV-CASAS.
           MOVE WRK-CSV-VALOR TO CSV-VALOR.
           CALL 'PROGCOB152' USING CSV-CONTROLE.
           WRITE SV-LINHA FROM CSV-LINHA.

       0900-FINALIZAR.
           PERFORM 0310-EXPORTAR-CONTROLE.

           MOVE WRK-CSV-VALOR TO WRK-TOTAL-ED.
           DISPLAY '-------------------------'
           DISPLAY 'REGISTROS LIDOS.......... ' WRK-QT-LIDOS.
           DISPLAY 'REGISTROS EXPORTADOS..... ' WRK-QT-CSV.
           DISPLAY 'TOTAL EXPORTADO....... R$ ' WRK-TOTAL-ED.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-SALESHIST NOT = '35'
               CLOSE SALES-HISTORY
           END-IF.
           CLOSE SALES-CSV.

           MOVE 'FIM' TO RLP-FASE.
           MOVE WRK-QT-LIDOS TO RLP-LIDOS.
           MOVE WRK-QT-CSV   TO RLP-GRAVADOS.
           MOVE ZEROS        TO RLP-REJEITADOS.
           CALL 'PROGCOB36' USING RLP-PARAMETROS.
           MOVE RLP-RC TO RETURN-CODE.
