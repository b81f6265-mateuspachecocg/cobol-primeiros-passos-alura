      *            NOS DOIS LADOS - A CONFERENCIA DE DEBITO X
      *            CREDITO AGORA COBRE VENDAS TAMBEM, SEM MEXER NA
      *            CONFERENCIA ESPECIFICA DA FOLHA CONTRA O PAYCTRL
      * ALTERADO = 15/10/2026 - A PROVISAO MENSAL DE FERIAS E 13O
      *            (PROGCOB87) PASSOU A ANEXAR PARES BALANCEADOS DE
      *            ESTORNO E PROVISAO COM OS ROTULOS 'RAZAO - PROVD:'
      *            (DEBITO) E 'RAZAO - PROVC:' (CREDITO), SOMADOS NOS
      *            DOIS LADOS COMO OS DE VENDAS. A CONFERENCIA CONTRA
      *            O PC-TOTAL-FOLHA PASSOU A USAR SO OS DEBITOS DAS
      *            LINHAS DE FOLHA (WRK-DEBITOS-FOLHA) - COM VENDAS OU
      *            PROVISAO ANEXADAS O TOTAL GERAL DE DEBITOS NUNCA
      *            BATERIA COM O TOTAL DA FOLHA
      * ALTERADO = 15/10/2026 - EXTRATO BALANCEADO GRAVA O REGISTRO
      *            DO CONFERIDOR NO BATCTRL (LINHAS DE FOLHA E TOTAL
      *            DE DEBITOS), QUE O FECHAMENTO DO MES (PROGCOB126)
      *            CONFERE ANTES DE TRAVAR O PERIODO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAYROLL-CONTROL ASSIGN TO 'PAYCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAYCTRL.

           SELECT BATCH-CONTROL ASSIGN TO 'BATCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BATCTRL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT.
           02 PC-TOTAL-LIQUIDO PIC 9(10)V99.
           02 PC-TOTAL-EXTRAS  PIC 9(10)V99.

       FD  BATCH-CONTROL.
           COPY 'BATCTRL.COB'.

       WORKING-STORAGE SECTION.
       77  WRK-FS-GLEXTRACT   PIC X(02)     VALUE ZEROS.
       77  WRK-FS-PAYCTRL     PIC X(02)     VALUE ZEROS.
       77  WRK-FS-BATCTRL     PIC X(02)     VALUE ZEROS.
       77  WRK-DATASYS        PIC 9(08)     VALUE ZEROS.
       77  WRK-EOF-GLEXTRACT  PIC X(01)     VALUE 'N'.
           88 FIM-GLEXTRACT   VALUE 'S'.
       77  WRK-TEM-CONTROLE   PIC X(01)     VALUE 'N'.
       77  WRK-QT-DETALHES    PIC 9(06)     VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS  PIC 9(10)V99  VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS PIC 9(10)V99  VALUE ZEROS.
       77  WRK-DEBITOS-FOLHA  PIC 9(10)V99  VALUE ZEROS.
       77  WRK-VALOR          PIC 9(10)V99  VALUE ZEROS.
       77  WRK-QT-ERROS       PIC 9(02)     VALUE ZEROS.
       77  WRK-DEB-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
                   PERFORM 0230-SOMAR-DEBITO-VENDA
               WHEN 'RAZAO - VCRED: '
                   PERFORM 0220-SOMAR-CREDITO
               WHEN 'RAZAO - PROVD: '
                   PERFORM 0230-SOMAR-DEBITO-VENDA
               WHEN 'RAZAO - PROVC: '
                   PERFORM 0220-SOMAR-CREDITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           INSPECT WRK-DIG-DET REPLACING ALL SPACE BY '0'.
           MOVE WRK-DIG-DET-N TO WRK-VALOR.
           ADD WRK-VALOR TO WRK-TOTAL-DEBITOS.
           ADD WRK-VALOR TO WRK-DEBITOS-FOLHA.

       0220-SOMAR-CREDITO.
           MOVE SPACES TO WRK-DIG-TOT.
           MOVE WRK-DIG-TOT-N TO WRK-VALOR.
           ADD WRK-VALOR TO WRK-TOTAL-CREDITOS.

      *    O DEBITO DO DIARIO DE VENDAS (E O DA PROVISAO DE FERIAS
      *    E 13O) TEM O DESENHO DA LINHA DE TOTAL, MAS SOMA DO LADO
      *    DEVEDOR E FICA FORA DA CONTAGEM DE HOLERITES DA FOLHA
       0230-SOMAR-DEBITO-VENDA.
           MOVE SPACES TO WRK-DIG-TOT.
           STRING GL-E-VALOR-TOT(1:3)
           END-IF.

           IF TEM-CONTROLE
               IF WRK-DEBITOS-FOLHA NOT = PC-TOTAL-FOLHA
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY 'DEBITOS DIFEREM DO TOTAL DA FOLHA'
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'EXTRATO BALANCEADO'
               PERFORM 0410-GRAVAR-BATCTRL
           END-IF.
           DISPLAY 'FINALIZAR O PROCESSAMENTO'.

           IF WRK-FS-GLEXTRACT NOT = '35'
               CLOSE GL-EXTRACT
           END-IF.

       0410-GRAVAR-BATCTRL.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           OPEN EXTEND BATCH-CONTROL.
           IF WRK-FS-BATCTRL = '05' OR WRK-FS-BATCTRL = '35'
               OPEN OUTPUT BATCH-CONTROL
           END-IF.
           MOVE 'PROGCOB24 ' TO BC-PROGRAMA.
           MOVE WRK-DATASYS  TO BC-DATA.
           MOVE WRK-QT-DETALHES   TO BC-REG-IN BC-REG-OUT.
           MOVE WRK-TOTAL-DEBITOS TO BC-VALOR-TOTAL.
           WRITE BC-REGISTRO.
           CLOSE BATCH-CONTROL.
