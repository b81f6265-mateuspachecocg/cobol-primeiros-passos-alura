      *            GRAVADA PELO FECHAMENTO DE FOLHA); O INFORME
      *            ANUAL PASSOU A SOMAR E IMPRIMIR A VERBA, COM OS
      *            MESES ANTIGOS LENDO O CAMPO ZERADO
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU O SALARIO-FAMILIA
      *            PAGO E A DEDUCAO DE DEPENDENTES ABATIDA DA BASE
      *            DO IRRF (PH-SAL-FAMILIA E PH-DED-DEPEND, NO FIM
      *            DO REGISTRO); O INFORME ANUAL PASSOU A SOMAR E
      *            IMPRIMIR OS DOIS - O SALARIO-FAMILIA COMO
      *            RENDIMENTO ISENTO, FORA DO BRUTO - COM OS MESES
      *            ANTIGOS LENDO OS CAMPOS ZERADOS
      * ALTERADO = 15/10/2026 - O PAYHIST GANHOU A PLR E O IRRF
      *            EXCLUSIVO DA PLR (PH-PLR E PH-IRRF-PLR, NO FIM DO
      *            REGISTRO, EM LINHA PROPRIA GRAVADA PELO
      *            PROGCOB89); O INFORME PASSOU A SOMAR E IMPRIMIR A
      *            PLR E O SEU IMPOSTO EM LINHAS PROPRIAS, FORA DO
      *            BRUTO E DO IRRF MENSAL (TRIBUTACAO EXCLUSIVA), E A
      *            LINHA DA PLR NAO CONTA COMO MES DE FOLHA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 PH-IRRF        PIC 9(06)V99.
           02 PH-LIQUIDO     PIC 9(06)V99.
           02 PH-FERIAS      PIC 9(06)V99.
           02 PH-SAL-FAMILIA PIC 9(06)V99.
           02 PH-DED-DEPEND  PIC 9(06)V99.
           02 PH-PLR         PIC 9(06)V99.
           02 PH-IRRF-PLR    PIC 9(06)V99.

       FD  INCOME-RPT.
       01  IR-LINHA          PIC X(70).
               03 WRK-TB-IRRF     PIC 9(08)V99.
               03 WRK-TB-LIQUIDO  PIC 9(08)V99.
               03 WRK-TB-FERIAS   PIC 9(08)V99.
               03 WRK-TB-SAL-FAM  PIC 9(08)V99.
               03 WRK-TB-DED-DEP  PIC 9(08)V99.
               03 WRK-TB-PLR      PIC 9(08)V99.
               03 WRK-TB-IRRF-PLR PIC 9(08)V99.
       01  IR-CABECALHO.
           02 FILLER          PIC X(25)
                              VALUE 'INFORME DE RENDIMENTOS - '.
           END-IF.
           IF PH-ANO = WRK-ANO-INFORME
              AND WRK-IDX-FUNC > ZEROS
               IF PH-PLR = ZEROS
                   ADD 1       TO WRK-TB-MESES(WRK-IDX-FUNC)
               END-IF
               ADD PH-BRUTO    TO WRK-TB-BRUTO(WRK-IDX-FUNC)
               ADD PH-DECIMO   TO WRK-TB-DECIMO(WRK-IDX-FUNC)
               ADD PH-COMISSAO TO WRK-TB-COMISSAO(WRK-IDX-FUNC)
               ADD PH-IRRF     TO WRK-TB-IRRF(WRK-IDX-FUNC)
               ADD PH-LIQUIDO  TO WRK-TB-LIQUIDO(WRK-IDX-FUNC)
               ADD PH-FERIAS   TO WRK-TB-FERIAS(WRK-IDX-FUNC)
               ADD PH-SAL-FAMILIA TO WRK-TB-SAL-FAM(WRK-IDX-FUNC)
               ADD PH-DED-DEPEND  TO WRK-TB-DED-DEP(WRK-IDX-FUNC)
               ADD PH-PLR         TO WRK-TB-PLR(WRK-IDX-FUNC)
               ADD PH-IRRF-PLR    TO WRK-TB-IRRF-PLR(WRK-IDX-FUNC)
           END-IF.

           PERFORM 0110-LER-HISTORICO.
                             WRK-TB-IRRF(WRK-IDX-FUNC)
                             WRK-TB-LIQUIDO(WRK-IDX-FUNC)
                             WRK-TB-FERIAS(WRK-IDX-FUNC)
                             WRK-TB-SAL-FAM(WRK-IDX-FUNC)
                             WRK-TB-DED-DEP(WRK-IDX-FUNC)
                             WRK-TB-PLR(WRK-IDX-FUNC)
                             WRK-TB-IRRF-PLR(WRK-IDX-FUNC)
           END-IF.

       0300-IMPRIMIR.
               MOVE WRK-TB-INSS(WRK-IDX)   TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'DEDUCAO DEPENDENTES ' TO IR-V-ROTULO
               MOVE WRK-TB-DED-DEP(WRK-IDX) TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'IRRF RETIDO         ' TO IR-V-ROTULO
               MOVE WRK-TB-IRRF(WRK-IDX)   TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'SALARIO-FAMILIA     ' TO IR-V-ROTULO
               MOVE WRK-TB-SAL-FAM(WRK-IDX) TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'PARTICIPACAO LUCROS ' TO IR-V-ROTULO
               MOVE WRK-TB-PLR(WRK-IDX)    TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'IRRF EXCLUSIVO PLR  ' TO IR-V-ROTULO
               MOVE WRK-TB-IRRF-PLR(WRK-IDX) TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
               WRITE IR-LINHA FROM IR-VALOR
               MOVE 'LIQUIDO RECEBIDO    ' TO IR-V-ROTULO
               MOVE WRK-TB-LIQUIDO(WRK-IDX) TO IR-V-VALOR
               PERFORM 0500-QUEBRA-PAGINA
