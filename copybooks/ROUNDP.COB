      *********************************
      * COPYBOOK: ROUNDP.COB
      * AREA DE PARAMETROS DO SERVICO DE ARREDONDAMENTO MONETARIO
      * (SUBROTINA PROGCOB141): TODA CALCULADORA DE VALOR (FOLHA,
      * FRETE, MULTA E JUROS, RENTABILIDADE, PRESTACAO) CALCULA O
      * VALOR CHEIO EM RDP-VALOR E CHAMA COM RDP-ACAO 'R', O TIPO DO
      * CALCULO (RDP-TIPO, O MESMO DO ARQUIVO ROUNDPRM), AS CASAS
      * DECIMAIS DO RESULTADO E A REGRA QUE O PROGRAMA APLICAVA ATE
      * ENTAO (RDP-MODO-ANTERIOR: 'A' = ROUNDED, 'T' = TRUNCAMENTO).
      * RECEBE O VALOR ARREDONDADO EM RDP-RESULTADO E O MODO
      * APLICADO EM RDP-MODO: 'E' = ABNT NBR 5891 (O MEIO VAI PARA O
      * PAR), 'A' = MEIO PARA CIMA, 'T' = TRUNCA. TIPO FORA DO
      * ROUNDPRM SEGUE A REGRA ANTERIOR. RDP-PROGRAMA E
      * RDP-REFERENCIA (MATRICULA, TITULO...) SO IDENTIFICAM O
      * VALOR NA COMPARACAO (ROUNDDIF). NO FIM, 'F' FECHA A
      * COMPARACAO E DEVOLVE RDP-QT-DIFERENCAS
      *********************************
       01  RDP-PARAMETROS.
           02 RDP-ACAO          PIC X(01).
              88 RDP-ARREDONDAR VALUE 'R'.
              88 RDP-FECHAR     VALUE 'F'.
           02 RDP-PROGRAMA      PIC X(10).
           02 RDP-TIPO          PIC X(10).
           02 RDP-REFERENCIA    PIC X(15).
           02 RDP-CASAS         PIC 9(01).
           02 RDP-MODO-ANTERIOR PIC X(01).
           02 RDP-VALOR         PIC S9(11)V9(06).
           02 RDP-RESULTADO     PIC S9(11)V99.
           02 RDP-MODO          PIC X(01).
              88 RDP-MEIO-PAR   VALUE 'E'.
              88 RDP-MEIO-ACIMA VALUE 'A'.
              88 RDP-TRUNCAR    VALUE 'T'.
           02 RDP-QT-DIFERENCAS PIC 9(06).
