      *            A DATA DE CONFIRMACAO NO FIM DO REGISTRO E O
      *            FRETELOG GANHOU A MARCA 'C' DE COTACAO POR
      *            CONTRATO (PROGCOB09)
      * ALTERADO = 15/10/2026 - SO ACOMPANHOU O LAYOUT DO SHIPFILE,
      *            QUE GANHOU SP-VALOR, SP-PESO E SP-ROMANEIO NO FIM
      *            DO REGISTRO
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SP-DATA-STATUS PIC 9(08).
           02 SP-TRANSP      PIC X(20).
           02 SP-DATA-CONF   PIC 9(08).
           02 SP-VALOR       PIC 9(06)V99.
           02 SP-PESO        PIC 9(03)V99.
           02 SP-ROMANEIO    PIC 9(06).

       FD  FREIGHT-QUOTE-LOG.
       01  FL-LINHA.
