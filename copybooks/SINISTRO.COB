      *********************************
      * COPYBOOK: SINISTRO.COB
      * LAYOUT DO ARQUIVO DE SINISTROS DE TRANSPORTE (CLAIMFIL): A
      * RECLAMACAO CONTRA A TRANSPORTADORA POR CARGA AVARIADA,
      * EXTRAVIADA OU ENTREGUE COM ATRASO, ABERTA SOBRE UM EMBARQUE
      * DO SHIPFILE (SN-EMBARQUE = SP-NUMERO) PELO PROGCOB105.
      * SN-STATUS: 'A' = ABERTO, 'C' = ACEITO PELA TRANSPORTADORA
      * (COM O VALOR ACEITO), 'R' = RECUSADO, 'P' = PAGO - O VALOR
      * ACEITO FOI DEDUZIDO NA FATURA DA TRANSPORTADORA PELO
      * PROGCOB22, COM A NOTA DE DEBITO EM SN-NOTA-DEBITO. LIDO
      * TAMBEM PELO SCORECARD PROGCOB83
      *********************************
       01  SN-REGISTRO.
           02 SN-NUMERO        PIC 9(06).
           02 SN-EMBARQUE      PIC 9(06).
           02 SN-TRANSP        PIC X(20).
           02 SN-TIPO          PIC X(01).
              88 SN-AVARIA     VALUE 'A'.
              88 SN-EXTRAVIO   VALUE 'E'.
              88 SN-ATRASO     VALUE 'M'.
           02 SN-VALOR-RECLAMADO PIC 9(07)V99.
           02 SN-DATA-BASE     PIC 9(08).
           02 SN-DATA-ABERTURA PIC 9(08).
           02 SN-STATUS        PIC X(01).
              88 SN-ABERTO     VALUE 'A'.
              88 SN-ACEITO     VALUE 'C'.
              88 SN-RECUSADO   VALUE 'R'.
              88 SN-PAGO       VALUE 'P'.
           02 SN-VALOR-ACEITO  PIC 9(07)V99.
           02 SN-DATA-STATUS   PIC 9(08).
           02 SN-NOTA-DEBITO   PIC 9(06).
