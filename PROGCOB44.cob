      *            COM OS TAMANHOS ANTIGOS O EXPORT TRUNCAVA OS
      *            CAMPOS NOVOS E A RECONSTRUCAO OS DEVOLVIA EM
      *            BRANCO
      * ALTERADO = 15/10/2026 - O BACKUP DO CUSTMAST ACOMPANHOU O
      *            CUSTOMER.COB COM A CLASSE ABC E A DATA DA
      *            CLASSIFICACAO (127 BYTES)
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  CUSTOMER-BACKUP.
       01  CB-REGISTRO.
           02 CB-TIPO        PIC X(01).
           02 CB-DADOS       PIC X(127).

       FD  EMPLOYEE-BACKUP.
       01  EB-REGISTRO.
