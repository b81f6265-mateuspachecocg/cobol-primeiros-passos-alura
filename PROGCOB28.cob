      *            PELA MATRICULA QUANDO ELA VEM PREENCHIDA, COM O
      *            NOME SO COMO DESCRICAO E CRITERIO DE RESERVA DOS
      *            REGISTROS ANTIGOS
      * ALTERADO = 15/10/2026 - O LANCAMENTO GANHOU A DATA DA
      *            AULA E A MATERIA (AM-DATA-AULA E AM-MATERIA, NO
      *            FIM DO REGISTRO - ARQUIVOS ANTIGOS LEEM ZERADOS)
      *            PARA A CONFERENCIA DA CHAMADA CONTRA A GRADE
      *            HORARIA (PROGCOB120); O ACUMULO NO ATTEND NAO MUDA
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 AM-AULAS-DADAS PIC 9(03).
           02 AM-AULAS-PRES  PIC 9(03).
           02 AM-MATRICULA   PIC 9(06).
           02 AM-DATA-AULA   PIC 9(08).
           02 AM-MATERIA     PIC 9(02).

       WORKING-STORAGE SECTION.
       77  WRK-FS-ATTEND    PIC X(02)  VALUE ZEROS.
