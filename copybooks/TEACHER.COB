      *********************************
      * COPYBOOK: TEACHER.COB
      * LAYOUT DO CADASTRO DE PROFESSORES (TEACHER): CODIGO DO
      * PROFESSOR, NOME, CARGA HORARIA SEMANAL CONTRATADA EM
      * HORAS-AULA (UMA HORA-AULA = UMA AULA DA GRADE) E SITUACAO.
      * PROFESSOR INATIVO NAO PODE RECEBER AULA NA GRADE HORARIA
      * (TIMETAB); A CARGA CONTRATADA E O TETO DO RELATORIO DE
      * CARGA DO PROGCOB119
      *********************************
       01  PR-REGISTRO.
           02 PR-CODIGO        PIC 9(04).
           02 PR-NOME          PIC X(20).
           02 PR-CARGA-SEMANAL PIC 9(02).
           02 PR-SITUACAO      PIC X(01).
              88 PR-ATIVO      VALUE 'A'.
              88 PR-INATIVO    VALUE 'I'.
