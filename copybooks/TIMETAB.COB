      *********************************
      * COPYBOOK: TIMETAB.COB
      * LAYOUT DA GRADE HORARIA DAS TURMAS: UMA LINHA POR AULA
      * SEMANAL - TURMA (CL-TURMA DO CLASSLST), DIA DA SEMANA NA
      * NUMERACAO BRASILEIRA (2 = SEGUNDA ... 7 = SABADO), NUMERO
      * DA AULA NO DIA (1 A 8), MATERIA (MT-CODIGO DO SUBJTAB),
      * PROFESSOR (PR-CODIGO DO TEACHER) E SALA. A SECRETARIA
      * MONTA O TIMETAB; O PROGCOB119 VALIDA E GRAVA SO AS AULAS
      * ACEITAS NO TIMEVAL, NO MESMO LAYOUT, QUE E A GRADE OFICIAL
      * USADA NA CONFERENCIA DA CHAMADA (PROGCOB120)
      *********************************
       01  HR-REGISTRO.
           02 HR-TURMA         PIC X(05).
           02 HR-DIA-SEMANA    PIC 9(01).
           02 HR-AULA          PIC 9(01).
           02 HR-MATERIA       PIC 9(02).
           02 HR-PROFESSOR     PIC 9(04).
           02 HR-SALA          PIC X(05).
