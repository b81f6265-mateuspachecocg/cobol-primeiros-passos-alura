      *********************************
      * COPYBOOK: CURRIC.COB
      * LAYOUT DA MATRIZ CURRICULAR (CURRIC): UMA LINHA POR
      * MATERIA DE CADA TURMA, COM O NUMERO DE AULAS SEMANAIS
      * PREVISTAS. MATERIA FORA DA MATRIZ DA TURMA NAO ENTRA NA
      * GRADE HORARIA, E A GRADE DIFERENTE DAS AULAS PREVISTAS E
      * APONTADA PELO PROGCOB119
      *********************************
       01  CR-REGISTRO.
           02 CR-TURMA         PIC X(05).
           02 CR-MATERIA       PIC 9(02).
           02 CR-AULAS-SEMANA  PIC 9(02).
