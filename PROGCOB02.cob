      *            E STATUS, GRAVADO COMO 'P' (PENDENTE); O RELATORIO
      *            SEMANAL PROGCOB43 CASA OS NOMES COM O CUSTMAST E
      *            COBRA OS PENDENTES HA MAIS DE 30 DIAS
      * ALTERADO = 15/10/2026 - CADA PROSPECT NOVO JA NASCE
      *            COM O SEU ACOMPANHAMENTO NO FOLLOWUP (COPYBOOK
      *            PROSPFUP): ABERTO, SEM VENDEDOR (A DISTRIBUIR PELO
      *            PROGCOB133) E COM O PRIMEIRO CONTATO NO PROXIMO DIA
      *            UTIL (PROGCOB16, FUNCAO 'U'), PARA ENTRAR NA LISTA
      *            DIARIA DE LIGACOES DO PROGCOB134
      ********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-NOME
               FILE STATUS IS WRK-FS-NAMELOG.

           SELECT FOLLOW-UP-FILE ASSIGN TO 'FOLLOWUP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FU-NOME
               FILE STATUS IS WRK-FS-FOLLOWUP.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-LOG.
           02 NL-STATUS         PIC X(01).
              88 NL-PENDENTE    VALUE 'P'.
              88 NL-CONVERTIDO  VALUE 'C'.

       FD  FOLLOW-UP-FILE.
           COPY 'PROSPFUP.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-NOME          PIC X(20) VALUE SPACES.
       77 WRK-ORIGEM        PIC X(01) VALUE SPACES.
       77 WRK-DATASYS       PIC 9(08) VALUE ZEROS.
       77 WRK-FS-NAMELOG    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOLLOWUP   PIC X(02) VALUE ZEROS.
      *    PARAMETROS DOS SERVICOS DE DATA DO PROGCOB16
       77 WRK-FUNCAO        PIC X(01) VALUE SPACE.
       77 WRK-DATA-BASE     PIC 9(08) VALUE ZEROS.
       77 WRK-QT-DIAS       PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RESULT   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIF      PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-VALIDA   PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'NOME... ' WRK-NOME.
                   DISPLAY 'NOME JA REGISTRADO NA TRIAGEM - ' WRK-NOME
           END-WRITE.

      *    PROSPECT NOVO ABRE O ACOMPANHAMENTO: PRIMEIRO CONTATO NO
      *    PROXIMO DIA UTIL, VENDEDOR A DISTRIBUIR
           IF WRK-FS-NAMELOG = '00'
               MOVE 'U'         TO WRK-FUNCAO
               MOVE WRK-DATASYS TO WRK-DATA-BASE
               MOVE 1           TO WRK-QT-DIAS
               CALL 'PROGCOB16D' USING WRK-FUNCAO WRK-DATA-BASE
                                       WRK-QT-DIAS WRK-DATA-RESULT
                                       WRK-DIAS-DIF WRK-DATA-VALIDA

               OPEN I-O FOLLOW-UP-FILE
               IF WRK-FS-FOLLOWUP = '35'
                   OPEN OUTPUT FOLLOW-UP-FILE
                   CLOSE FOLLOW-UP-FILE
                   OPEN I-O FOLLOW-UP-FILE
               END-IF

               INITIALIZE FU-REGISTRO
               MOVE WRK-NOME        TO FU-NOME
               MOVE WRK-ORIGEM      TO FU-ORIGEM
               MOVE WRK-DATASYS     TO FU-DATA-CAPTACAO
               MOVE WRK-DATA-RESULT TO FU-PROXIMO-CONTATO
               MOVE 'A'             TO FU-SITUACAO
               WRITE FU-REGISTRO
                   INVALID KEY
                       DISPLAY 'ACOMPANHAMENTO JA ABERTO - ' WRK-NOME
                   NOT INVALID KEY
                       DISPLAY 'PRIMEIRO CONTATO EM ' WRK-DATA-RESULT
               END-WRITE
               CLOSE FOLLOW-UP-FILE
           END-IF.

           CLOSE NAME-LOG.
           GOBACK.
