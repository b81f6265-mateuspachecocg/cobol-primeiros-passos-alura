       IDENTIFICATION DIVISION.
       PROGRAM-ID. S.
       PROCEDURE DIVISION.
           GOBACK.
