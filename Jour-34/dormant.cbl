       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Rapport des comptes dormants : actifs jamais connectes, ou
      *sans connexion depuis 60 puis 90 jours -- la liste de
      *candidats au flux de desactivation que la revue de securite
       DATA DIVISION.
       FILE SECTION.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(110).

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "dormant".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".
       01  WS-OVER60-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-OVER90-COUNT     PIC 9(05) VALUE ZERO.

       01  WS-REPORT-LINE.
           05 OUT-KIND         PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-ROW-LAST-LOGIN   PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *repond "on ne peut pas savoir" a cette question.
       PROCEDURE DIVISION.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
