       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Rapport des comptes dont le mot de passe depasse la
      *politique des 90 jours, pour la revue de securite.
           SELECT F-REPORT ASSIGN TO "pwd_expiry.rpt"
       DATA DIVISION.
       FILE SECTION.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(90).

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "pwd_age".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".
       01  WS-NOW              PIC X(21).

       01  WS-EXPIRED-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-REPORT-LINE.
           05 OUT-NOM          PIC X(50).
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-IF.

      *Execution sans operateur, comme le mode BATCH : les
      *identifiants viennent de l'acces protege (service dbcred).
           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
