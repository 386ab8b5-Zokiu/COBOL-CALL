       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Rapport d'avancement de la migration des condensats : part
      *de la table deja au nouveau format (sel aleatoire itere),
      *et liste des comptes encore a l'ancien.
       DATA DIVISION.
       FILE SECTION.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(80).

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "pwdmig".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".
       01  WS-TOTAL            PIC 9(05) VALUE ZERO.
       01  WS-PCT              PIC 9(03)V9(01) VALUE ZERO.

       01  WS-OLD-LINE.
           05 FILLER           PIC X(17) VALUE "ANCIEN FORMAT :  ".
           05 OUT-O-NOM        PIC X(50).
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-PASSWORD     PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *mot de passe.
       PROCEDURE DIVISION.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
