       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre entretenu par la chaine Jour-33 (nom servi
      *par le service central des parametres).
           SELECT F-MASTER ASSIGN TO WS-MASTER-NAME
       DATA DIVISION.
       FILE SECTION.

       FD  F-MASTER.

       01  REC-F-MASTER.

       WORKING-STORAGE SECTION.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK           VALUE "00".
           88 F-MASTER-STATUS-EOF          VALUE "10".
           05 FILLER           PIC X(16) VALUE " / orphelins : ".
           05 OUT-T-ORP        PIC ZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "recon3".
       01  WS-INC-SEVERITY PIC X(01).
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-STATUS       PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           PERFORM 0150-LOAD-IDMAP-START
           THRU    0150-LOAD-IDMAP-END.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
