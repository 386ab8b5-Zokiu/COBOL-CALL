       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Extract RH d'etat complet : un nom d'employe en poste par
      *ligne -- contrairement a maint_actions.txt, il porte tout le
      *monde, donc son absence dit quelque chose.
       DATA DIVISION.
       FILE SECTION.

       FD  F-HR.

       01  REC-F-HR.

       WORKING-STORAGE SECTION.

       01  F-HR-STATUS         PIC X(02) VALUE SPACE.
           88 F-HR-STATUS-OK               VALUE "00".
           88 F-HR-STATUS-EOF              VALUE "10".
           05 FILLER           PIC X(17) VALUE " / Desactives : ".
           05 OUT-T-DEACT      PIC ZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "hrrecon".
       01  WS-INC-SEVERITY PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Les comptes de service n'ont pas de salarie derriere eux :
      *ils sortent du rapprochement RH et sont suivis par leur
      *responsable (ownchk a sa desactivation ou suppression).
       EXEC SQL
           DECLARE C-ACT CURSOR FOR
           SELECT nom FROM users
           WHERE status = 'A'
             AND COALESCE(category, 'E') <> 'S'
           ORDER BY nom
       END-EXEC.

      ******************************************************************
           PERFORM 0300-LOAD-ABSENT-START
           THRU    0300-LOAD-ABSENT-END.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
