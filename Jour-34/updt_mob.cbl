      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updt_mob.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *Zones passees a la piste d'audit par WORKING-STORAGE :
      *ancien et nouveau numero ("(aucun)" pour l'absence de
      *numero).
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "updt_mob".
       01  WS-AUD-ACTION       PIC X(10) VALUE "MOBILE".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-NEW-MOBILE       PIC X(20).
       01  WS-OLD-MOBILE       PIC X(20).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-USER-NAME        PIC X(50).

      *Nouveau numero tel que saisi ; rendu normalise. A blanc, le
      *numero du compte est retire.
       01  LK-NEW-MOBILE       PIC X(20).

      *Operateur a l'origine de l'action, reporte sur la piste
      *d'audit.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Pose, change ou retire le numero de mobile facultatif d'un
      *compte : second canal des avis de securite (jeton de remise
      *a zero, preavis d'expiration) pour l'utilisateur prive de
      *sa boite de courrier. Le numero passe par mobchk, l'ancien
      *et le nouveau partent a la piste d'audit.
      *Codes retour : 0 fait, 2 compte inconnu, 5 numero refuse,
      *1 echec SQL.
       PROCEDURE DIVISION USING LK-USER-NAME LK-NEW-MOBILE
                                 LK-OPERATOR.

           MOVE LK-USER-NAME TO WS-USER-NAME.
           MOVE SPACES       TO WS-NEW-MOBILE.

           IF LK-NEW-MOBILE NOT = SPACES
               CALL "mobchk" USING LK-NEW-MOBILE
               IF RETURN-CODE NOT = 0
                   MOVE 5               TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LK-NEW-MOBILE       TO WS-NEW-MOBILE
           END-IF.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-DUP-COUNT = 0
               MOVE 2                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES                  TO WS-OLD-MOBILE.
           EXEC SQL
               SELECT COALESCE(mobile, ' ') INTO :WS-OLD-MOBILE
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-NEW-MOBILE = SPACES
               EXEC SQL
                   UPDATE users SET mobile = NULL
                   WHERE nom = :WS-USER-NAME
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE users SET mobile = :WS-NEW-MOBILE
                   WHERE nom = :WS-USER-NAME
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur au changement de mobile"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Echec UPDATE mobile : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE WS-USER-NAME        TO WS-INC-KEY
               CALL "inclog" USING WS-AUD-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 1                   TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF WS-OLD-MOBILE = SPACES
               MOVE "(aucun)"           TO WS-AUD-BEFORE
           ELSE
               MOVE WS-OLD-MOBILE       TO WS-AUD-BEFORE
           END-IF.
           IF WS-NEW-MOBILE = SPACES
               MOVE "(aucun)"           TO WS-AUD-AFTER
           ELSE
               MOVE WS-NEW-MOBILE       TO WS-AUD-AFTER
           END-IF.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                LK-OPERATOR.

           IF WS-NEW-MOBILE = SPACES
               DISPLAY "Mobile retire pour "
                       FUNCTION TRIM(WS-USER-NAME) "."
           ELSE
               DISPLAY "Mobile enregistre pour "
                       FUNCTION TRIM(WS-USER-NAME) " : "
                       FUNCTION TRIM(WS-NEW-MOBILE) "."
           END-IF.

           MOVE 0                       TO RETURN-CODE.

           GOBACK.

           END PROGRAM updt_mob.
