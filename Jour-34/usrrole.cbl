      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrrole.
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

      ******************************************************************

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-ROLE             PIC X(10).
       01  WS-PRIMARY-ROLE     PIC X(10).
       01  WS-GRANTED-BY       PIC X(20).
       01  WS-GRANTED-AT       PIC X(19).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-NOW              PIC X(21).
       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees au controle de separation des taches.
       01  WS-SOD-OTHER        PIC X(10) VALUE SPACES.
       01  WS-SOD-MODE         PIC X(10) VALUE "AJOUT".
       01  WS-SOD-REASON       PIC X(60).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "usrrole".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

      *"GRANT" attribue un profil supplementaire, "REVOKE" le
      *retire.
       01  LK-ACTION           PIC X(10).

       01  LK-USER-NAME        PIC X(50).
       01  LK-ROLE             PIC X(10).

      *"N" = validation immediate et audit ; "Y" = l'appelant tient
      *la transaction du lot et audite apres son propre COMMIT
      *(meme convention que insrt).
       01  LK-COMMIT-MODE      PIC X(01).

      *Operateur qui attribue ou retire : porte sur l'attribution
      *(granted_by) et sur la piste d'audit.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Profils supplementaires d'un compte (table users_roles, une
      *ligne par attribution avec son auteur et sa date ; le
      *profil principal reste dans users.role). Code retour 0 si
      *fait, 1 erreur SQL, 2 compte inconnu, 3 profil deja porte
      *(GRANT) ou non porte (REVOKE), 4 profil refuse par le
      *referentiel, 6 paire interdite par la separation des taches,
      *7 retrait du profil principal (passer par une mutation).
       PROCEDURE DIVISION USING LK-ACTION LK-USER-NAME LK-ROLE
                                 LK-COMMIT-MODE LK-OPERATOR.

           MOVE LK-USER-NAME            TO WS-USER-NAME.
           MOVE FUNCTION UPPER-CASE(LK-ROLE) TO WS-ROLE.
           MOVE LK-OPERATOR             TO WS-GRANTED-BY.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO WS-GRANTED-AT.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-"
                  WS-NOW(7:2) " " WS-NOW(9:2) ":"
                  WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-GRANTED-AT.

           IF WS-ROLE = SPACES
               MOVE 4                   TO RETURN-CODE
               GOBACK
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

           MOVE SPACES                  TO WS-PRIMARY-ROLE.
           EXEC SQL
               SELECT role INTO :WS-PRIMARY-ROLE
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users_roles
               WHERE nom = :WS-USER-NAME AND role = :WS-ROLE
           END-EXEC.

           EVALUATE LK-ACTION
               WHEN "GRANT"
                   PERFORM 0100-GRANT-START
                   THRU    0100-GRANT-END
               WHEN "REVOKE"
                   PERFORM 0200-REVOKE-START
                   THRU    0200-REVOKE-END
               WHEN OTHER
                   DISPLAY "Action de profil inconnue : " LK-ACTION
                   MOVE 1               TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Attribue le profil supplementaire : en vigueur au
      *referentiel, pas deja porte, et compatible avec les profils
      *deja portes.
       0100-GRANT-START.

           IF WS-DUP-COUNT > 0 OR WS-ROLE = WS-PRIMARY-ROLE
               MOVE 3                   TO RETURN-CODE
               GO TO 0100-GRANT-END
           END-IF.

           CALL "rolechk" USING WS-ROLE.
           IF RETURN-CODE NOT = 0
               DISPLAY "Profil refuse par le referentiel : " WS-ROLE
               MOVE 4                   TO RETURN-CODE
               GO TO 0100-GRANT-END
           END-IF.

           CALL "sodchk" USING WS-USER-NAME WS-ROLE WS-SOD-OTHER
                               WS-SOD-MODE WS-SOD-REASON.
           IF RETURN-CODE NOT = 0
               DISPLAY "Refus : " WS-SOD-REASON
               MOVE 6                   TO RETURN-CODE
               GO TO 0100-GRANT-END
           END-IF.

           EXEC SQL
               INSERT INTO users_roles
                      (nom, role, granted_by, granted_at)
               VALUES (:WS-USER-NAME, :WS-ROLE, :WS-GRANTED-BY,
                       :WS-GRANTED-AT)
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-START
               THRU    0900-SQL-ERROR-END
               GO TO 0100-GRANT-END
           END-IF.

           IF LK-COMMIT-MODE NOT = "Y"
               EXEC SQL COMMIT END-EXEC
               MOVE "ROLE+"             TO WS-AUD-ACTION
               MOVE SPACES              TO WS-AUD-BEFORE
               MOVE WS-ROLE             TO WS-AUD-AFTER
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                    LK-OPERATOR
           END-IF.

           DISPLAY "Profil attribue : " FUNCTION TRIM(WS-USER-NAME)
                   " + " WS-ROLE.
           MOVE 0                       TO RETURN-CODE.

           EXIT.
       0100-GRANT-END.

      ******************************************************************

      *Retire un profil supplementaire ; le profil principal ne se
      *retire pas ici, il se remplace par une mutation approuvee.
       0200-REVOKE-START.

           IF WS-ROLE = WS-PRIMARY-ROLE
               MOVE 7                   TO RETURN-CODE
               GO TO 0200-REVOKE-END
           END-IF.

           IF WS-DUP-COUNT = 0
               MOVE 3                   TO RETURN-CODE
               GO TO 0200-REVOKE-END
           END-IF.

           EXEC SQL
               DELETE FROM users_roles
               WHERE nom = :WS-USER-NAME AND role = :WS-ROLE
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-START
               THRU    0900-SQL-ERROR-END
               GO TO 0200-REVOKE-END
           END-IF.

           IF LK-COMMIT-MODE NOT = "Y"
               EXEC SQL COMMIT END-EXEC
               MOVE "ROLE-"             TO WS-AUD-ACTION
               MOVE WS-ROLE             TO WS-AUD-BEFORE
               MOVE SPACES              TO WS-AUD-AFTER
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                    LK-OPERATOR
           END-IF.

           DISPLAY "Profil retire : " FUNCTION TRIM(WS-USER-NAME)
                   " - " WS-ROLE.
           MOVE 0                       TO RETURN-CODE.

           EXIT.
       0200-REVOKE-END.

      ******************************************************************

      *Erreur SQL sur l'ecriture : message, annulation (hors lot)
      *et code retour 1.
       0900-SQL-ERROR-START.

           MOVE SQLCODE                 TO WS-SQLCODE-X.
           CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE.
           DISPLAY "Erreur sur les profils du compte".
           DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE.
           IF LK-COMMIT-MODE NOT = "Y"
               EXEC SQL ROLLBACK END-EXEC
           END-IF.
           MOVE 1                       TO RETURN-CODE.

           EXIT.
       0900-SQL-ERROR-END.

           END PROGRAM usrrole.
