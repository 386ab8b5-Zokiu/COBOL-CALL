      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updt_rol.
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
       01  WS-CUR-ROLE         PIC X(10).
       01  WS-NEW-ROLE         PIC X(10).
       01  WS-DUP-COUNT        PIC 9(04).
       01  WS-GRANTED-BY       PIC X(20).
       01  WS-GRANTED-AT       PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-NOW              PIC X(21).

      *Zones passees au controle de separation des taches : le
      *nouveau profil principal ne doit former de paire interdite
      *avec aucun des profils supplementaires du compte.
       01  WS-SOD-OTHER        PIC X(10) VALUE SPACES.
       01  WS-SOD-MODE         PIC X(10) VALUE "MUTATION".
       01  WS-SOD-REASON       PIC X(60).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "updt_rol".
       01  WS-AUD-ACTION       PIC X(10) VALUE "ROLE".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-USER-NAME        PIC X(50).

      *Nouveau profil du compte (mutation) : il doit etre en
      *vigueur au referentiel roles.dat au moment de l'application,
      *pas seulement au moment de la demande.
       01  LK-ROLE             PIC X(10).

      *Operateur a l'origine de l'action (l'approbateur), reporte
      *sur la piste d'audit.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Changement du profil d'un compte existant (mutation) : le
      *compte garde son historique de mots de passe, sa derniere
      *connexion et sa continuite d'audit, au lieu d'un
      *desactiver-recreer. Code retour 0 si applique, 1 erreur SQL,
      *2 compte inconnu, 3 profil deja porte, 4 profil refuse par
      *le referentiel, 6 paire de profils interdite par la
      *separation des taches.
       PROCEDURE DIVISION USING LK-USER-NAME LK-ROLE
                                 LK-OPERATOR.

           MOVE LK-USER-NAME TO WS-USER-NAME.
           MOVE FUNCTION UPPER-CASE(LK-ROLE) TO WS-NEW-ROLE.

           IF WS-NEW-ROLE = SPACES
               MOVE 4                   TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "rolechk" USING WS-NEW-ROLE.
           IF RETURN-CODE NOT = 0
               DISPLAY "Profil refuse par le referentiel : "
                       WS-NEW-ROLE
               MOVE 4                   TO RETURN-CODE
               GOBACK
           END-IF.

      *On verifie que le compte existe avant toute mise a jour,
      *pour renvoyer un code distinct pour "nom inconnu".
           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-DUP-COUNT = 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE SPACES              TO WS-CUR-ROLE
               EXEC SQL
                   SELECT role INTO :WS-CUR-ROLE
                   FROM users WHERE nom = :WS-USER-NAME
               END-EXEC

      *Deja porteur du profil demande : code distinct pour que
      *l'appelant puisse le dire sans pretendre avoir agi.
               IF WS-CUR-ROLE = WS-NEW-ROLE
                   MOVE 3               TO RETURN-CODE
                   GOBACK
               END-IF

               CALL "sodchk" USING WS-USER-NAME WS-NEW-ROLE
                                   WS-SOD-OTHER WS-SOD-MODE
                                   WS-SOD-REASON
               IF RETURN-CODE NOT = 0
                   DISPLAY "Refus : " WS-SOD-REASON
                   MOVE 6               TO RETURN-CODE
                   GOBACK
               END-IF

               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE SPACES              TO WS-GRANTED-AT
               STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-"
                      WS-NOW(7:2) " " WS-NOW(9:2) ":"
                      WS-NOW(11:2) ":" WS-NOW(13:2)
                      DELIMITED BY SIZE INTO WS-GRANTED-AT
               MOVE LK-OPERATOR         TO WS-GRANTED-BY

               IF WS-CUR-ROLE NOT = WS-NEW-ROLE
                   EXEC SQL
                       UPDATE users SET role = :WS-NEW-ROLE
                       WHERE nom = :WS-USER-NAME
                   END-EXEC

      *L'attribution du profil principal suit la mutation : la
      *ligne sortante disparait de users_roles, la nouvelle porte
      *l'approbateur et la date. Un profil supplementaire identique
      *au nouveau profil principal est absorbe.
                   IF SQLCODE = 0
                       EXEC SQL
                           DELETE FROM users_roles
                           WHERE nom = :WS-USER-NAME
                             AND (role = :WS-CUR-ROLE
                                  OR role = :WS-NEW-ROLE)
                       END-EXEC
                       EXEC SQL
                           INSERT INTO users_roles
                                  (nom, role, granted_by, granted_at)
                           VALUES (:WS-USER-NAME, :WS-NEW-ROLE,
                                   :WS-GRANTED-BY, :WS-GRANTED-AT)
                       END-EXEC
                   END-IF

                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
      *Ancien et nouveau profil sur la meme ligne d'audit : la
      *mutation se lit sans rapprochement.
                       MOVE WS-CUR-ROLE TO WS-AUD-BEFORE
                       MOVE WS-NEW-ROLE TO WS-AUD-AFTER
                       CALL "audit" USING WS-AUD-PROGRAM
                            WS-AUD-ACTION WS-USER-NAME
                            WS-AUD-BEFORE WS-AUD-AFTER
                            LK-OPERATOR
                       DISPLAY "Profil change : "
                               FUNCTION TRIM(WS-USER-NAME) " "
                               FUNCTION TRIM(WS-CUR-ROLE) " -> "
                               WS-NEW-ROLE
                       MOVE 0           TO RETURN-CODE
                   ELSE
                       MOVE SQLCODE     TO WS-SQLCODE-X
                       CALL "sqlmsg" USING WS-SQLCODE-X
                                           WS-SQL-MESSAGE
                       DISPLAY "Erreur lors du changement de profil"
                       DISPLAY "SQLCODE: " SQLCODE " - "
                               WS-SQL-MESSAGE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 1           TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           GOBACK.

           END PROGRAM updt_rol.
