       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30) VALUE SPACES.

      *Evenement transmis au controle des comptes rattaches.
       01  WS-OWN-EVENT        PIC X(10) VALUE "SUPPRIME".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
                   DELETE FROM users WHERE nom = :WS-USER-NAME
               END-EXEC

      *Les attributions de profils partent avec le compte : un
      *nom recree plus tard ne doit pas heriter de profils.
               IF SQLCODE = 0
                   EXEC SQL
                       DELETE FROM users_roles
                       WHERE nom = :WS-USER-NAME
                   END-EXEC
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
                   MOVE SPACES          TO WS-AUD-BEFORE
                   STRING FUNCTION TRIM(WS-ROW-ROLE)
                        WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                        LK-OPERATOR
                   DISPLAY "Utilisateur supprime : " WS-USER-NAME
      *Les comptes de service et prestataires dont il etait le
      *responsable sont signales pour reattribution.
                   CALL "ownchk" USING WS-USER-NAME WS-OWN-EVENT
                                       LK-OPERATOR
                   MOVE 0               TO RETURN-CODE
               ELSE
                   MOVE SQLCODE         TO WS-SQLCODE-X
