       01  WS-NOTIFY-KIND       PIC X(10) VALUE "WELCOME".
       01  WS-NOTIFY-PAYLOAD    PIC X(30) VALUE SPACES.

      *Pas de numero de mobile a ce stade : le message part par
      *le seul courrier.
       01  WS-NOTIFY-MOBILE     PIC X(20) VALUE SPACES.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-SEVERITY      PIC X(01).
       01  WS-INC-MESSAGE       PIC X(60).
       01  WS-USER-PASS-HASH   PIC X(50).
       01  WS-DUP-COUNT        PIC 9(04).
       01  WS-CREATED-AT       PIC X(19).
       01  WS-GRANTED-BY       PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.


                       VALUES (:WS-USER-NAME, :WS-USER-PASS-HASH,
                               :WS-CREATED-AT)
                   END-EXEC
      *Le profil initial est une attribution comme une autre :
      *users_roles garde son auteur et sa date, a cote des profils
      *supplementaires attribues plus tard.
                   MOVE LK-OPERATOR     TO WS-GRANTED-BY
                   EXEC SQL
                       INSERT INTO users_roles
                              (nom, role, granted_by, granted_at)
                       VALUES (:WS-USER-NAME, :WS-USER-ROLE,
                               :WS-GRANTED-BY, :WS-CREATED-AT)
                   END-EXEC
      *Sans son attribution, le compte ne doit pas rester
      *en base : l'ajout est annule comme un echec de users.
                   IF SQLCODE NOT = 0
                       MOVE SQLCODE     TO WS-SQLCODE-X
                       CALL "sqlmsg" USING WS-SQLCODE-X
                                           WS-SQL-MESSAGE
                       DISPLAY "Erreur lors de l'ajout"
                       DISPLAY "SQLCODE: " SQLCODE " - "
                               WS-SQL-MESSAGE
                       IF LK-COMMIT-MODE NOT = "Y"
                           EXEC SQL ROLLBACK END-EXEC
                       END-IF
                       PERFORM 0300-LOG-ERROR-START
                       THRU    0300-LOG-ERROR-END
                       MOVE 1           TO RETURN-CODE
                   ELSE
                       IF LK-COMMIT-MODE NOT = "Y"
                           EXEC SQL COMMIT END-EXEC
      *La piste d'audit n'enregistre que des mouvements acquis :
      *en mode lot, c'est l'appelant qui auditera apres son COMMIT.
                           MOVE SPACES      TO WS-AUD-BEFORE
                           MOVE WS-USER-ROLE TO WS-AUD-AFTER
                           CALL "audit" USING WS-AUD-PROGRAM
                                WS-AUD-ACTION WS-USER-NAME
                                WS-AUD-BEFORE WS-AUD-AFTER
                                LK-OPERATOR
                       END-IF
                       DISPLAY "Utilisateur ajout√©"
                       DISPLAY WS-USER-NAME
      *En mode lot, l'appelant tient la transaction ouverte et ne
      *sait pas encore si elle sera validee ou annulee : on ne
      *notifie qu'apres son propre COMMIT, jamais ici.
                       IF LK-COMMIT-MODE NOT = "Y"
                           CALL "notify" USING WS-USER-NAME
                                               WS-USER-EMAIL
                                               WS-NOTIFY-KIND
                                               WS-NOTIFY-PAYLOAD
                                               WS-NOTIFY-MOBILE
                       END-IF
                       MOVE 0               TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE SQLCODE         TO WS-SQLCODE-X
                   CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
