      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrrest.
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

       01  WS-NOW              PIC X(21).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-PASSWORD     PIC X(50).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       01  WS-GRANTED-BY       PIC X(20).
       01  WS-STAMP            PIC X(19).
       01  WS-DUP-COUNT        PIC 9(04).
       01  WS-ARCH-COUNT       PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "usrrest".
       01  WS-AUD-ACTION       PIC X(10) VALUE "RESTORE".
       01  WS-AUD-BEFORE       PIC X(30) VALUE "ARCHIVE".
       01  WS-AUD-AFTER        PIC X(30) VALUE "D".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-USER-NAME        PIC X(50).

      *Operateur a l'origine de la restauration, reporte sur la
      *piste d'audit et comme auteur de l'attribution du profil.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Restauration d'un compte archive par usrarch : le compte
      *revient dans users desactive ("D") avec son profil principal,
      *son email, ses dates et son condensat ; il ne redevient actif
      *que par une reactivation explicite. Les profils
      *supplementaires ne sont pas rendus : ils se redemandent.
      *Code retour : 0 restaure, 2 absent de l'archive, 3 le nom
      *existe deja dans users, 1 erreur SQL.
       PROCEDURE DIVISION USING LK-USER-NAME LK-OPERATOR.

           MOVE LK-USER-NAME TO WS-USER-NAME.

           MOVE 0                       TO WS-ARCH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ARCH-COUNT
               FROM users_archive WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-ARCH-COUNT = 0
               MOVE 2                   TO RETURN-CODE
               GOBACK
           END-IF.

      *Un nom repris entre-temps par un nouveau compte bloque la
      *restauration : on ne fusionne jamais deux identites.
           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-DUP-COUNT > 0
               MOVE 3                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           MOVE SPACES                  TO WS-ROW-ROLE.
           MOVE SPACE                   TO WS-ROW-STATUS.
           MOVE SPACES                  TO WS-ROW-PASSWORD.
           MOVE SPACES                  TO WS-ROW-PWD-CHANGED.
           EXEC SQL
               SELECT role, status, password,
                      COALESCE(pwd_changed_at, created_at)
               INTO :WS-ROW-ROLE, :WS-ROW-STATUS,
                    :WS-ROW-PASSWORD, :WS-ROW-PWD-CHANGED
               FROM users_archive WHERE nom = :WS-USER-NAME
           END-EXEC.

           EXEC SQL
               INSERT INTO users (nom, password, role, email,
                                  status, created_at,
                                  pwd_changed_at, last_login_at,
                                  category, owner, end_date, mobile)
               SELECT nom, password, role, email, 'D', created_at,
                      pwd_changed_at, last_login_at, category,
                      owner, end_date, mobile
               FROM users_archive WHERE nom = :WS-USER-NAME
           END-EXEC.

      *L'historique des mots de passe est reparti du condensat en
      *place, pour que le premier changement ne puisse pas y
      *revenir ; le profil principal est une attribution de
      *l'operateur qui restaure.
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO users_pwd_history
                          (nom, pwd_hash, changed_at)
                   VALUES (:WS-USER-NAME, :WS-ROW-PASSWORD,
                           :WS-ROW-PWD-CHANGED)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE LK-OPERATOR         TO WS-GRANTED-BY
               EXEC SQL
                   INSERT INTO users_roles
                          (nom, role, granted_by, granted_at)
                   VALUES (:WS-USER-NAME, :WS-ROW-ROLE,
                           :WS-GRANTED-BY, :WS-STAMP)
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM users_archive
                   WHERE nom = :WS-USER-NAME
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE "ARCHIVE "          TO WS-AUD-BEFORE
               MOVE WS-ROW-STATUS       TO WS-AUD-BEFORE(9:1)
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                    LK-OPERATOR
               DISPLAY "Compte restaure (desactive) : "
                       FUNCTION TRIM(WS-USER-NAME)
               MOVE 0                   TO RETURN-CODE
           ELSE
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur lors de la restauration du compte"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 1                   TO RETURN-CODE
           END-IF.

           MOVE WS-USER-NAME TO LK-USER-NAME.

           GOBACK.

           END PROGRAM usrrest.
