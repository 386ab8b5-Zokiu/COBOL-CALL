      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrcat.
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
       01  WS-CATEGORY         PIC X(01).
       01  WS-OWNER            PIC X(50).
       01  WS-END-DATE         PIC X(10).
       01  WS-CUR-CATEGORY     PIC X(01).
       01  WS-CUR-OWNER        PIC X(50).
       01  WS-CUR-END-DATE     PIC X(10).
       01  WS-OWN-STATUS       PIC X(01).
       01  WS-OWN-CATEGORY     PIC X(01).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC 9(08).
       01  WS-END-YMD          PIC 9(08).
       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "usrcat".
       01  WS-AUD-ACTION       PIC X(10) VALUE "CATEGORIE".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

      *"CHECK" controle seulement (le compte peut ne pas exister
      *encore : controle avant un ajout) ; "SET" controle et
      *enregistre sur un compte existant.
       01  LK-ACTION           PIC X(10).

       01  LK-USER-NAME        PIC X(50).

      *E salarie (defaut, y compris a blanc), C prestataire, S
      *compte de service.
       01  LK-CATEGORY         PIC X(01).

      *Responsable du compte (C et S) : un compte salarie actif.
       01  LK-OWNER            PIC X(50).

      *Date de fin de mission d'un prestataire, AAAAMMJJ.
       01  LK-END-DATE         PIC X(08).

      *"N" = validation immediate et audit ; "Y" = l'appelant tient
      *la transaction du lot (meme convention que insrt).
       01  LK-COMMIT-MODE      PIC X(01).

       01  LK-OPERATOR         PIC X(20).

      *Motif du refus, en clair.
       01  LK-REASON           PIC X(60).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Categorie d'un compte (salarie, prestataire, service) avec
      *son responsable et, pour un prestataire, sa date de fin.
      *Code retour 0 si admis (et enregistre en SET), 1 erreur SQL,
      *2 compte inconnu (SET), 5 categorie ou date refusee, 8
      *responsable refuse ; LK-REASON dit pourquoi.
       PROCEDURE DIVISION USING LK-ACTION LK-USER-NAME LK-CATEGORY
                                 LK-OWNER LK-END-DATE LK-COMMIT-MODE
                                 LK-OPERATOR LK-REASON.

           MOVE SPACES                  TO LK-REASON.
           MOVE LK-USER-NAME            TO WS-USER-NAME.
           MOVE FUNCTION UPPER-CASE(LK-CATEGORY) TO WS-CATEGORY.
           MOVE LK-OWNER                TO WS-OWNER.
           MOVE SPACES                  TO WS-END-DATE.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.

           IF WS-CATEGORY = SPACE
               MOVE "E"                 TO WS-CATEGORY
           END-IF.

           PERFORM 0100-CHECK-START
           THRU    0100-CHECK-END.

           IF RETURN-CODE NOT = 0 OR LK-ACTION NOT = "SET"
               GOBACK
           END-IF.

           PERFORM 0200-SET-START
           THRU    0200-SET-END.

           GOBACK.

      ******************************************************************

      *Controles : categorie connue ; un salarie n'a ni responsable
      *ni date de fin ; un prestataire ou un compte de service a un
      *responsable salarie actif, autre que lui-meme ; un
      *prestataire a une date de fin valide et a venir.
       0100-CHECK-START.

           MOVE 0                       TO RETURN-CODE.

           IF WS-CATEGORY NOT = "E" AND NOT = "C" AND NOT = "S"
               STRING "Categorie inconnue : " WS-CATEGORY
                      " (E salarie, C prestataire, S service)"
                      DELIMITED BY SIZE INTO LK-REASON
               MOVE 5                   TO RETURN-CODE
               GO TO 0100-CHECK-END
           END-IF.

           IF WS-CATEGORY = "E"
               MOVE SPACES              TO WS-OWNER
               GO TO 0100-CHECK-END
           END-IF.

           IF WS-CATEGORY = "C"
               IF LK-END-DATE IS NOT NUMERIC
                   MOVE "Date de fin de mission obligatoire "
                        & "(AAAAMMJJ)"  TO LK-REASON
                   MOVE 5               TO RETURN-CODE
                   GO TO 0100-CHECK-END
               END-IF
               MOVE LK-END-DATE         TO WS-END-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-YMD) NOT = 0
                 OR WS-END-YMD < WS-TODAY
                   STRING "Date de fin invalide ou passee : "
                          LK-END-DATE
                          DELIMITED BY SIZE INTO LK-REASON
                   MOVE 5               TO RETURN-CODE
                   GO TO 0100-CHECK-END
               END-IF
               STRING LK-END-DATE(1:4) "-" LK-END-DATE(5:2) "-"
                      LK-END-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-END-DATE
           END-IF.

           IF WS-OWNER = SPACES
               MOVE "Responsable obligatoire pour un prestataire ou "
                    & "un service"      TO LK-REASON
               MOVE 8                   TO RETURN-CODE
               GO TO 0100-CHECK-END
           END-IF.

           IF WS-OWNER = WS-USER-NAME
               MOVE "Un compte ne peut pas etre son propre "
                    & "responsable"     TO LK-REASON
               MOVE 8                   TO RETURN-CODE
               GO TO 0100-CHECK-END
           END-IF.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-OWNER
           END-EXEC.
           IF WS-DUP-COUNT = 0
               STRING "Responsable inconnu : "
                      FUNCTION TRIM(WS-OWNER)
                      DELIMITED BY SIZE INTO LK-REASON
               MOVE 8                   TO RETURN-CODE
               GO TO 0100-CHECK-END
           END-IF.

           MOVE SPACE                   TO WS-OWN-STATUS.
           MOVE SPACE                   TO WS-OWN-CATEGORY.
           EXEC SQL
               SELECT status, COALESCE(category, 'E')
               INTO :WS-OWN-STATUS, :WS-OWN-CATEGORY
               FROM users WHERE nom = :WS-OWNER
           END-EXEC.

           IF WS-OWN-STATUS NOT = "A"
             OR (WS-OWN-CATEGORY NOT = "E"
                 AND WS-OWN-CATEGORY NOT = SPACE)
               STRING "Le responsable doit etre un salarie actif : "
                      FUNCTION TRIM(WS-OWNER)
                      DELIMITED BY SIZE INTO LK-REASON
               MOVE 8                   TO RETURN-CODE
           END-IF.

           EXIT.
       0100-CHECK-END.

      ******************************************************************

      *Enregistre la categorie sur le compte ; l'ancienne et la
      *nouvelle valeur vont a la piste d'audit.
       0200-SET-START.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.
           IF WS-DUP-COUNT = 0
               MOVE 2                   TO RETURN-CODE
               GO TO 0200-SET-END
           END-IF.

           MOVE SPACES                  TO WS-CUR-CATEGORY.
           MOVE SPACES                  TO WS-CUR-OWNER.
           MOVE SPACES                  TO WS-CUR-END-DATE.
           EXEC SQL
               SELECT COALESCE(category, 'E'), COALESCE(owner, ' '),
                      COALESCE(end_date, ' ')
               INTO :WS-CUR-CATEGORY, :WS-CUR-OWNER, :WS-CUR-END-DATE
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           EXEC SQL
               UPDATE users
               SET category = :WS-CATEGORY,
                   owner = :WS-OWNER,
                   end_date = :WS-END-DATE
               WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur lors du changement de categorie"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               IF LK-COMMIT-MODE NOT = "Y"
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
               MOVE 1                   TO RETURN-CODE
               GO TO 0200-SET-END
           END-IF.

      *En lot, l'appelant audite apres son propre COMMIT.
           IF LK-COMMIT-MODE NOT = "Y"
               EXEC SQL COMMIT END-EXEC
               MOVE SPACES              TO WS-AUD-BEFORE
               STRING WS-CUR-CATEGORY " " WS-CUR-END-DATE " "
                      WS-CUR-OWNER
                      DELIMITED BY SIZE INTO WS-AUD-BEFORE
               MOVE SPACES              TO WS-AUD-AFTER
               STRING WS-CATEGORY " " WS-END-DATE " " WS-OWNER
                      DELIMITED BY SIZE INTO WS-AUD-AFTER
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                    LK-OPERATOR
           END-IF.

           DISPLAY "Categorie du compte : "
                   FUNCTION TRIM(WS-USER-NAME) " -> " WS-CATEGORY.
           MOVE 0                       TO RETURN-CODE.

           EXIT.
       0200-SET-END.

           END PROGRAM usrcat.
