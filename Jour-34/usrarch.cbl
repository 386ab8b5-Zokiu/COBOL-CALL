      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrarch.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit : le dernier mouvement d'un compte (sa
      *desactivation, le plus souvent) compte comme activite, la
      *table ne datant pas le changement de statut.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Rapport du passage : un compte par ligne, archive, simule
      *ou en echec.
           SELECT F-REPORT ASSIGN TO "archive_report.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-AUDIT.

       01  REC-F-AUDIT.
           05 AUD-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 AUD-PROGRAM      PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-ACTION       PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-NOM          PIC X(50).
           05 FILLER           PIC X(08).
           05 AUD-BEFORE       PIC X(30).
           05 FILLER           PIC X(08).
           05 AUD-AFTER        PIC X(30).
           05 FILLER           PIC X(06).
           05 AUD-OPERATOR     PIC X(20).
           05 FILLER           PIC X(55).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(100).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "usrarch".

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG1             PIC X(10).
       01  WS-SIMUL-FLAG       PIC X(01) VALUE "N".
           88 RUN-IS-SIMUL                 VALUE "Y".

      *Duree de conservation en base d'un compte inactif (cle
      *TUN.ARCHIVE-DAYS du service central des parametres ; un an
      *a defaut).
       01  WS-ARCHIVE-DAYS     PIC 9(04) VALUE 365.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

       01  WS-NOW              PIC X(21).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-REF-YMD          PIC X(08).
       01  WS-REF-INT          PIC 9(08).
       01  WS-REF-AGE          PIC S9(08).
       01  WS-REF-DATE         PIC X(10).

      *Comptes desactives ou rejetes, charges avant tout mouvement
      *pour ne pas archiver sous un curseur ouvert.
       01  CANDIDATE-TABLE.
           05 CA-LGHT          PIC 9(05) VALUE ZERO.
           05 CA-MAX           PIC 9(05) VALUE 5000.
           05 CA-ENTRY OCCURS 5000 TIMES INDEXED BY CA-IDX.
                10 CA-NOM       PIC X(50).
                10 CA-STATUS    PIC X(01).
                10 CA-CREATED   PIC X(19).
                10 CA-LAST-LOGIN PIC X(19).
                10 CA-LAST-MOVE PIC X(10).

       01  WS-CANDIDATES       PIC 9(05) VALUE ZERO.
       01  WS-ARCHIVED         PIC 9(05) VALUE ZERO.
       01  WS-FAILED           PIC 9(05) VALUE ZERO.
       01  WS-KEPT             PIC 9(05) VALUE ZERO.

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "usrarch".
       01  WS-AUD-ACTION       PIC X(10) VALUE "ARCHIVE".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30) VALUE "ARCHIVE".
       01  WS-OPERATOR         PIC X(20) VALUE "USRARCH".

       01  WS-REPORT-LINE.
           05 OUT-KIND         PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-NOM          PIC X(50).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-STATUS       PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-REF          PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-AGE          PIC ZZZZ9.

       01  WS-TRAILER.
           05 FILLER           PIC X(12) VALUE "Candidats : ".
           05 OUT-T-CAND       PIC ZZZZ9.
           05 FILLER           PIC X(13) VALUE " / archives: ".
           05 OUT-T-ARCH       PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE " / echecs : ".
           05 OUT-T-FAIL       PIC ZZZZ9.
           05 FILLER           PIC X(13) VALUE " / conserves:".
           05 OUT-T-KEPT       PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-ROW-LAST-LOGIN   PIC X(19).
       01  WS-CUR-STATUS       PIC X(01).
       01  WS-PWDH-COUNT       PIC 9(04).
       01  WS-ARCH-COUNT       PIC 9(04).
       01  WS-STAMP            PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-ARCH CURSOR FOR
           SELECT nom, status, created_at,
                  COALESCE(last_login_at, ' ')
           FROM users WHERE status IN ('D', 'U') ORDER BY nom
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Archivage mensuel des comptes desactives ("D") ou rejetes
      *("U") sans activite depuis plus de TUN.ARCHIVE-DAYS jours :
      *la derniere activite est la plus recente de la creation, de
      *la derniere connexion et du dernier mouvement d'audit du
      *compte. Chaque compte retenu passe dans users_archive (profil
      *principal, email, dates, condensat, categorie, responsable,
      *mobile et nombre de mots de passe historises), puis ses
      *lignes users_roles, users_pwd_history et users sont
      *supprimees -- le tout en une seule unite de travail par
      *compte, auditee apres le COMMIT. Argument SIMUL : rapport
      *seul, rien ne bouge. La restauration passe par usrrest.
      *Code retour : 0 passage complet, 2 au moins un echec, 1
      *connexion impossible.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1.
           EVALUATE WS-ARG1
             WHEN SPACES
               CONTINUE
             WHEN "SIMUL"
               SET RUN-IS-SIMUL         TO TRUE
             WHEN OTHER
               DISPLAY "Usage : usrarch [SIMUL]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE "TUN.ARCHIVE-DAYS"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-ARCHIVE-DAYS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))).
           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "archive_report.out, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL OPEN C-ARCH END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-ARCH INTO :WS-ROW-NOM, :WS-ROW-STATUS,
                                     :WS-ROW-CREATED,
                                     :WS-ROW-LAST-LOGIN
               END-EXEC

               IF SQLCODE = 0 AND CA-LGHT < CA-MAX
                   ADD 1                TO CA-LGHT
                   MOVE WS-ROW-NOM      TO CA-NOM       (CA-LGHT)
                   MOVE WS-ROW-STATUS   TO CA-STATUS    (CA-LGHT)
                   MOVE WS-ROW-CREATED  TO CA-CREATED   (CA-LGHT)
                   MOVE WS-ROW-LAST-LOGIN
                                        TO CA-LAST-LOGIN(CA-LGHT)
                   MOVE SPACES          TO CA-LAST-MOVE (CA-LGHT)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-ARCH END-EXEC.

           MOVE CA-LGHT                 TO WS-CANDIDATES.

           PERFORM 0100-LAST-MOVES-START
           THRU    0100-LAST-MOVES-END.

           PERFORM VARYING CA-IDX FROM 1 BY 1
                     UNTIL CA-IDX > CA-LGHT
               PERFORM 0200-CHECK-ONE-START
               THRU    0200-CHECK-ONE-END
           END-PERFORM.

           MOVE WS-CANDIDATES           TO OUT-T-CAND.
           MOVE WS-ARCHIVED             TO OUT-T-ARCH.
           MOVE WS-FAILED               TO OUT-T-FAIL.
           MOVE WS-KEPT                 TO OUT-T-KEPT.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           IF RUN-IS-SIMUL
               DISPLAY "Archivage (simulation) -- candidats : "
                       WS-CANDIDATES " a archiver : " WS-ARCHIVED
                       " conserves : " WS-KEPT
           ELSE
               DISPLAY "Archivage -- candidats : " WS-CANDIDATES
                       " archives : " WS-ARCHIVED
                       " echecs : " WS-FAILED
                       " conserves : " WS-KEPT
           END-IF.

           IF WS-FAILED > 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Date du dernier mouvement d'audit de chaque candidat ; une
      *piste absente laisse la creation et la connexion seules
      *juges.
       0100-LAST-MOVES-START.

           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0100-LAST-MOVES-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                SET CA-IDX               TO 1
                SEARCH CA-ENTRY
                  AT END
                    CONTINUE
                  WHEN CA-IDX > CA-LGHT
                    CONTINUE
                  WHEN CA-NOM(CA-IDX) = AUD-NOM
                    IF AUD-TIMESTAMP(1:10) > CA-LAST-MOVE(CA-IDX)
                        MOVE AUD-TIMESTAMP(1:10)
                                         TO CA-LAST-MOVE(CA-IDX)
                    END-IF
                END-SEARCH
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           EXIT.
       0100-LAST-MOVES-END.

      ******************************************************************

      *Age de la derniere activite du candidat courant ; au-dela
      *de la duree de conservation, il est archive (ou seulement
      *signale en simulation). Un compte sans aucune date lisible
      *est conserve : on n'archive pas a l'aveugle.
       0200-CHECK-ONE-START.

           MOVE SPACES                  TO WS-REF-DATE.
           IF CA-CREATED(CA-IDX)(1:10) > WS-REF-DATE
               MOVE CA-CREATED(CA-IDX)(1:10) TO WS-REF-DATE
           END-IF.
           IF CA-LAST-LOGIN(CA-IDX)(1:10) > WS-REF-DATE
               MOVE CA-LAST-LOGIN(CA-IDX)(1:10) TO WS-REF-DATE
           END-IF.
           IF CA-LAST-MOVE(CA-IDX) > WS-REF-DATE
               MOVE CA-LAST-MOVE(CA-IDX) TO WS-REF-DATE
           END-IF.

           MOVE CA-NOM(CA-IDX)          TO OUT-NOM.
           MOVE CA-STATUS(CA-IDX)       TO OUT-STATUS.
           MOVE WS-REF-DATE             TO OUT-REF.
           MOVE 0                       TO OUT-AGE.

           IF WS-REF-DATE(1:4) IS NOT NUMERIC
             OR WS-REF-DATE(6:2) IS NOT NUMERIC
             OR WS-REF-DATE(9:2) IS NOT NUMERIC
               ADD 1                    TO WS-KEPT
               MOVE "DATE ?"            TO OUT-KIND
               PERFORM 0400-WRITE-LINE-START
               THRU    0400-WRITE-LINE-END
               GO TO 0200-CHECK-ONE-END
           END-IF.

           MOVE SPACES                  TO WS-REF-YMD.
           STRING WS-REF-DATE(1:4) WS-REF-DATE(6:2) WS-REF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-REF-YMD.
           COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-REF-YMD)).
           COMPUTE WS-REF-AGE = WS-TODAY-INT - WS-REF-INT.
           MOVE WS-REF-AGE              TO OUT-AGE.

           IF WS-REF-AGE <= WS-ARCHIVE-DAYS
               ADD 1                    TO WS-KEPT
               GO TO 0200-CHECK-ONE-END
           END-IF.

           IF RUN-IS-SIMUL
               ADD 1                    TO WS-ARCHIVED
               MOVE "SIMUL"             TO OUT-KIND
               PERFORM 0400-WRITE-LINE-START
               THRU    0400-WRITE-LINE-END
               GO TO 0200-CHECK-ONE-END
           END-IF.

           PERFORM 0300-ARCHIVE-ONE-START
           THRU    0300-ARCHIVE-ONE-END.
           PERFORM 0400-WRITE-LINE-START
           THRU    0400-WRITE-LINE-END.

           EXIT.
       0200-CHECK-ONE-END.

      ******************************************************************

      *Deplace le compte courant dans users_archive, en une seule
      *unite de travail ; le statut est relu pour ne pas archiver
      *un compte reactive depuis le chargement des candidats.
       0300-ARCHIVE-ONE-START.

           MOVE CA-NOM(CA-IDX)          TO WS-ROW-NOM.

           MOVE SPACE                   TO WS-CUR-STATUS.
           EXEC SQL
               SELECT status INTO :WS-CUR-STATUS
               FROM users WHERE nom = :WS-ROW-NOM
           END-EXEC.
           IF WS-CUR-STATUS NOT = "D" AND WS-CUR-STATUS NOT = "U"
               SUBTRACT 1               FROM WS-CANDIDATES
               MOVE "REACTIVE"          TO OUT-KIND
               GO TO 0300-ARCHIVE-ONE-END
           END-IF.

      *Un nom deja present en archive (restauration puis nouvel
      *archivage mal solde) n'est pas ecrase.
           MOVE 0                       TO WS-ARCH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ARCH-COUNT
               FROM users_archive WHERE nom = :WS-ROW-NOM
           END-EXEC.
           IF WS-ARCH-COUNT > 0
               ADD 1                    TO WS-FAILED
               MOVE "DEJA ARCH."        TO OUT-KIND
               GO TO 0300-ARCHIVE-ONE-END
           END-IF.

           MOVE 0                       TO WS-PWDH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PWDH-COUNT
               FROM users_pwd_history WHERE nom = :WS-ROW-NOM
           END-EXEC.

           EXEC SQL
               INSERT INTO users_archive
                      (nom, password, role, email, status,
                       created_at, pwd_changed_at, last_login_at,
                       category, owner, end_date, mobile,
                       pwd_hist_count, archived_at, archived_by)
               SELECT nom, password, role, email, status,
                      created_at, pwd_changed_at, last_login_at,
                      category, owner, end_date, mobile,
                      :WS-PWDH-COUNT, :WS-STAMP, 'usrarch'
               FROM users WHERE nom = :WS-ROW-NOM
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM users_roles WHERE nom = :WS-ROW-NOM
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM users_pwd_history
                   WHERE nom = :WS-ROW-NOM
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM users WHERE nom = :WS-ROW-NOM
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1                    TO WS-ARCHIVED
               MOVE "ARCHIVE"           TO OUT-KIND
               MOVE WS-CUR-STATUS       TO WS-AUD-BEFORE
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-ROW-NOM WS-AUD-BEFORE WS-AUD-AFTER
                    WS-OPERATOR
           ELSE
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur a l'archivage de "
                       FUNCTION TRIM(WS-ROW-NOM)
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1                    TO WS-FAILED
               MOVE "ECHEC SQL"         TO OUT-KIND
           END-IF.

           EXIT.
       0300-ARCHIVE-ONE-END.

      ******************************************************************

      *Ecrit la ligne de rapport du compte courant.
       0400-WRITE-LINE-START.

           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0400-WRITE-LINE-END.
