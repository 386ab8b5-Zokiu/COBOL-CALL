      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updt_nom.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       SPECIAL-NAMES.
      *Memes caracteres que pour un nom saisi a l'ajout.
           CLASS WS-NAME-CHARACTER IS "A" THRU "Z", "a" THRU "z",
                                 "0" THRU "9", "-", "_", ".", SPACE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier a plat qui porte le nom du compte (verrouillages,
      *jetons de reinitialisation, files d'approbation, boite
      *d'envoi, identifiants d'export), et sa copie de travail
      *basculee en place une fois complete.
           SELECT F-LIVE ASSIGN TO WS-LIVE-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LIVE-STATUS.

           SELECT F-WORK ASSIGN TO "updt_nom.work"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-WORK-STATUS.

      *Reservations de noms de compte tenues par namegen : un nom
      *servi a quelqu'un ne peut pas etre pris par un renommage.
           SELECT F-RESERVE ASSIGN TO "names_reserved.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RESERVE-STATUS.

      *Operateurs habilites au menu : un compte operateur renomme
      *doit y etre repris a la main.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-LIVE.

       01  REC-F-LIVE          PIC X(256).

       FD  F-WORK.

       01  REC-F-WORK          PIC X(256).

       FD  F-RESERVE.

       01  REC-F-RESERVE.
           05 RSV-USER         PIC X(50).
           05 FILLER           PIC X(01).
           05 RSV-EMAIL        PIC X(50).

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-LIVE-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIVE-STATUS-OK             VALUE "00".
           88 F-LIVE-STATUS-EOF            VALUE "10".

       01  F-WORK-STATUS       PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK             VALUE "00".

       01  F-RESERVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESERVE-STATUS-OK          VALUE "00".
           88 F-RESERVE-STATUS-EOF         VALUE "10".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

      *Fichiers a plat qui portent le nom du compte : nom et
      *position de la zone nom (toujours cinquante caracteres).
       01  STORE-LIST.
           05 FILLER           PIC X(40) VALUE "auth_attempts.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "reset_tokens.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "pending_deletes.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "pending_roles.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "notify_outbox.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "export_ids.dat".
           05 FILLER           PIC 9(03) VALUE 12.
           05 FILLER           PIC X(40) VALUE "provenance.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "notify_prefs.dat".
           05 FILLER           PIC 9(03) VALUE 1.
           05 FILLER           PIC X(40) VALUE "workq_track.dat".
           05 FILLER           PIC 9(03) VALUE 6.
           05 FILLER           PIC X(40) VALUE "scheduled_actions.dat".
           05 FILLER           PIC 9(03) VALUE 21.
       01  STORE-TABLE REDEFINES STORE-LIST.
           05 SF OCCURS 10 TIMES INDEXED BY SF-IDX.
                10 SF-NAME      PIC X(40).
                10 SF-POS       PIC 9(03).
       01  SF-LGHT             PIC 9(02) VALUE 10.

       01  WS-LIVE-NAME        PIC X(40).
       01  WS-WORK-NAME        PIC X(13) VALUE "updt_nom.work".
       01  WS-POS              PIC 9(03).
       01  WS-RENAME-RC        PIC S9(09) COMP.
       01  WS-SEALED-FLAG      PIC X(01) VALUE "N".
           88 FILE-IS-SEALED               VALUE "Y".
       01  WS-LINE-DONE        PIC 9(07).
       01  WS-FILE-DONE        PIC 9(07) VALUE ZERO.

       01  WS-RESERVED-FLAG    PIC X(01) VALUE "N".
           88 NAME-IS-RESERVED             VALUE "Y".

       01  WS-NOW              PIC X(21).

      *Verrou du repartiteur : la boite d'envoi est reecrite.
       01  WS-LOCK-ACTION      PIC X(08).
       01  WS-LOCK-FILE        PIC X(40) VALUE "dispatch.lock".
       01  WS-LOCK-OWNER       PIC X(10) VALUE "updt_nom".
       01  WS-LOCK-GEN         PIC X(14) VALUE SPACES.
       01  WS-LOCK-FORCE       PIC X(01) VALUE "N".

      *Zones passees a la piste d'audit : ancien et nouveau nom,
      *tronques a la largeur des zones d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "updt_nom".
       01  WS-AUD-ACTION       PIC X(10) VALUE "RENOMME".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      *Zones passees au scellement d'integrite d'un fichier scelle
      *reecrit.
       01  WS-VCK-ACTION       PIC X(08).
       01  WS-VCK-FILE         PIC X(40).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-OLD-NAME         PIC X(50).
       01  WS-NEW-NAME         PIC X(50).
       01  WS-DUP-COUNT        PIC 9(04).
       01  WS-ARCH-COUNT       PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-OLD-NAME         PIC X(50).
       01  LK-NEW-NAME         PIC X(50).

      *Operateur a l'origine de l'action, reporte sur la piste
      *d'audit.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Renommage d'un compte (mariage, faute de frappe a la
      *saisie) -- jusqu'ici un supprimer-recreer qui perdait
      *l'historique des mots de passe, le dernier login, et
      *laissait orphelins audit, verrouillage, jetons et messages.
      *Le nom change dans la base (users, historique des mots de
      *passe, profils supplementaires) en une seule unite de
      *travail, puis dans chaque fichier qui porte le compte ; la
      *piste d'audit recoit une ligne RENOMME sous le nouveau nom,
      *l'ancien en zone avant, que suivent usrinfo et audinq.
      *Codes retour : 0 fait, 2 compte inconnu, 3 nouveau nom deja
      *pris (compte, archive ou reservation), 4 nouveau nom
      *invalide, 8 verrou du repartiteur refuse, 1 echec SQL.
       PROCEDURE DIVISION USING LK-OLD-NAME LK-NEW-NAME
                                 LK-OPERATOR.

           MOVE LK-OLD-NAME             TO WS-OLD-NAME.
           MOVE LK-NEW-NAME             TO WS-NEW-NAME.
           MOVE 0                       TO WS-FILE-DONE.

           IF WS-NEW-NAME = SPACES
             OR WS-NEW-NAME IS NOT WS-NAME-CHARACTER
             OR WS-NEW-NAME = WS-OLD-NAME
               MOVE 4                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-OLD-NAME
           END-EXEC.

           IF WS-DUP-COUNT = 0
               MOVE 2                   TO RETURN-CODE
               GOBACK
           END-IF.

      *Le nouveau nom ne doit appartenir a personne : ni compte en
      *base, ni compte archive (usrrest le rendrait en double), ni
      *nom reserve par namegen.
           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-NEW-NAME
           END-EXEC.
           MOVE 0                       TO WS-ARCH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ARCH-COUNT
               FROM users_archive WHERE nom = :WS-NEW-NAME
           END-EXEC.
           PERFORM 0100-CHECK-RESERVED-START
           THRU    0100-CHECK-RESERVED-END.

           IF WS-DUP-COUNT > 0 OR WS-ARCH-COUNT > 0
             OR NAME-IS-RESERVED
               MOVE 3                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:14)            TO WS-LOCK-GEN.
           MOVE "ACQUIRE"               TO WS-LOCK-ACTION.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-LOCK-OWNER WS-LOCK-GEN
                                WS-LOCK-FORCE.
           IF RETURN-CODE NOT = 0
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL
               UPDATE users SET nom = :WS-NEW-NAME
               WHERE nom = :WS-OLD-NAME
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE users_pwd_history SET nom = :WS-NEW-NAME
                   WHERE nom = :WS-OLD-NAME
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE users_roles SET nom = :WS-NEW-NAME
                   WHERE nom = :WS-OLD-NAME
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur au renommage du compte"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Echec UPDATE nom : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE WS-OLD-NAME         TO WS-INC-KEY
               CALL "inclog" USING WS-AUD-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               PERFORM 0400-RELEASE-LOCK-START
               THRU    0400-RELEASE-LOCK-END
               MOVE 1                   TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-OLD-NAME(1:30)       TO WS-AUD-BEFORE.
           MOVE WS-NEW-NAME(1:30)       TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-NEW-NAME WS-AUD-BEFORE WS-AUD-AFTER
                LK-OPERATOR.

      *Propagation aux fichiers qui portent le compte.
           PERFORM VARYING SF-IDX FROM 1 BY 1
                     UNTIL SF-IDX > SF-LGHT
               PERFORM 0200-RENAME-FILE-START
               THRU    0200-RENAME-FILE-END
           END-PERFORM.

           PERFORM 0400-RELEASE-LOCK-START
           THRU    0400-RELEASE-LOCK-END.

           PERFORM 0300-CHECK-OPERATOR-START
           THRU    0300-CHECK-OPERATOR-END.

           DISPLAY "Compte " FUNCTION TRIM(WS-OLD-NAME)
                   " renomme en " FUNCTION TRIM(WS-NEW-NAME)
                   " (" WS-FILE-DONE " ligne(s) de fichiers reprises).".

           MOVE 0                       TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Le nouveau nom figure-t-il parmi les reservations de
      *namegen ? Sans fichier, rien n'est reserve.
       0100-CHECK-RESERVED-START.

           MOVE "N"                     TO WS-RESERVED-FLAG.
           MOVE SPACE                   TO F-RESERVE-STATUS.
           OPEN INPUT F-RESERVE.
           IF NOT F-RESERVE-STATUS-OK
               MOVE SPACE               TO F-RESERVE-STATUS
               GO TO 0100-CHECK-RESERVED-END
           END-IF.

           PERFORM UNTIL F-RESERVE-STATUS-EOF OR NAME-IS-RESERVED
             READ F-RESERVE
              AT END
                CONTINUE
              NOT AT END
                IF RSV-USER = WS-NEW-NAME
                    SET NAME-IS-RESERVED TO TRUE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RESERVE.
           MOVE SPACE                   TO F-RESERVE-STATUS.

           EXIT.
       0100-CHECK-RESERVED-END.

      ******************************************************************

      *Reecrit le fichier SF-IDX dans la copie de travail, le nom
      *remplace sur chaque ligne du compte, puis bascule la copie
      *en place ; un fichier scelle est rescelle. Un fichier absent
      *ou sans ligne du compte n'est pas reecrit.
       0200-RENAME-FILE-START.

           MOVE SF-NAME(SF-IDX)         TO WS-LIVE-NAME.
           MOVE SF-POS(SF-IDX)          TO WS-POS.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0200-RENAME-FILE-END
           END-IF.

           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               CLOSE F-LIVE
               MOVE SPACE               TO F-LIVE-STATUS
               DISPLAY "Report du nom impossible dans "
                       FUNCTION TRIM(WS-LIVE-NAME)
                       " (copie de travail)."
               GO TO 0200-RENAME-FILE-END
           END-IF.

           MOVE "N"                     TO WS-SEALED-FLAG.
           MOVE 0                       TO WS-LINE-DONE.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-LIVE(1:4) = "CTL "
                    SET FILE-IS-SEALED   TO TRUE
                ELSE
                    IF REC-F-LIVE(WS-POS:50) = WS-OLD-NAME
                        MOVE WS-NEW-NAME TO REC-F-LIVE(WS-POS:50)
                        ADD 1            TO WS-LINE-DONE
                    END-IF
                    MOVE REC-F-LIVE      TO REC-F-WORK
                    WRITE REC-F-WORK
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           CLOSE F-WORK.
           MOVE SPACE                   TO F-LIVE-STATUS.

           IF WS-LINE-DONE = 0
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
               GO TO 0200-RENAME-FILE-END
           END-IF.

           CALL "CBL_RENAME_FILE" USING WS-WORK-NAME WS-LIVE-NAME.
           MOVE RETURN-CODE             TO WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "Report du nom impossible dans "
                       FUNCTION TRIM(WS-LIVE-NAME)
                       " (code " WS-RENAME-RC ")."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Bascule impossible pendant un renommage"
                                        TO WS-INC-MESSAGE
               MOVE WS-LIVE-NAME(1:30)  TO WS-INC-KEY
               CALL "inclog" USING WS-AUD-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0200-RENAME-FILE-END
           END-IF.

           IF FILE-IS-SEALED
               MOVE "SEAL"              TO WS-VCK-ACTION
               MOVE WS-LIVE-NAME        TO WS-VCK-FILE
               CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE
           END-IF.

           ADD WS-LINE-DONE             TO WS-FILE-DONE.

           EXIT.
       0200-RENAME-FILE-END.

      ******************************************************************

      *Un compte operateur est connu de operators.cfg sous son
      *ancien nom : le fichier des habilitations n'est pas retouche
      *ici, l'ecart est signale pour reprise par un ADMIN.
       0300-CHECK-OPERATOR-START.

           MOVE SPACE                   TO F-OPER-STATUS.
           OPEN INPUT F-OPER.
           IF NOT F-OPER-STATUS-OK
               MOVE SPACE               TO F-OPER-STATUS
               GO TO 0300-CHECK-OPERATOR-END
           END-IF.

           PERFORM UNTIL F-OPER-STATUS-EOF
             READ F-OPER
              AT END
                CONTINUE
              NOT AT END
                IF OPER-ID = WS-OLD-NAME
                    DISPLAY "Attention : compte operateur, "
                            "operators.cfg reste a mettre a jour."
                    MOVE "W"             TO WS-INC-SEVERITY
                    MOVE "Operateur renomme : operators.cfg a reprendre"
                                         TO WS-INC-MESSAGE
                    MOVE WS-NEW-NAME     TO WS-INC-KEY
                    CALL "inclog" USING WS-AUD-PROGRAM
                         WS-INC-SEVERITY WS-INC-MESSAGE WS-INC-KEY
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-OPER.
           MOVE SPACE                   TO F-OPER-STATUS.

           EXIT.
       0300-CHECK-OPERATOR-END.

      ******************************************************************

      *Rend le verrou du repartiteur.
       0400-RELEASE-LOCK-START.

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-LOCK-OWNER WS-LOCK-GEN
                                WS-LOCK-FORCE.

           EXIT.
       0400-RELEASE-LOCK-END.

           END PROGRAM updt_nom.
