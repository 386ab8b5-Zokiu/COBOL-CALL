      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updt_prf.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Preferences de notification par compte : langue des
      *messages et natures refusees.
           SELECT F-PREF ASSIGN TO "notify_prefs.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PREF-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-PREF.

           COPY prefrec.

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-PREF-STATUS       PIC X(02) VALUE SPACE.
           88 F-PREF-STATUS-OK             VALUE "00".
           88 F-PREF-STATUS-EOF            VALUE "10".

      *Preferences chargees en memoire, modifiees puis reecrites
      *(un nom a blanc n'y retourne pas).
       01  PREF-TABLE.
           05 PF-LGHT          PIC 9(04) VALUE ZERO.
           05 PF-MAX           PIC 9(04) VALUE 5000.
           05 PFT OCCURS 5000 TIMES INDEXED BY PF-IDX.
                10 PF-NOM       PIC X(50).
                10 PF-LANG      PIC X(02).
                10 PF-OPTOUT-LIST PIC X(60).
                10 PF-UPDATED   PIC X(14).
                10 PF-OPERATOR  PIC X(20).

       01  WS-HIT              PIC 9(04).
       01  WS-RC               PIC 9(02).
       01  WS-NOW              PIC X(21).

      *Nouvelles preferences : langue et natures refusees, rangees
      *sans trou en tete de table.
       01  WS-NEW-LANG         PIC X(02).
       01  WS-OPTOUT-IN        PIC X(60).
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT         PIC X(10) OCCURS 6 TIMES.
       01  WS-NEW-OPTOUT-LIST.
           05 WS-NEW-OPTOUT    PIC X(10) OCCURS 6 TIMES.
       01  WS-OPT-IDX          PIC 9(02).
       01  WS-OPT-CNT          PIC 9(02).
       01  WS-OVERFLOW-FLAG    PIC X(01) VALUE "N".
           88 TOO-MANY-KINDS               VALUE "Y".

      *Natures de securite, jamais refusables par un compte (cle
      *NOTIFY.SECURE-KINDS du service central des parametres,
      *natures separees par des virgules ; a defaut, remise a zero
      *du mot de passe, bris de glace, migration de domaine et
      *expiration du mot de passe).
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-SECURE-KINDS     PIC X(60) VALUE
               "RESET BREAKGLS DOMAINE EXPIRY".
       01  WS-SECURE-TABLE.
           05 WS-SECURE-KIND   PIC X(10) OCCURS 6 TIMES.
       01  WS-SEC-IDX          PIC 9(02).

      *Resume "langue/natures" des preferences pour la piste
      *d'audit.
       01  WS-SUM-LANG         PIC X(02).
       01  WS-SUM-LIST.
           05 WS-SUM-KIND      PIC X(10) OCCURS 6 TIMES.
       01  WS-SUM-TEXT         PIC X(30).
       01  WS-SUM-PTR          PIC 9(03).

      *Zones passees a la piste d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "updt_prf".
       01  WS-AUD-ACTION       PIC X(10) VALUE "PREF-NOTIF".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-USER-NAME        PIC X(50).

      *Langue preferee, code a deux lettres (FR, EN...) ; a blanc,
      *langue de la maison.
       01  LK-LANG             PIC X(02).

      *Natures de message refusees, separees par des blancs ou des
      *virgules (six au plus) ; a blanc, le compte recoit tout.
       01  LK-OPTOUT           PIC X(60).

      *Operateur a l'origine de l'action, reporte sur la piste
      *d'audit.
       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Pose les preferences de notification d'un compte : langue
      *des messages et natures qu'il ne veut plus recevoir. Les
      *avis de securite ne se refusent pas. Un compte revenu au
      *regime commun (langue de la maison, rien de refuse) sort du
      *fichier. Ancien et nouveau reglage partent a la piste
      *d'audit.
      *Codes retour : 0 fait, 2 compte inconnu, 5 langue ou liste
      *de natures invalide, 6 nature de securite refusee, 1 echec
      *(fichier des preferences plein).
       PROCEDURE DIVISION USING LK-USER-NAME LK-LANG LK-OPTOUT
                                 LK-OPERATOR.

           MOVE LK-USER-NAME            TO WS-USER-NAME.
           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE 0                       TO WS-RC.

           PERFORM 0100-CHECK-INPUT-START
           THRU    0100-CHECK-INPUT-END.
           IF WS-RC NOT = 0
               MOVE WS-RC               TO RETURN-CODE
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

           PERFORM 0200-LOAD-START
           THRU    0200-LOAD-END.

           PERFORM 0300-APPLY-START
           THRU    0300-APPLY-END.
           IF WS-RC NOT = 0
               MOVE WS-RC               TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0500-REWRITE-START
           THRU    0500-REWRITE-END.

           MOVE WS-NEW-LANG             TO WS-SUM-LANG.
           MOVE WS-NEW-OPTOUT-LIST      TO WS-SUM-LIST.
           PERFORM 0400-SUMMARY-START
           THRU    0400-SUMMARY-END.
           MOVE WS-SUM-TEXT             TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                LK-OPERATOR.

           DISPLAY "Preferences de notification de "
                   FUNCTION TRIM(WS-USER-NAME) " : "
                   FUNCTION TRIM(WS-SUM-TEXT) ".".

           MOVE 0                       TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Controle de la saisie : langue a deux lettres, six natures
      *au plus, aucune nature de securite. Les natures sont rangees
      *en majuscules, sans trou, dans WS-NEW-OPTOUT.
       0100-CHECK-INPUT-START.

           MOVE FUNCTION UPPER-CASE(LK-LANG) TO WS-NEW-LANG.
           IF WS-NEW-LANG NOT = SPACES
               IF WS-NEW-LANG(1:1) = SPACE
                 OR WS-NEW-LANG(2:1) = SPACE
                 OR WS-NEW-LANG IS NOT ALPHABETIC
                   MOVE 5               TO WS-RC
                   GO TO 0100-CHECK-INPUT-END
               END-IF
           END-IF.

           MOVE SPACES                  TO WS-SPLIT-TABLE.
           MOVE SPACES                  TO WS-NEW-OPTOUT-LIST.
           MOVE "N"                     TO WS-OVERFLOW-FLAG.
           MOVE FUNCTION UPPER-CASE(LK-OPTOUT) TO WS-OPTOUT-IN.
           MOVE FUNCTION TRIM(WS-OPTOUT-IN) TO WS-OPTOUT-IN.
           IF WS-OPTOUT-IN NOT = SPACES
               UNSTRING WS-OPTOUT-IN
                        DELIMITED BY "," OR ALL SPACE
                        INTO WS-SPLIT(1) WS-SPLIT(2) WS-SPLIT(3)
                             WS-SPLIT(4) WS-SPLIT(5) WS-SPLIT(6)
                   ON OVERFLOW
                        SET TOO-MANY-KINDS TO TRUE
               END-UNSTRING
           END-IF.
           IF TOO-MANY-KINDS
               MOVE 5                   TO WS-RC
               GO TO 0100-CHECK-INPUT-END
           END-IF.

           MOVE 0                       TO WS-OPT-CNT.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                     UNTIL WS-OPT-IDX > 6
               IF WS-SPLIT(WS-OPT-IDX) NOT = SPACES
                   ADD 1                TO WS-OPT-CNT
                   MOVE WS-SPLIT(WS-OPT-IDX)
                                        TO WS-NEW-OPTOUT(WS-OPT-CNT)
               END-IF
           END-PERFORM.

           MOVE "NOTIFY.SECURE-KINDS"   TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-SECURE-KINDS
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SECURE-KINDS)
                                        TO WS-SECURE-KINDS.
           MOVE SPACES                  TO WS-SECURE-TABLE.
           UNSTRING WS-SECURE-KINDS
                    DELIMITED BY "," OR ALL SPACE
                    INTO WS-SECURE-KIND(1) WS-SECURE-KIND(2)
                         WS-SECURE-KIND(3) WS-SECURE-KIND(4)
                         WS-SECURE-KIND(5) WS-SECURE-KIND(6).

           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                     UNTIL WS-OPT-IDX > WS-OPT-CNT OR WS-RC > 0
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                         UNTIL WS-SEC-IDX > 6
                   IF WS-SECURE-KIND(WS-SEC-IDX) NOT = SPACES
                     AND WS-SECURE-KIND(WS-SEC-IDX) =
                         WS-NEW-OPTOUT(WS-OPT-IDX)
                       MOVE 6           TO WS-RC
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0100-CHECK-INPUT-END.

      ******************************************************************

      *Charge notify_prefs.dat en memoire ; absent, il sera cree a
      *la reecriture.
       0200-LOAD-START.

           MOVE 0                       TO PF-LGHT.
           MOVE SPACE                   TO F-PREF-STATUS.
           OPEN INPUT F-PREF.
           IF NOT F-PREF-STATUS-OK
               MOVE SPACE               TO F-PREF-STATUS
               GO TO 0200-LOAD-END
           END-IF.

           PERFORM UNTIL F-PREF-STATUS-EOF
             READ F-PREF
              AT END
                CONTINUE
              NOT AT END
                IF PRF-NOM NOT = SPACES
                  IF PF-LGHT >= PF-MAX
                      DISPLAY "Preferences pleines (" PF-MAX
                              ") : ligne ignoree : " PRF-NOM(1:30)
                  ELSE
                      ADD 1              TO PF-LGHT
                      MOVE PRF-NOM       TO PF-NOM        (PF-LGHT)
                      MOVE PRF-LANG      TO PF-LANG       (PF-LGHT)
                      MOVE PRF-OPTOUT-LIST
                                         TO PF-OPTOUT-LIST(PF-LGHT)
                      MOVE PRF-UPDATED   TO PF-UPDATED    (PF-LGHT)
                      MOVE PRF-OPERATOR  TO PF-OPERATOR   (PF-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PREF.
           MOVE SPACE                   TO F-PREF-STATUS.

           EXIT.
       0200-LOAD-END.

      ******************************************************************

      *Reporte les nouvelles preferences sur la ligne du compte
      *(creee au besoin) ; un retour au regime commun efface la
      *ligne. L'ancien reglage est resume pour l'audit.
       0300-APPLY-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING PF-IDX FROM 1 BY 1
                     UNTIL PF-IDX > PF-LGHT OR WS-HIT > 0
               IF PF-NOM(PF-IDX) = WS-USER-NAME
                   SET WS-HIT           TO PF-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT > 0
               MOVE PF-LANG(WS-HIT)     TO WS-SUM-LANG
               MOVE PF-OPTOUT-LIST(WS-HIT) TO WS-SUM-LIST
           ELSE
               MOVE SPACES              TO WS-SUM-LANG
               MOVE SPACES              TO WS-SUM-LIST
           END-IF.
           PERFORM 0400-SUMMARY-START
           THRU    0400-SUMMARY-END.
           MOVE WS-SUM-TEXT             TO WS-AUD-BEFORE.

           IF WS-NEW-LANG = SPACES
             AND WS-NEW-OPTOUT-LIST = SPACES
               IF WS-HIT > 0
                   MOVE SPACES          TO PF-NOM(WS-HIT)
               END-IF
               GO TO 0300-APPLY-END
           END-IF.

           IF WS-HIT = 0
               IF PF-LGHT >= PF-MAX
                   MOVE "E"             TO WS-INC-SEVERITY
                   MOVE "Fichier des preferences plein"
                                        TO WS-INC-MESSAGE
                   MOVE WS-USER-NAME    TO WS-INC-KEY
                   CALL "inclog" USING WS-AUD-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
                   MOVE 1               TO WS-RC
                   GO TO 0300-APPLY-END
               END-IF
               ADD 1                    TO PF-LGHT
               MOVE PF-LGHT             TO WS-HIT
               MOVE WS-USER-NAME        TO PF-NOM(WS-HIT)
           END-IF.

           MOVE WS-NEW-LANG             TO PF-LANG       (WS-HIT).
           MOVE WS-NEW-OPTOUT-LIST      TO PF-OPTOUT-LIST(WS-HIT).
           MOVE WS-NOW(1:14)            TO PF-UPDATED    (WS-HIT).
           MOVE LK-OPERATOR             TO PF-OPERATOR   (WS-HIT).

           EXIT.
       0300-APPLY-END.

      ******************************************************************

      *Resume WS-SUM-LANG et WS-SUM-LIST dans WS-SUM-TEXT :
      *"langue/natures refusees", "--" pour la langue de la maison,
      *"(aucune)" si rien n'est refuse.
       0400-SUMMARY-START.

           MOVE SPACES                  TO WS-SUM-TEXT.
           MOVE 1                       TO WS-SUM-PTR.

           IF WS-SUM-LANG = SPACES
               STRING "--/" DELIMITED BY SIZE
                      INTO WS-SUM-TEXT WITH POINTER WS-SUM-PTR
           ELSE
               STRING WS-SUM-LANG "/" DELIMITED BY SIZE
                      INTO WS-SUM-TEXT WITH POINTER WS-SUM-PTR
           END-IF.

           IF WS-SUM-LIST = SPACES
               STRING "(aucune)" DELIMITED BY SIZE
                      INTO WS-SUM-TEXT WITH POINTER WS-SUM-PTR
               GO TO 0400-SUMMARY-END
           END-IF.

           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                     UNTIL WS-OPT-IDX > 6
               IF WS-SUM-KIND(WS-OPT-IDX) NOT = SPACES
                 AND WS-SUM-PTR <= 30
                   IF WS-SUM-PTR > 4
                       STRING "," DELIMITED BY SIZE
                              INTO WS-SUM-TEXT
                              WITH POINTER WS-SUM-PTR
                   END-IF
                   STRING WS-SUM-KIND(WS-OPT-IDX) DELIMITED BY SPACE
                          INTO WS-SUM-TEXT WITH POINTER WS-SUM-PTR
               END-IF
           END-PERFORM.

           EXIT.
       0400-SUMMARY-END.

      ******************************************************************

      *Reecrit notify_prefs.dat depuis la table.
       0500-REWRITE-START.

           OPEN OUTPUT F-PREF.

           PERFORM VARYING PF-IDX FROM 1 BY 1
                     UNTIL PF-IDX > PF-LGHT
               IF PF-NOM(PF-IDX) NOT = SPACES
                   MOVE SPACES          TO REC-F-PREF
                   MOVE PF-NOM        (PF-IDX) TO PRF-NOM
                   MOVE PF-LANG       (PF-IDX) TO PRF-LANG
                   MOVE PF-OPTOUT-LIST(PF-IDX) TO PRF-OPTOUT-LIST
                   MOVE PF-UPDATED    (PF-IDX) TO PRF-UPDATED
                   MOVE PF-OPERATOR   (PF-IDX) TO PRF-OPERATOR
                   WRITE REC-F-PREF
               END-IF
           END-PERFORM.

           CLOSE F-PREF.

           EXIT.
       0500-REWRITE-END.

           END PROGRAM updt_prf.
