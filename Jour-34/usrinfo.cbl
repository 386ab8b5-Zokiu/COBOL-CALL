                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NOTIFY-STATUS.

      *Provenance d'un compte cree par la passerelle : extract et
      *ligne d'origine.
           SELECT F-PROV ASSIGN TO "provenance.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PROV-STATUS.

      *Preferences de notification : langue et natures refusees.
           SELECT F-PREF ASSIGN TO "notify_prefs.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PREF-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
           05 PD-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PD-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
           05 PD-TICKET        PIC X(18).

       FD  F-AUDIT.

           05 FILLER           PIC X(01).
           05 NOTIFY-PAYLOAD   PIC X(30).

       FD  F-PROV.

           COPY provrec.

       FD  F-PREF.

           COPY prefrec.

      ******************************************************************

       WORKING-STORAGE SECTION.
           88 F-NOTIFY-STATUS-OK           VALUE "00".
           88 F-NOTIFY-STATUS-EOF          VALUE "10".

       01  F-PROV-STATUS       PIC X(02) VALUE SPACE.
           88 F-PROV-STATUS-OK             VALUE "00".
           88 F-PROV-STATUS-EOF            VALUE "10".

       01  F-PREF-STATUS       PIC X(02) VALUE SPACE.
           88 F-PREF-STATUS-OK             VALUE "00".
           88 F-PREF-STATUS-EOF            VALUE "10".

      *Calcul de l'age du mot de passe, meme politique que le
      *roster de list_usr (cle TUN.PWD-MAX-AGE du service central
      *des parametres ; 90 jours a defaut).
       01  WS-AR-SHOWN         PIC 9(01).
       01  WS-AUDIT-TEXT       PIC X(100).

      *Noms anterieurs et posterieurs du compte (renommages), pour
      *suivre son historique d'un nom a l'autre.
       01  WS-LIN-ACTION       PIC X(08).
           COPY audlin.

       01  WS-PENDING-STATE    PIC X(30) VALUE "aucune".
       01  WS-SUPPRESSED       PIC X(03) VALUE "non".
       01  WS-OUTBOX-PENDING   PIC 9(03) VALUE ZERO.

      *Provenance retenue pour la fiche (derniere ligne du compte
      *dans provenance.dat).
       01  WS-PROV-FOUND-FLAG  PIC X(01) VALUE "N".
           88 PROV-IS-FOUND                VALUE "Y".
       01  WS-PROV-LINE        PIC X(181).

      *Preferences de notification du compte (ligne de
      *notify_prefs.dat), et natures refusees mises bout a bout.
       01  WS-PREF-FOUND-FLAG  PIC X(01) VALUE "N".
           88 PREF-IS-FOUND                VALUE "Y".
       01  WS-PREF-LINE        PIC X(150).
       01  WS-PREF-TEXT        PIC X(70).
       01  WS-PREF-PTR         PIC 9(03).
       01  WS-PREF-IDX         PIC 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       01  WS-ROW-LAST-LOGIN   PIC X(19).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-CATEGORY     PIC X(01).
       01  WS-ROW-OWNER        PIC X(50).
       01  WS-ROW-END-DATE     PIC X(10).
       01  WS-DUP-COUNT        PIC 9(04).
       01  WS-ARCH-COUNT       PIC 9(04).
       01  WS-ROW-PWDH-COUNT   PIC 9(04).
       01  WS-ROW-ARCHIVED-AT  PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *que list_usr), demande de suppression en file, dernieres
      *lignes d'audit, presence en liste de suppression d'envoi et
      *messages en attente dans la boite d'envoi. L'appel helpdesk
      *le plus courant ne demande plus quatre outils. Un compte
      *passe en archive par usrarch garde une fiche, marquee comme
      *telle.
      *Code retour : 0 fiche rendue, 2 compte inconnu.
       PROCEDURE DIVISION USING LK-USER-NAME.

           END-EXEC.

           IF WS-DUP-COUNT = 0
               MOVE 0                   TO WS-ARCH-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ARCH-COUNT
                   FROM users_archive WHERE nom = :WS-USER-NAME
               END-EXEC
               IF WS-ARCH-COUNT > 0
                   PERFORM 0600-ARCHIVED-START
                   THRU    0600-ARCHIVED-END
                   MOVE WS-USER-NAME    TO LK-USER-NAME
                   MOVE 0               TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "Utilisateur inconnu : "
                       FUNCTION TRIM(WS-USER-NAME)
               MOVE 2                   TO RETURN-CODE
           MOVE SPACES                  TO WS-ROW-PWD-CHANGED.
           MOVE SPACES                  TO WS-ROW-LAST-LOGIN.
           MOVE SPACES                  TO WS-ROW-EMAIL.
           MOVE SPACE                   TO WS-ROW-CATEGORY.
           MOVE SPACES                  TO WS-ROW-OWNER.
           MOVE SPACES                  TO WS-ROW-END-DATE.
           EXEC SQL
               SELECT role, status, created_at, pwd_changed_at,
                      last_login_at, email, COALESCE(category, 'E'),
                      COALESCE(owner, ' '), COALESCE(end_date, ' ')
               INTO :WS-ROW-ROLE, :WS-ROW-STATUS,
                    :WS-ROW-CREATED, :WS-ROW-PWD-CHANGED,
                    :WS-ROW-LAST-LOGIN, :WS-ROW-EMAIL,
                    :WS-ROW-CATEGORY, :WS-ROW-OWNER,
                    :WS-ROW-END-DATE
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           THRU    0400-SUPPRESS-END.
           PERFORM 0500-OUTBOX-START
           THRU    0500-OUTBOX-END.
           PERFORM 0700-PROVENANCE-START
           THRU    0700-PROVENANCE-END.
           PERFORM 0800-PREFS-START
           THRU    0800-PREFS-END.

           DISPLAY "================ FICHE DU COMPTE ============".
           DISPLAY "Compte        : " FUNCTION TRIM(WS-USER-NAME).
           DISPLAY "Email         : " FUNCTION TRIM(WS-ROW-EMAIL).
           DISPLAY "Profil        : " WS-ROW-ROLE.
           DISPLAY "Statut        : " WS-ROW-STATUS.
           EVALUATE WS-ROW-CATEGORY
               WHEN "C"
                   DISPLAY "Categorie     : C prestataire, fin le "
                           WS-ROW-END-DATE
                   DISPLAY "Responsable   : "
                           FUNCTION TRIM(WS-ROW-OWNER)
               WHEN "S"
                   DISPLAY "Categorie     : S compte de service"
                   DISPLAY "Responsable   : "
                           FUNCTION TRIM(WS-ROW-OWNER)
               WHEN OTHER
                   DISPLAY "Categorie     : E salarie"
           END-EVALUATE.
           DISPLAY "Cree le       : " WS-ROW-CREATED.
           DISPLAY "Dernier login : " WS-ROW-LAST-LOGIN.
           DISPLAY "Mot de passe  : " WS-ROW-PWD-CHANGED
                   FUNCTION TRIM(WS-PENDING-STATE).
           DISPLAY "Liste d'envoi : supprime = " WS-SUPPRESSED
                   " / messages en attente = " WS-OUTBOX-PENDING.
           PERFORM 0850-SHOW-PREFS-START
           THRU    0850-SHOW-PREFS-END.
           PERFORM 0750-SHOW-PROVENANCE-START
           THRU    0750-SHOW-PROVENANCE-END.
           PERFORM VARYING NL-IDX FROM 2 BY 1
                     UNTIL NL-IDX > NL-LGHT
               DISPLAY "Autre nom     : "
                       FUNCTION TRIM(NL-NAME(NL-IDX))
           END-PERFORM.
           DISPLAY "Derniers mouvements :".
           IF AR-CNT = 0
               DISPLAY "  (aucun)"
                             TO WS-PENDING-STATE
                      WHEN "R"
                        MOVE "REFUSEE" TO WS-PENDING-STATE
                      WHEN "X"
                        MOVE "EXPIREE (sans decision)"
                             TO WS-PENDING-STATE
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
               GO TO 0300-AUDIT-TAIL-END
           END-IF.

           MOVE "BUILD"                 TO WS-LIN-ACTION.
           CALL "audlin" USING WS-LIN-ACTION WS-USER-NAME
                               NAME-LINEAGE.
           MOVE "MATCH"                 TO WS-LIN-ACTION.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                CALL "audlin" USING WS-LIN-ACTION AUD-NOM
                                    NAME-LINEAGE
                IF RETURN-CODE = 0
                    ADD 1               TO AR-CNT
                    COMPUTE WS-AR-POS =
                            FUNCTION MOD(AR-CNT - 1, 5) + 1
           EXIT.
       0500-OUTBOX-END.

      ******************************************************************

      *Fiche d'un compte archive : ce que users_archive conserve,
      *et les derniers mouvements d'audit (dont l'archivage).
       0600-ARCHIVED-START.

           MOVE SPACES                  TO WS-ROW-ROLE.
           MOVE SPACE                   TO WS-ROW-STATUS.
           MOVE SPACES                  TO WS-ROW-CREATED.
           MOVE SPACES                  TO WS-ROW-PWD-CHANGED.
           MOVE SPACES                  TO WS-ROW-LAST-LOGIN.
           MOVE SPACES                  TO WS-ROW-EMAIL.
           MOVE SPACE                   TO WS-ROW-CATEGORY.
           MOVE SPACES                  TO WS-ROW-OWNER.
           MOVE SPACES                  TO WS-ROW-END-DATE.
           MOVE 0                       TO WS-ROW-PWDH-COUNT.
           MOVE SPACES                  TO WS-ROW-ARCHIVED-AT.
           EXEC SQL
               SELECT role, status, created_at, pwd_changed_at,
                      last_login_at, email, COALESCE(category, 'E'),
                      COALESCE(owner, ' '), COALESCE(end_date, ' '),
                      pwd_hist_count, archived_at
               INTO :WS-ROW-ROLE, :WS-ROW-STATUS,
                    :WS-ROW-CREATED, :WS-ROW-PWD-CHANGED,
                    :WS-ROW-LAST-LOGIN, :WS-ROW-EMAIL,
                    :WS-ROW-CATEGORY, :WS-ROW-OWNER,
                    :WS-ROW-END-DATE, :WS-ROW-PWDH-COUNT,
                    :WS-ROW-ARCHIVED-AT
               FROM users_archive WHERE nom = :WS-USER-NAME
           END-EXEC.

           PERFORM 0300-AUDIT-TAIL-START
           THRU    0300-AUDIT-TAIL-END.
           PERFORM 0700-PROVENANCE-START
           THRU    0700-PROVENANCE-END.

           DISPLAY "================ FICHE DU COMPTE ============".
           DISPLAY "Compte        : " FUNCTION TRIM(WS-USER-NAME).
           DISPLAY "*** COMPTE ARCHIVE le " WS-ROW-ARCHIVED-AT
                   " (restauration : menu G) ***".
           DISPLAY "Email         : " FUNCTION TRIM(WS-ROW-EMAIL).
           DISPLAY "Profil        : " WS-ROW-ROLE.
           DISPLAY "Statut        : " WS-ROW-STATUS
                   " (au moment de l'archivage)".
           EVALUATE WS-ROW-CATEGORY
               WHEN "C"
                   DISPLAY "Categorie     : C prestataire, fin le "
                           WS-ROW-END-DATE
                   DISPLAY "Responsable   : "
                           FUNCTION TRIM(WS-ROW-OWNER)
               WHEN "S"
                   DISPLAY "Categorie     : S compte de service"
                   DISPLAY "Responsable   : "
                           FUNCTION TRIM(WS-ROW-OWNER)
               WHEN OTHER
                   DISPLAY "Categorie     : E salarie"
           END-EVALUATE.
           DISPLAY "Cree le       : " WS-ROW-CREATED.
           DISPLAY "Dernier login : " WS-ROW-LAST-LOGIN.
           DISPLAY "Mot de passe  : " WS-ROW-PWD-CHANGED
                   " (" WS-ROW-PWDH-COUNT " historise(s))".
           PERFORM 0750-SHOW-PROVENANCE-START
           THRU    0750-SHOW-PROVENANCE-END.
           DISPLAY "Derniers mouvements :".
           IF AR-CNT = 0
               DISPLAY "  (aucun)"
           ELSE
               IF AR-CNT > 5
                   COMPUTE WS-AR-FROM =
                           FUNCTION MOD(AR-CNT, 5) + 1
                   MOVE 5               TO WS-AR-SHOWN
               ELSE
                   MOVE 1               TO WS-AR-FROM
                   MOVE AR-CNT          TO WS-AR-SHOWN
               END-IF
               PERFORM VARYING WS-AR-IDX FROM 0 BY 1
                         UNTIL WS-AR-IDX >= WS-AR-SHOWN
                   COMPUTE WS-AR-POS = FUNCTION MOD(
                           WS-AR-FROM + WS-AR-IDX - 1, 5) + 1
                   DISPLAY "  " AR-LINE(WS-AR-POS)
               END-PERFORM
           END-IF.
           DISPLAY "=============================================".

           EXIT.
       0600-ARCHIVED-END.

      ******************************************************************

      *Provenance du compte : la derniere ligne qui le concerne
      *dans provenance.dat (un compte recree par un passage
      *ulterieur garde l'origine la plus recente).
       0700-PROVENANCE-START.

           MOVE "N"                     TO WS-PROV-FOUND-FLAG.
           MOVE SPACE                   TO F-PROV-STATUS.

           OPEN INPUT F-PROV.
           IF NOT F-PROV-STATUS-OK
               MOVE SPACE               TO F-PROV-STATUS
               GO TO 0700-PROVENANCE-END
           END-IF.

           PERFORM UNTIL F-PROV-STATUS-EOF
             READ F-PROV
              AT END
                CONTINUE
              NOT AT END
                IF PRV-NOM = WS-USER-NAME
                    SET PROV-IS-FOUND    TO TRUE
                    MOVE REC-F-PROV      TO WS-PROV-LINE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PROV.
           MOVE SPACE                   TO F-PROV-STATUS.

           IF PROV-IS-FOUND
               MOVE WS-PROV-LINE        TO REC-F-PROV
           END-IF.

           EXIT.
       0700-PROVENANCE-END.

      ******************************************************************

      *Lignes de provenance de la fiche : un compte saisi au menu
      *ou par le lot d'ajouts n'en a pas.
       0750-SHOW-PROVENANCE-START.

           IF NOT PROV-IS-FOUND
               DISPLAY "Provenance    : saisie directe"
               GO TO 0750-SHOW-PROVENANCE-END
           END-IF.

           IF PRV-SENDER = SPACES
               DISPLAY "Provenance    : passerelle du "
                       PRV-CREATED(1:8) ", identifiant "
                       FUNCTION TRIM(PRV-ID)
                       " (extract non trace)"
               GO TO 0750-SHOW-PROVENANCE-END
           END-IF.

           DISPLAY "Provenance    : " FUNCTION TRIM(PRV-SENDER)
                   " / " FUNCTION TRIM(PRV-EXTRACT)
                   " ligne " PRV-LINE.
           DISPLAY "                passage " PRV-STAMP
                   ", identifiant " FUNCTION TRIM(PRV-ID)
                   ", cree le " PRV-CREATED(1:8).

           EXIT.
       0750-SHOW-PROVENANCE-END.

      ******************************************************************

      *Preferences de notification du compte dans notify_prefs.dat
      *(une ligne au plus par compte).
       0800-PREFS-START.

           MOVE "N"                     TO WS-PREF-FOUND-FLAG.
           MOVE SPACE                   TO F-PREF-STATUS.

           OPEN INPUT F-PREF.
           IF NOT F-PREF-STATUS-OK
               MOVE SPACE               TO F-PREF-STATUS
               GO TO 0800-PREFS-END
           END-IF.

           PERFORM UNTIL F-PREF-STATUS-EOF
             READ F-PREF
              AT END
                CONTINUE
              NOT AT END
                IF PRF-NOM = WS-USER-NAME
                    SET PREF-IS-FOUND    TO TRUE
                    MOVE REC-F-PREF      TO WS-PREF-LINE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PREF.
           MOVE SPACE                   TO F-PREF-STATUS.

           IF PREF-IS-FOUND
               MOVE WS-PREF-LINE        TO REC-F-PREF
           END-IF.

           EXIT.
       0800-PREFS-END.

      ******************************************************************

      *Lignes des preferences de la fiche : langue des messages et
      *natures refusees (les avis de securite partent toujours).
       0850-SHOW-PREFS-START.

           IF NOT PREF-IS-FOUND
               DISPLAY "Notifications : langue de la maison, "
                       "toutes natures recues"
               GO TO 0850-SHOW-PREFS-END
           END-IF.

           MOVE SPACES                  TO WS-PREF-TEXT.
           MOVE 1                       TO WS-PREF-PTR.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                     UNTIL WS-PREF-IDX > 6
               IF PRF-OPTOUT(WS-PREF-IDX) NOT = SPACES
                   STRING PRF-OPTOUT(WS-PREF-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          INTO WS-PREF-TEXT
                          WITH POINTER WS-PREF-PTR
               END-IF
           END-PERFORM.
           IF WS-PREF-TEXT = SPACES
               MOVE "aucune"            TO WS-PREF-TEXT
           END-IF.

           IF PRF-LANG = SPACES
               DISPLAY "Notifications : langue de la maison"
           ELSE
               DISPLAY "Notifications : langue " PRF-LANG
           END-IF.
           DISPLAY "                natures refusees : "
                   FUNCTION TRIM(WS-PREF-TEXT)
                   " (avis de securite toujours envoyes)".
           DISPLAY "                modifie le " PRF-UPDATED(1:8)
                   " par " FUNCTION TRIM(PRF-OPERATOR).

           EXIT.
       0850-SHOW-PREFS-END.

           END PROGRAM usrinfo.
