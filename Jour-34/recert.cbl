      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recert.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Campagne de recertification en cours : une ligne par profil
      *de compte actif au lancement -- le profil principal et
      *chaque profil supplementaire --, avec la decision rendue
      *(ou son absence)
      *-- la reference contre laquelle les decisions sont lues et
      *le rapport d'achevement produit.
           SELECT F-CAMP ASSIGN TO "recert_campaign.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CAMP-STATUS.

      *Feuille de certification d'un profil (recert_<profil>.wks),
      *remise au responsable du profil : il porte KEEP ou REVOKE
      *et son identifiant sur chaque ligne.
           SELECT F-WKS ASSIGN TO WS-WKS-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-WKS-STATUS.

      *Decisions retournees : les lignes des feuilles annotees,
      *dans le meme format que les feuilles.
           SELECT F-DECIS ASSIGN TO "recert_decisions.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DECIS-STATUS.

      *File des suppressions en attente d'approbation, alimentee
      *par les REVOKE : la suppression reste soumise a la revue
      *d'un second operateur au menu.
           SELECT F-PENDING ASSIGN TO "pending_deletes.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDING-STATUS.

      *Rapport d'achevement : bilan par profil et liste des lignes
      *restees sans reponse -- un acces non revu se voit au lieu
      *d'etre garde en silence.
           SELECT F-REPORT ASSIGN TO "recert_completion.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-CAMP.

       01  REC-F-CAMP.
           05 CM-CAMPAIGN      PIC X(08).
           05 FILLER           PIC X(01).
           05 CM-ROLE          PIC X(10).
           05 FILLER           PIC X(01).
           05 CM-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 CM-CREATED       PIC X(19).
           05 FILLER           PIC X(01).
           05 CM-LAST          PIC X(19).
           05 FILLER           PIC X(01).
           05 CM-PWDCHG        PIC X(19).
           05 FILLER           PIC X(01).
           05 CM-DECISION      PIC X(06).
           05 FILLER           PIC X(01).
           05 CM-REVIEWER      PIC X(20).
           05 FILLER           PIC X(01).
           05 CM-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 CM-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
      *Nature du profil de la ligne : P principal (users.role), S
      *supplementaire (users_roles) ; a blanc, principal.
           05 CM-KIND          PIC X(01).

       FD  F-WKS.

       01  REC-F-WKS.
           05 WK-ROLE          PIC X(10).
           05 FILLER           PIC X(01).
           05 WK-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 WK-CREATED       PIC X(19).
           05 FILLER           PIC X(01).
           05 WK-LAST          PIC X(19).
           05 FILLER           PIC X(01).
           05 WK-PWDCHG        PIC X(19).
           05 FILLER           PIC X(01).
           05 WK-DECISION      PIC X(06).
           05 FILLER           PIC X(01).
           05 WK-REVIEWER      PIC X(20).
           05 FILLER           PIC X(01).
           05 WK-KIND          PIC X(01).

       FD  F-DECIS.

       01  REC-F-DECIS.
           05 DC-ROLE          PIC X(10).
           05 FILLER           PIC X(01).
           05 DC-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-CREATED       PIC X(19).
           05 FILLER           PIC X(01).
           05 DC-LAST          PIC X(19).
           05 FILLER           PIC X(01).
           05 DC-PWDCHG        PIC X(19).
           05 FILLER           PIC X(01).
           05 DC-DECISION      PIC X(06).
           05 FILLER           PIC X(01).
           05 DC-REVIEWER      PIC X(20).
           05 FILLER           PIC X(01).
           05 DC-KIND          PIC X(01).

       FD  F-PENDING.

       01  REC-F-PENDING.
           05 PD-NAME          PIC X(50).
           05 FILLER           PIC X(01).
           05 PD-REQUESTOR     PIC X(20).
           05 FILLER           PIC X(01).
           05 PD-STAMP         PIC X(19).
           05 FILLER           PIC X(01).
           05 PD-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 PD-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PD-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
           05 PD-TICKET        PIC X(18).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "recert".

       01  F-CAMP-STATUS       PIC X(02) VALUE SPACE.
           88 F-CAMP-STATUS-OK             VALUE "00".
           88 F-CAMP-STATUS-EOF            VALUE "10".

       01  F-WKS-STATUS        PIC X(02) VALUE SPACE.
           88 F-WKS-STATUS-OK              VALUE "00".

       01  F-DECIS-STATUS      PIC X(02) VALUE SPACE.
           88 F-DECIS-STATUS-OK            VALUE "00".
           88 F-DECIS-STATUS-EOF           VALUE "10".

       01  F-PENDING-STATUS    PIC X(02) VALUE SPACE.
           88 F-PENDING-STATUS-OK          VALUE "00".
           88 F-PENDING-STATUS-EOF         VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Ligne de commande : BUILD [FORCE] lance une campagne,
      *APPLY lit les decisions retournees, REPORT produit le
      *rapport d'achevement.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ACTION           PIC X(20).
       01  WS-ARG2             PIC X(20).

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).
       01  WS-CAMPAIGN         PIC X(08) VALUE SPACES.

       01  WS-WKS-NAME         PIC X(40).
       01  WS-WKS-ROLE         PIC X(10).
       01  WS-WKS-OPEN-FLAG    PIC X(01) VALUE "N".
           88 WKS-IS-OPEN                  VALUE "Y".

      *Campagne chargee en memoire pour la lecture des decisions
      *et le rapport : "P" sans reponse, "K" gardee, "R" revoquee.
       01  CAMP-TABLE.
           05 CT-LGHT          PIC 9(05) VALUE ZERO.
           05 CT-MAX           PIC 9(05) VALUE 5000.
           05 CT OCCURS 5000 TIMES INDEXED BY CT-IDX.
                10 CT-ROLE      PIC X(10).
                10 CT-NOM       PIC X(50).
                10 CT-CREATED   PIC X(19).
                10 CT-LAST      PIC X(19).
                10 CT-PWDCHG    PIC X(19).
                10 CT-DECISION  PIC X(06).
                10 CT-REVIEWER  PIC X(20).
                10 CT-STATE     PIC X(01).
                10 CT-DECIDED   PIC X(19).
                10 CT-KIND      PIC X(01).

      *Bilan par profil pour le rapport d'achevement.
       01  ROLE-SUM-TABLE.
           05 RS-LGHT          PIC 9(02) VALUE ZERO.
           05 RS-MAX           PIC 9(02) VALUE 20.
           05 RS OCCURS 20 TIMES INDEXED BY RS-IDX.
                10 RS-ROLE      PIC X(10).
                10 RS-TOTAL     PIC 9(05).
                10 RS-KEEP      PIC 9(05).
                10 RS-REVOKE    PIC 9(05).
                10 RS-OPEN      PIC 9(05).

       01  WS-HIT              PIC 9(05).
       01  WS-OPEN-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-KEEP-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REVOKE-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-INVALID-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-DECISION         PIC X(06).
      *Nature du profil de la decision et de la ligne candidate,
      *blanc lu comme P.
       01  WS-DC-KIND          PIC X(01).
       01  WS-CAND-KIND        PIC X(01).
       01  WS-ALREADY-FLAG     PIC X(01).
           88 DELETE-ALREADY-QUEUED        VALUE "Y".

      *Zones passees a stat_usr, a usrrole et a la piste d'audit
      *par WORKING-STORAGE.
       01  WS-STAT-ACTION      PIC X(10) VALUE "DEACTIVER".
       01  WS-ROLE-ACTION      PIC X(10) VALUE "REVOKE".
       01  WS-ROLE-COMMIT      PIC X(01) VALUE "N".
       01  WS-ROLE-NAME        PIC X(10).
       01  WS-REVIEWER         PIC X(20).
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "recert".
       01  WS-AUD-ACTION       PIC X(10) VALUE "RECERT".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       01  WS-HEADER.
           05 FILLER           PIC X(44) VALUE
                  "RECERTIFICATION DES ACCES - CAMPAGNE DU ".
           05 OUT-H-CAMPAIGN   PIC X(08).

       01  WS-SUM-LINE.
           05 FILLER           PIC X(08) VALUE "Profil ".
           05 OUT-S-ROLE       PIC X(10).
           05 FILLER           PIC X(10) VALUE " comptes: ".
           05 OUT-S-TOTAL      PIC ZZZZ9.
           05 FILLER           PIC X(08) VALUE " KEEP: ".
           05 OUT-S-KEEP       PIC ZZZZ9.
           05 FILLER           PIC X(10) VALUE " REVOKE: ".
           05 OUT-S-REVOKE     PIC ZZZZ9.
           05 FILLER           PIC X(15) VALUE " sans reponse: ".
           05 OUT-S-OPEN       PIC ZZZZ9.

       01  WS-OPEN-LINE.
           05 OUT-O-ROLE       PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-O-NOM        PIC X(50).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-O-CREATED    PIC X(19).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-O-LAST       PIC X(19).

       01  WS-TRAILER.
           05 FILLER           PIC X(20) VALUE "Lignes sans reponse:".
           05 OUT-T-OPEN       PIC ZZZZ9.
           05 FILLER           PIC X(09) VALUE " / KEEP: ".
           05 OUT-T-KEEP       PIC ZZZZ9.
           05 FILLER           PIC X(11) VALUE " / REVOKE: ".
           05 OUT-T-REVOKE     PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-ROW-LAST-LOGIN   PIC X(19).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       01  WS-ROW-KIND         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *users_roles porte aussi le profil principal : il n'y est
      *repris que par sa ligne P.
       EXEC SQL
           DECLARE C-RECERT CURSOR FOR
           SELECT nom, role, created_at, last_login_at,
                  pwd_changed_at, 'P'
           FROM users WHERE status = 'A'
           UNION ALL
           SELECT u.nom, r.role, u.created_at, u.last_login_at,
                  u.pwd_changed_at, 'S'
           FROM users_roles r, users u
           WHERE u.nom = r.nom AND u.status = 'A'
             AND r.role <> u.role
           ORDER BY 2, 1
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Campagne periodique de recertification des acces : une
      *feuille par profil couvrant chaque compte actif qui le
      *porte, en principal ou en supplementaire (creation,
      *derniere connexion, dernier changement de mot de passe),
      *lecture des decisions KEEP / REVOKE retournees -- un REVOKE
      *du profil principal desactive le compte et met sa
      *suppression en file d'approbation, un REVOKE d'un profil
      *supplementaire ne retire que ce profil -- et rapport
      *d'achevement des lignes jamais traitees.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ARG2.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-"
                  WS-NOW(7:2) " " WS-NOW(9:2) ":"
                  WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
             WHEN "BUILD"
               PERFORM 0050-CONNECT-START
               THRU    0050-CONNECT-END
               PERFORM 0200-BUILD-START
               THRU    0200-BUILD-END
             WHEN "APPLY"
               PERFORM 0050-CONNECT-START
               THRU    0050-CONNECT-END
               PERFORM 0100-LOAD-START
               THRU    0100-LOAD-END
               PERFORM 0400-APPLY-START
               THRU    0400-APPLY-END
               PERFORM 0500-REPORT-START
               THRU    0500-REPORT-END
             WHEN "REPORT"
               PERFORM 0100-LOAD-START
               THRU    0100-LOAD-END
               PERFORM 0500-REPORT-START
               THRU    0500-REPORT-END
             WHEN OTHER
               DISPLAY "Usage : recert BUILD [FORCE]"
               DISPLAY "        recert APPLY"
               DISPLAY "        recert REPORT"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *Des lignes encore sans reponse laissent un code
      *d'avertissement : la campagne n'est pas close.
           IF WS-OPEN-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Connexion a la base par les identifiants du fichier
      *protege ; sans base, la campagne ne peut ni se construire
      *ni s'appliquer.
       0050-CONNECT-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0050-CONNECT-END.

      ******************************************************************

      *Charge la campagne en cours ; sans campagne, il n'y a rien
      *a appliquer ni a rapporter.
       0100-LOAD-START.

           MOVE 0                       TO CT-LGHT.
           MOVE SPACE                   TO F-CAMP-STATUS.

           OPEN INPUT F-CAMP.
           IF NOT F-CAMP-STATUS-OK
               DISPLAY "Aucune campagne en cours "
                       "(recert_campaign.dat absent)."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-CAMP-STATUS-EOF
             READ F-CAMP
              AT END
                CONTINUE
              NOT AT END
                IF CM-NOM NOT = SPACES
                  IF CT-LGHT >= CT-MAX
                      DISPLAY "Campagne pleine (" CT-MAX
                              ") : ligne non chargee : " CM-NOM
                  ELSE
                      ADD 1              TO CT-LGHT
                      MOVE CM-CAMPAIGN   TO WS-CAMPAIGN
                      MOVE CM-ROLE       TO CT-ROLE     (CT-LGHT)
                      MOVE CM-NOM        TO CT-NOM      (CT-LGHT)
                      MOVE CM-CREATED    TO CT-CREATED  (CT-LGHT)
                      MOVE CM-LAST       TO CT-LAST     (CT-LGHT)
                      MOVE CM-PWDCHG     TO CT-PWDCHG   (CT-LGHT)
                      MOVE CM-DECISION   TO CT-DECISION (CT-LGHT)
                      MOVE CM-REVIEWER   TO CT-REVIEWER (CT-LGHT)
                      MOVE CM-STATE      TO CT-STATE    (CT-LGHT)
                      MOVE CM-DECIDED    TO CT-DECIDED  (CT-LGHT)
                      MOVE CM-KIND       TO CT-KIND     (CT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-CAMP.
           MOVE SPACE                   TO F-CAMP-STATUS.

           EXIT.
       0100-LOAD-END.

      ******************************************************************

      *Lance une campagne : une ligne par compte actif, tries par
      *profil, dans la campagne et dans la feuille de son profil.
      *Une campagne precedente dont des lignes restent sans
      *reponse n'est pas ecrasee sans FORCE.
       0200-BUILD-START.

           MOVE SPACE                   TO F-CAMP-STATUS.
           OPEN INPUT F-CAMP.
           IF F-CAMP-STATUS-OK
               MOVE 0                   TO WS-HIT
               PERFORM UNTIL F-CAMP-STATUS-EOF
                 READ F-CAMP
                  AT END
                    CONTINUE
                  NOT AT END
                    IF CM-STATE = "P"
                        ADD 1           TO WS-HIT
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-CAMP
               IF WS-HIT > 0
                 AND FUNCTION UPPER-CASE(WS-ARG2) NOT = "FORCE"
                   DISPLAY "Campagne en cours avec " WS-HIT
                           " ligne(s) sans reponse : relancer avec "
                           "FORCE pour la remplacer."
                   MOVE 2               TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACE                   TO F-CAMP-STATUS.

           MOVE WS-NOW(1:8)             TO WS-CAMPAIGN.

           OPEN OUTPUT F-CAMP.
           IF NOT F-CAMP-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "recert_campaign.dat, statut : "
                       F-CAMP-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-WKS-ROLE.
           MOVE "N"                     TO WS-WKS-OPEN-FLAG.

           EXEC SQL OPEN C-RECERT END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-RECERT INTO :WS-ROW-NOM, :WS-ROW-ROLE,
                                       :WS-ROW-CREATED,
                                       :WS-ROW-LAST-LOGIN,
                                       :WS-ROW-PWD-CHANGED,
                                       :WS-ROW-KIND
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0210-BUILD-ONE-START
                   THRU    0210-BUILD-ONE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-RECERT END-EXEC.

           IF WKS-IS-OPEN
               CLOSE F-WKS
           END-IF.
           CLOSE F-CAMP.

           DISPLAY "Campagne " WS-CAMPAIGN " lancee : "
                   WS-OPEN-COUNT " profil(s) de compte(s) actif(s) "
                   "a certifier.".

           EXIT.
       0200-BUILD-END.

      ******************************************************************

      *Porte le compte actif courant en campagne et dans la
      *feuille de son profil (nouvelle feuille a chaque rupture de
      *profil, le curseur etant trie par profil).
       0210-BUILD-ONE-START.

           IF WS-ROW-ROLE = SPACES
               MOVE "APPRENANT"         TO WS-ROW-ROLE
           END-IF.

           IF NOT WKS-IS-OPEN OR WS-ROW-ROLE NOT = WS-WKS-ROLE
               IF WKS-IS-OPEN
                   CLOSE F-WKS
               END-IF
               MOVE WS-ROW-ROLE         TO WS-WKS-ROLE
               MOVE SPACES              TO WS-WKS-NAME
               STRING "recert_" DELIMITED BY SIZE
                      WS-WKS-ROLE DELIMITED BY SPACE
                      ".wks" DELIMITED BY SIZE
                      INTO WS-WKS-NAME
               OPEN OUTPUT F-WKS
               SET WKS-IS-OPEN          TO TRUE
           END-IF.

           MOVE SPACES                  TO REC-F-WKS.
           MOVE WS-ROW-ROLE             TO WK-ROLE.
           MOVE WS-ROW-NOM              TO WK-NOM.
           MOVE WS-ROW-CREATED          TO WK-CREATED.
           MOVE WS-ROW-LAST-LOGIN       TO WK-LAST.
           MOVE WS-ROW-PWD-CHANGED      TO WK-PWDCHG.
           MOVE WS-ROW-KIND             TO WK-KIND.
           WRITE REC-F-WKS.

           MOVE SPACES                  TO REC-F-CAMP.
           MOVE WS-CAMPAIGN             TO CM-CAMPAIGN.
           MOVE WS-ROW-ROLE             TO CM-ROLE.
           MOVE WS-ROW-NOM              TO CM-NOM.
           MOVE WS-ROW-CREATED          TO CM-CREATED.
           MOVE WS-ROW-LAST-LOGIN       TO CM-LAST.
           MOVE WS-ROW-PWD-CHANGED      TO CM-PWDCHG.
           MOVE "P"                     TO CM-STATE.
           MOVE WS-ROW-KIND             TO CM-KIND.
           WRITE REC-F-CAMP.

           ADD 1                        TO WS-OPEN-COUNT.

           EXIT.
       0210-BUILD-ONE-END.

      ******************************************************************

      *Lit les decisions retournees et les porte sur la campagne :
      *seules les lignes encore sans reponse sont prises, une
      *decision deja rendue ne se rejoue pas. La campagne est
      *reecrite en entier.
       0400-APPLY-START.

           OPEN INPUT F-DECIS.
           IF NOT F-DECIS-STATUS-OK
               DISPLAY "Pas de decisions a lire "
                       "(recert_decisions.txt absent)."
               GO TO 0400-APPLY-END
           END-IF.

           PERFORM UNTIL F-DECIS-STATUS-EOF
             READ F-DECIS
              AT END
                CONTINUE
              NOT AT END
                IF DC-NOM NOT = SPACES
                  AND DC-DECISION NOT = SPACES
                    PERFORM 0410-APPLY-ONE-START
                    THRU    0410-APPLY-ONE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DECIS.

           OPEN OUTPUT F-CAMP.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               MOVE SPACES              TO REC-F-CAMP
               MOVE WS-CAMPAIGN         TO CM-CAMPAIGN
               MOVE CT-ROLE     (CT-IDX) TO CM-ROLE
               MOVE CT-NOM      (CT-IDX) TO CM-NOM
               MOVE CT-CREATED  (CT-IDX) TO CM-CREATED
               MOVE CT-LAST     (CT-IDX) TO CM-LAST
               MOVE CT-PWDCHG   (CT-IDX) TO CM-PWDCHG
               MOVE CT-DECISION (CT-IDX) TO CM-DECISION
               MOVE CT-REVIEWER (CT-IDX) TO CM-REVIEWER
               MOVE CT-STATE    (CT-IDX) TO CM-STATE
               MOVE CT-DECIDED  (CT-IDX) TO CM-DECIDED
               MOVE CT-KIND     (CT-IDX) TO CM-KIND
               WRITE REC-F-CAMP
           END-PERFORM.
           CLOSE F-CAMP.

           DISPLAY "Decisions lues -- KEEP : " WS-KEEP-COUNT
                   " REVOKE : " WS-REVOKE-COUNT
                   " hors campagne : " WS-UNKNOWN-COUNT
                   " illisibles : " WS-INVALID-COUNT.

           EXIT.
       0400-APPLY-END.

      ******************************************************************

      *Porte une decision sur la ligne de campagne du meme compte,
      *du meme profil et de la meme nature (P ou S, blanc lu comme
      *P). KEEP garde l'acces ; REVOKE d'un profil
      *supplementaire le retire (usrrole) et laisse le compte
      *actif, REVOKE du profil principal desactive le compte
      *(stat_usr) et met sa suppression en file d'approbation.
      *Chaque decision rendue est auditee.
       0410-APPLY-ONE-START.

           MOVE FUNCTION UPPER-CASE(DC-DECISION) TO WS-DECISION.

           IF WS-DECISION NOT = "KEEP" AND WS-DECISION NOT = "REVOKE"
               DISPLAY "Decision illisible, ligne ignoree : "
                       DC-DECISION " " DC-NOM
               ADD 1                    TO WS-INVALID-COUNT
               GO TO 0410-APPLY-ONE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(DC-KIND) TO WS-DC-KIND.
           IF WS-DC-KIND = SPACE
               MOVE "P"                 TO WS-DC-KIND
           END-IF.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT OR WS-HIT > 0
               MOVE CT-KIND(CT-IDX)     TO WS-CAND-KIND
               IF WS-CAND-KIND = SPACE
                   MOVE "P"             TO WS-CAND-KIND
               END-IF
               IF CT-NOM(CT-IDX) = DC-NOM
                 AND CT-ROLE(CT-IDX) = DC-ROLE
                 AND WS-CAND-KIND = WS-DC-KIND
                 AND CT-STATE(CT-IDX) = "P"
                   SET WS-HIT           TO CT-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               DISPLAY "Decision hors campagne ou deja rendue : "
                       DC-NOM
               ADD 1                    TO WS-UNKNOWN-COUNT
               GO TO 0410-APPLY-ONE-END
           END-IF.

           SET CT-IDX                   TO WS-HIT.

           IF DC-REVIEWER = SPACES
               MOVE "RECERT"            TO WS-REVIEWER
           ELSE
               MOVE DC-REVIEWER         TO WS-REVIEWER
           END-IF.

           MOVE WS-DECISION             TO CT-DECISION(CT-IDX).
           MOVE WS-REVIEWER             TO CT-REVIEWER(CT-IDX).
           MOVE WS-STAMP                TO CT-DECIDED (CT-IDX).

           IF WS-DECISION = "KEEP"
               MOVE "K"                 TO CT-STATE(CT-IDX)
               ADD 1                    TO WS-KEEP-COUNT
           END-IF.

           IF WS-DECISION = "REVOKE" AND CT-KIND(CT-IDX) = "S"
               MOVE "R"                 TO CT-STATE(CT-IDX)
               ADD 1                    TO WS-REVOKE-COUNT
               MOVE CT-NOM(CT-IDX)      TO WS-ROW-NOM
               MOVE CT-ROLE(CT-IDX)     TO WS-ROLE-NAME
               CALL "usrrole" USING WS-ROLE-ACTION WS-ROW-NOM
                                    WS-ROLE-NAME WS-ROLE-COMMIT
                                    WS-REVIEWER
               EVALUATE RETURN-CODE
                   WHEN 0
                       CONTINUE
                   WHEN 2
                       DISPLAY "REVOKE : compte disparu depuis le "
                               "lancement : " WS-ROW-NOM
                   WHEN 3
                       DISPLAY "REVOKE : profil " WS-ROLE-NAME
                               " deja retire : " WS-ROW-NOM
                   WHEN OTHER
                       DISPLAY "REVOKE : echec du retrait du "
                               "profil " WS-ROLE-NAME " de "
                               WS-ROW-NOM
               END-EVALUATE
           END-IF.

           IF WS-DECISION = "REVOKE" AND CT-KIND(CT-IDX) NOT = "S"
               MOVE "R"                 TO CT-STATE(CT-IDX)
               ADD 1                    TO WS-REVOKE-COUNT
               MOVE CT-NOM(CT-IDX)      TO WS-ROW-NOM
               CALL "stat_usr" USING WS-ROW-NOM WS-STAT-ACTION
                                     WS-REVIEWER
               EVALUATE RETURN-CODE
                   WHEN 0
                       CONTINUE
                   WHEN 2
                       DISPLAY "REVOKE : compte disparu depuis le "
                               "lancement : " WS-ROW-NOM
                   WHEN 3
                       DISPLAY "REVOKE : compte deja desactive : "
                               WS-ROW-NOM
                   WHEN OTHER
                       DISPLAY "REVOKE : echec de la desactivation "
                               "de " WS-ROW-NOM
               END-EVALUATE
               PERFORM 0420-QUEUE-DELETE-START
               THRU    0420-QUEUE-DELETE-END
           END-IF.

           MOVE CT-NOM(CT-IDX)          TO WS-ROW-NOM.
           MOVE CT-ROLE(CT-IDX)         TO WS-AUD-BEFORE.
           MOVE WS-DECISION             TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-ROW-NOM WS-AUD-BEFORE WS-AUD-AFTER
                WS-REVIEWER.

           EXIT.
       0410-APPLY-ONE-END.

      ******************************************************************

      *Met en file d'approbation la suppression du compte revoque,
      *au nom du reviseur, sauf si une demande est deja en attente
      *pour ce compte.
       0420-QUEUE-DELETE-START.

           MOVE "N"                     TO WS-ALREADY-FLAG.
           MOVE SPACE                   TO F-PENDING-STATUS.

           OPEN INPUT F-PENDING.
           IF F-PENDING-STATUS-OK
               PERFORM UNTIL F-PENDING-STATUS-EOF
                 READ F-PENDING
                  AT END
                    CONTINUE
                  NOT AT END
                    IF PD-NAME = WS-ROW-NOM AND PD-STATE = "P"
                        SET DELETE-ALREADY-QUEUED TO TRUE
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-PENDING
           END-IF.
           MOVE SPACE                   TO F-PENDING-STATUS.

           IF DELETE-ALREADY-QUEUED
               GO TO 0420-QUEUE-DELETE-END
           END-IF.

           OPEN EXTEND F-PENDING.
           IF NOT F-PENDING-STATUS-OK
               OPEN OUTPUT F-PENDING
           END-IF.

           MOVE SPACES                  TO REC-F-PENDING.
           MOVE WS-ROW-NOM              TO PD-NAME.
           MOVE WS-REVIEWER             TO PD-REQUESTOR.
           MOVE WS-STAMP                TO PD-STAMP.
           MOVE "P"                     TO PD-STATE.
           WRITE REC-F-PENDING.

           CLOSE F-PENDING.
           MOVE SPACE                   TO F-PENDING-STATUS.

           EXIT.
       0420-QUEUE-DELETE-END.

      ******************************************************************

      *Rapport d'achevement : bilan par profil, puis chaque ligne
      *encore sans reponse.
       0500-REPORT-START.

           MOVE 0                       TO RS-LGHT.
           MOVE 0                       TO WS-OPEN-COUNT.
           MOVE 0                       TO WS-KEEP-COUNT.
           MOVE 0                       TO WS-REVOKE-COUNT.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               PERFORM 0510-SUM-ONE-START
               THRU    0510-SUM-ONE-END
           END-PERFORM.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "recert_completion.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-CAMPAIGN             TO OUT-H-CAMPAIGN.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING RS-IDX FROM 1 BY 1
                     UNTIL RS-IDX > RS-LGHT
               MOVE RS-ROLE  (RS-IDX)   TO OUT-S-ROLE
               MOVE RS-TOTAL (RS-IDX)   TO OUT-S-TOTAL
               MOVE RS-KEEP  (RS-IDX)   TO OUT-S-KEEP
               MOVE RS-REVOKE(RS-IDX)   TO OUT-S-REVOKE
               MOVE RS-OPEN  (RS-IDX)   TO OUT-S-OPEN
               MOVE WS-SUM-LINE         TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-PERFORM.

           MOVE "--- Lignes sans reponse ---" TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               IF CT-STATE(CT-IDX) = "P"
                   MOVE CT-ROLE   (CT-IDX) TO OUT-O-ROLE
                   MOVE CT-NOM    (CT-IDX) TO OUT-O-NOM
                   MOVE CT-CREATED(CT-IDX) TO OUT-O-CREATED
                   MOVE CT-LAST   (CT-IDX) TO OUT-O-LAST
                   MOVE WS-OPEN-LINE    TO REC-F-REPORT
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           MOVE WS-OPEN-COUNT           TO OUT-T-OPEN.
           MOVE WS-KEEP-COUNT           TO OUT-T-KEEP.
           MOVE WS-REVOKE-COUNT         TO OUT-T-REVOKE.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Campagne " WS-CAMPAIGN " -- sans reponse : "
                   WS-OPEN-COUNT " KEEP : " WS-KEEP-COUNT
                   " REVOKE : " WS-REVOKE-COUNT.

           EXIT.
       0500-REPORT-END.

      ******************************************************************

      *Cumule la ligne de campagne courante dans le bilan de son
      *profil et dans les totaux.
       0510-SUM-ONE-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING RS-IDX FROM 1 BY 1
                     UNTIL RS-IDX > RS-LGHT OR WS-HIT > 0
               IF RS-ROLE(RS-IDX) = CT-ROLE(CT-IDX)
                   SET WS-HIT           TO RS-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               IF RS-LGHT >= RS-MAX
                   DISPLAY "Trop de profils pour le bilan : "
                           CT-ROLE(CT-IDX)
                   GO TO 0510-SUM-ONE-END
               END-IF
               ADD 1                    TO RS-LGHT
               MOVE RS-LGHT             TO WS-HIT
               MOVE CT-ROLE(CT-IDX)     TO RS-ROLE  (RS-LGHT)
               MOVE 0                   TO RS-TOTAL (RS-LGHT)
               MOVE 0                   TO RS-KEEP  (RS-LGHT)
               MOVE 0                   TO RS-REVOKE(RS-LGHT)
               MOVE 0                   TO RS-OPEN  (RS-LGHT)
           END-IF.

           SET RS-IDX                   TO WS-HIT.
           ADD 1                        TO RS-TOTAL(RS-IDX).

           EVALUATE CT-STATE(CT-IDX)
               WHEN "K"
                   ADD 1                TO RS-KEEP(RS-IDX)
                   ADD 1                TO WS-KEEP-COUNT
               WHEN "R"
                   ADD 1                TO RS-REVOKE(RS-IDX)
                   ADD 1                TO WS-REVOKE-COUNT
               WHEN OTHER
                   ADD 1                TO RS-OPEN(RS-IDX)
                   ADD 1                TO WS-OPEN-COUNT
           END-EVALUATE.

           EXIT.
       0510-SUM-ONE-END.
