                                FILE STATUS IS F-BRESTART-STATUS.

      *Lot de maintenance a codes action (A ajout, P remise de mot
      *de passe, D desactivation, U reactivation...), pour passer
      *les mouvements RH sans ressaisie au menu.
           SELECT F-MAINT ASSIGN TO "maint_actions.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MAINT-STATUS.

      *Actions de maintenance planifiees (tenues par schedadm, ou
      *differees depuis maint_actions.txt) : le lot de maintenance
      *applique celles dont la date d'effet est arrivee et reporte
      *le sort de chacune sur le fichier.
           SELECT F-SCHED ASSIGN TO "scheduled_actions.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SCHED-STATUS.

      *File des demandes de suppression en attente d'approbation :
      *une suppression tapee au menu n'est plus executee sur le
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDING-STATUS.

      *File des changements de profil (mutations) en attente
      *d'approbation, sur le modele des suppressions : le nouveau
      *profil n'est applique qu'apres la revue d'un second ADMIN.
           SELECT F-PENDROL ASSIGN TO "pending_roles.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDROL-STATUS.

      *Liste des operateurs habilites au menu : identifiant puis
      *role (ADMIN / OPERATOR / READONLY), un par ligne ; a defaut
      *du fichier, tout identifiant non vide est admis en OPERATOR
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      *Elevations temporaires au role ADMIN (bris de glace, ouvertes
      *par brkglass) : un OPERATOR sous elevation en cours est
      *admis en ADMIN jusqu'a l'echeance, sans retoucher
      *operators.cfg.
           SELECT F-BRKG ASSIGN TO "breakglass.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BRKG-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
           05 BATCH-PASS       PIC X(50).
           05 BATCH-ROLE       PIC X(10).
           05 BATCH-EMAIL      PIC X(50).
      *Profil supplementaire facultatif, en fin de ligne : les
      *fichiers sans cette colonne restent lisibles tels quels.
           05 BATCH-ROLE2      PIC X(10).
      *Categorie facultative (E salarie a blanc, C prestataire, S
      *service), responsable et date de fin AAAAMMJJ, en fin de
      *ligne egalement.
           05 BATCH-CATEGORY   PIC X(01).
           05 BATCH-OWNER      PIC X(50).
           05 BATCH-END        PIC X(08).
      *Reference du ticket de changement qui autorise l'ajout.
           05 BATCH-TICKET     PIC X(18).

       FD  F-DISPO.

       01  REC-F-DISPO          PIC X(181).

       FD  F-BRESTART.

           05 MAINT-PASS       PIC X(50).
           05 MAINT-ROLE       PIC X(10).
           05 MAINT-EMAIL      PIC X(50).
      *Profil supplementaire facultatif d'un ajout (A).
           05 MAINT-ROLE2      PIC X(10).
      *Categorie, responsable et date de fin d'un ajout (A) ou
      *d'un changement de categorie / renouvellement (K).
           05 MAINT-CATEGORY   PIC X(01).
           05 MAINT-OWNER      PIC X(50).
           05 MAINT-END        PIC X(08).
      *La colonne email d'un renommage (N) porte le nouveau nom.
      *Preferences de notification (O) : la colonne profil porte
      *la langue, la colonne email les natures refusees.
      *Date d'effet AAAAMMJJ facultative des mouvements D, U, E, R,
      *G et V : posterieure au jour, la ligne est planifiee au lieu
      *d'etre appliquee.
           05 MAINT-EFFECTIVE  PIC X(08).
      *Reference du ticket de changement qui autorise le mouvement.
           05 MAINT-TICKET     PIC X(18).

       FD  F-SCHED.

      *Etat : P en attente, A appliquee, R rejetee le jour dit, X
      *compte cible absent le jour dit, C annulee.
       01  REC-F-SCHED.
           05 SCH-ID           PIC 9(06).
           05 FILLER           PIC X(01).
           05 SCH-EFFECTIVE    PIC X(08).
           05 FILLER           PIC X(01).
           05 SCH-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 SCH-ACTION       PIC X(01).
           05 FILLER           PIC X(01).
           05 SCH-NAME         PIC X(50).
           05 FILLER           PIC X(01).
           05 SCH-VALUE        PIC X(50).
           05 FILLER           PIC X(01).
           05 SCH-REQUESTOR    PIC X(20).
           05 FILLER           PIC X(01).
           05 SCH-STAMP        PIC X(19).
           05 FILLER           PIC X(01).
           05 SCH-DONE         PIC X(19).
           05 FILLER           PIC X(01).
           05 SCH-OUTCOME      PIC X(20).
           05 FILLER           PIC X(01).
           05 SCH-TICKET       PIC X(18).

       FD  F-PENDING.

           05 PD-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PD-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
           05 PD-TICKET        PIC X(18).

       FD  F-PENDROL.

       01  REC-F-PENDROL.
           05 PR-NAME          PIC X(50).
           05 FILLER           PIC X(01).
           05 PR-ROLE          PIC X(10).
           05 FILLER           PIC X(01).
           05 PR-REQUESTOR     PIC X(20).
           05 FILLER           PIC X(01).
           05 PR-STAMP         PIC X(19).
           05 FILLER           PIC X(01).
           05 PR-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 PR-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PR-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
           05 PR-TICKET        PIC X(18).

       FD  F-OPER.

           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      *Etat : A active, C close avant terme, E echue.
       FD  F-BRKG.

       01  REC-F-BRKG.
           05 BG-OPERATOR      PIC X(20).
           05 FILLER           PIC X(01).
           05 BG-START         PIC X(19).
           05 FILLER           PIC X(01).
           05 BG-END           PIC X(19).
           05 FILLER           PIC X(01).
           05 BG-HOURS         PIC 9(02).
           05 FILLER           PIC X(01).
           05 BG-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 BG-CLOSED        PIC X(19).
           05 FILLER           PIC X(01).
           05 BG-REASON        PIC X(60).

      ******************************************************************

           88 F-BATCH-STATUS-OK         VALUE "00".
           88 F-BATCH-STATUS-EOF        VALUE "10".

       01  F-MAINT-STATUS  PIC X(02) VALUE SPACE.
           88 F-MAINT-STATUS-OK         VALUE "00".
           88 F-MAINT-STATUS-EOF        VALUE "10".
       01  WS-MAINT-DEA-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-EML-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-EML-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-ROL-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-ROL-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-XRL-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-XRL-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-CAT-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-CAT-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-REA-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-REA-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-MOB-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-MOB-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-NOM-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-NOM-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-PRF-OK  PIC 9(05) VALUE 0.
       01  WS-MAINT-PRF-KO  PIC 9(05) VALUE 0.
       01  WS-MAINT-TKT-KO  PIC 9(05) VALUE 0.

       01  F-SCHED-STATUS  PIC X(02) VALUE SPACE.
           88 F-SCHED-STATUS-OK         VALUE "00".
           88 F-SCHED-STATUS-EOF        VALUE "10".

      *Actions planifiees chargees au debut du lot de maintenance :
      *celles en attente dont la date d'effet est arrivee sont
      *appliquees, puis le fichier est reecrit avec leur sort.
       01  SCHED-TABLE.
           05 SC-LGHT          PIC 9(04) VALUE ZERO.
           05 SC-MAX           PIC 9(04) VALUE 2000.
           05 SC OCCURS 2000 TIMES INDEXED BY SC-IDX.
                10 SC-ID        PIC 9(06).
                10 SC-EFFECTIVE PIC X(08).
                10 SC-STATE     PIC X(01).
                10 SC-ACTION    PIC X(01).
                10 SC-NAME      PIC X(50).
                10 SC-VALUE     PIC X(50).
                10 SC-REQUESTOR PIC X(20).
                10 SC-STAMP     PIC X(19).
                10 SC-DONE      PIC X(19).
                10 SC-OUTCOME   PIC X(20).
                10 SC-TICKET    PIC X(18).
       01  WS-SCH-TODAY    PIC X(08).
       01  WS-SCH-STAMP    PIC X(19).
       01  WS-SCH-NEXT-ID  PIC 9(06) VALUE 0.
       01  WS-SCH-OUTCOME  PIC X(20).
       01  WS-SCH-DUE      PIC 9(05) VALUE 0.
       01  WS-SCH-DONE-OK  PIC 9(05) VALUE 0.
       01  WS-SCH-DONE-KO  PIC 9(05) VALUE 0.
       01  WS-SCH-ABSENT   PIC 9(05) VALUE 0.
       01  WS-SCH-RETRY    PIC 9(05) VALUE 0.
       01  WS-SCH-DEFERRED PIC 9(05) VALUE 0.
       01  WS-AUD-SCH-ACTION PIC X(10) VALUE "PLANIF".

       01  WS-CMD-LINE     PIC X(60).
       01  WS-ARG1         PIC X(20).

      *Choix au menu principal : 1 Ajouter, 2 Modifier le mot de
      *passe, 3 Supprimer, 4 Lister, 5 Desactiver, 6 Reactiver,
      *7 Approuver les suppressions, 8 Changer l'email,
      *F Changer le mobile, A Changer de profil, B Approuver les
      *changements de profil, C Attribuer / D Retirer un profil
      *supplementaire, E Categorie / responsable / echeance,
      *G Restaurer un compte archive, H Renommer un compte,
      *I Preferences de notification, 0 Fiche complete,
      *9 Quitter.
       01  WS-MENU-CHOICE  PIC X(01).
           88 WS-MENU-QUIT               VALUE "9".
       01  WS-ROLE-OK-FLAG PIC X(01) VALUE "N".
           88 WS-ROLE-IS-OK              VALUE "Y".

      *Profil supplementaire saisi ou lu a l'ajout (facultatif),
      *attribue par usrrole apres insrt, et controle de separation
      *des taches (sodchk) : WS-SOD-OUTCOME a blanc si admis, sinon
      *le sort du compte rendu (ROLE REJETE, CONFLIT PROFILS).
       01  WS-USER-ROLE2   PIC X(10) VALUE SPACES.
       01  WS-ROLE-ACTION  PIC X(10).
       01  WS-SOD-MODE     PIC X(10).
       01  WS-SOD-OTHER    PIC X(10).
       01  WS-SOD-REASON   PIC X(60).
       01  WS-SOD-OUTCOME  PIC X(20).

      *Licences du profil attribue a l'ajout (seatchk) : profil
      *controle, motif, et sort LICENCE EPUISEE quand le contrat
      *demande le refus, a blanc sinon. A la saisie ecran, le profil
      *principal est controle dans sa propre boucle : 0157 n'y
      *revient pas (WS-SEAT-PRIMARY-DONE).
       01  WS-SEAT-ROLE    PIC X(10).
       01  WS-SEAT-REASON  PIC X(60).
       01  WS-SEAT-OUTCOME PIC X(20).
       01  WS-SEAT-PRIMARY-FLAG PIC X(01) VALUE "N".
           88 WS-SEAT-PRIMARY-DONE       VALUE "Y".

      *Categorie du compte a l'ajout ou a la maintenance (usrcat) :
      *WS-CAT-ACTION "CHECK" avant insrt, "SET" apres ; le motif
      *d'un refus est affiche, et WS-CAT-AUDIT porte l'apres de la
      *ligne d'audit d'un lot.
       01  WS-USER-CATEGORY PIC X(01) VALUE SPACE.
       01  WS-USER-OWNER   PIC X(50) VALUE SPACES.
       01  WS-USER-END     PIC X(08) VALUE SPACES.
       01  WS-CAT-ACTION   PIC X(10).
       01  WS-CAT-REASON   PIC X(60).
       01  WS-CAT-AUDIT    PIC X(30).

       01  WS-PASSVALID-RC PIC 9(02).

      *"Y" si la transaction d'un lot d'insrt est tenue ouverte par
       01  WS-BATCH-OK-FLAGS.
           05 WS-BATCH-OK-FLAG PIC X(01) OCCURS 99999 TIMES VALUE "N".

      *Nom de compte et adresse servis par namegen pour chaque
      *ligne du lot historique, repris par la seconde passe : ce
      *lot ne depasse jamais une tranche (999 lignes au plus).
       01  WS-BATCH-NAME-MAX  PIC 9(03) VALUE 999.
       01  WS-BATCH-NAMES.
           05 WS-BATCH-NAMED OCCURS 999 TIMES.
                10 WS-BATCH-LOGIN PIC X(50).
                10 WS-BATCH-MAIL  PIC X(50).

      *Zones passees au service de nommage : le compte prend le nom
      *standard et l'adresse de l'entreprise derives du nom de la
      *ligne ; l'adresse personnelle de la ligne distingue la
      *personne d'un homonyme et lui rend sa paire en reexecution.
       01  WS-NG-FULL-NAME    PIC X(50) VALUE SPACES.
       01  WS-NG-PERSON-KEY   PIC X(50).
       01  WS-NG-CALLER       PIC X(10) VALUE "MAIN34".
       01  WS-NG-LOGIN        PIC X(50) VALUE SPACES.
       01  WS-NG-EMAIL        PIC X(50) VALUE SPACES.
       01  WS-NG-OUTCOME      PIC X(20).

       01  F-BRESTART-STATUS PIC X(02) VALUE SPACE.
           88 F-BRESTART-STATUS-OK      VALUE "00".

                10 UN-NAME  PIC X(50).
                10 UN-EMAIL PIC X(50).
                10 UN-ROLE  PIC X(10).
                10 UN-ROLE2 PIC X(10).
                10 UN-CATEGORY PIC X(30).
                10 UN-TICKET PIC X(18).
       01  WS-BRESTART-FILENAME PIC X(17) VALUE "batch_restart.dat".

      *Code de sortie consolide du programme, pour que
       01  WS-NOTIFY-KIND  PIC X(10) VALUE "WELCOME".
       01  WS-NOTIFY-PAYLOAD PIC X(30) VALUE SPACES.

      *Pas de numero de mobile a la creation : la bienvenue part
      *par le seul courrier.
       01  WS-NOTIFY-MOBILE PIC X(20) VALUE SPACES.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "MAIN34".
       01  WS-INC-SEVERITY PIC X(01).
           88 F-DISPO-STATUS-OK         VALUE "00".

      *Ligne du compte rendu de lot : sorts possibles AJOUTE, DEJA
      *EXISTANT, NOM REJETE, MDP REJETE, EMAIL REJETE, ROLE REJETE,
      *CONFLIT PROFILS, ERREUR PROFIL, CATEGORIE REJETEE, ERREUR
      *CATEGORIE, ERREUR SQL, NOM SATURE, NOMMAGE IMPOSS., TICKET
      *REJETE ; suivis
      *pour un ajout du nom de compte et de l'adresse servis.
       01  WS-DISPO-LINE.
           05 DIS-LINENO       PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-NAME         PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-OUTCOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-LOGIN        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-EMAIL        PIC X(50).
       01  WS-DISPO-NO     PIC 9(07).
       01  WS-DISPO-OUTCOME PIC X(20).

       01  WS-AUD-ACTION   PIC X(10) VALUE "INSERT".
       01  WS-AUD-BEFORE   PIC X(30) VALUE SPACES.
       01  WS-AUD-AFTER    PIC X(30).
       01  WS-AUD-ROLE-ACTION PIC X(10) VALUE "ROLE+".
       01  WS-AUD-CAT-ACTION PIC X(10) VALUE "CATEGORIE".

      *Controle de l'adresse email par le sous-programme validate
      *du lot Jour-33 (memes regles de syntaxe et de domaine que la
           88 WS-OPER-IS-ADMIN           VALUE "ADMIN".
           88 WS-OPER-IS-READONLY        VALUE "READONLY".

      *Elevation temporaire en cours : role ADMIN jusqu'a
      *l'echeance, revue a chaque choix du menu -- a l'echeance (ou
      *a la cloture), retour au role d'origine.
       01  F-BRKG-STATUS   PIC X(02) VALUE SPACE.
           88 F-BRKG-STATUS-OK           VALUE "00".
           88 F-BRKG-STATUS-EOF          VALUE "10".
       01  WS-ELEV-FLAG    PIC X(01) VALUE "N".
           88 WS-OPER-IS-ELEVATED        VALUE "Y".
       01  WS-ELEV-END     PIC X(19) VALUE SPACES.
       01  WS-ELEV-NOW     PIC X(19).
       01  WS-BASE-ROLE    PIC X(10) VALUE SPACES.

      *Verification du mot de passe de l'operateur par authchk
      *(condensat du compte en base), trois essais au plus.
       01  WS-AUTH-NAME    PIC X(50).
                10 PT-STATE     PIC X(01).
                10 PT-DECIDER   PIC X(20).
                10 PT-DECIDED   PIC X(19).
                10 PT-TICKET    PIC X(18).

       01  WS-NOW-DT       PIC X(21).
       01  WS-PENDING-SEEN PIC 9(03) VALUE ZERO.

      *Ticket de changement du mouvement en cours, tenu par chgtkt
      *pour la piste d'audit ; WS-TKT-DEFAULT est repris sur une
      *saisie vide (ticket d'une demande en file).
       01  WS-TKT-ACTION   PIC X(08).
       01  WS-TKT-REF      PIC X(18).
       01  WS-TKT-DEFAULT  PIC X(18) VALUE SPACES.
       01  WS-TKT-FORMAT   PIC X(18).
       01  WS-TKT-RC       PIC 9(02).

       01  F-PENDROL-STATUS PIC X(02) VALUE SPACE.
           88 F-PENDROL-STATUS-OK        VALUE "00".
           88 F-PENDROL-STATUS-EOF       VALUE "10".

      *File des changements de profil chargee pour la revue : "P"
      *en attente, "A" approuvee (updt_rol execute), "R" refusee.
       01  PENDROL-TABLE.
           05 PRT-LGHT         PIC 9(03) VALUE ZERO.
           05 PRT-MAX          PIC 9(03) VALUE 500.
           05 PRT OCCURS 500 TIMES INDEXED BY PRT-IDX.
                10 PRT-NAME      PIC X(50).
                10 PRT-ROLE      PIC X(10).
                10 PRT-REQUESTOR PIC X(20).
                10 PRT-STAMP     PIC X(19).
                10 PRT-STATE     PIC X(01).
                10 PRT-DECIDER   PIC X(20).
                10 PRT-DECIDED   PIC X(19).
                10 PRT-TICKET    PIC X(18).
       01  WS-LIST-STATUS  PIC X(01).

      *Numero de mobile facultatif du compte, controle et normalise
      *par mobchk (via updt_mob).
       01  WS-USER-MOBILE  PIC X(20).

      *Nouveau nom d'un compte renomme (updt_nom).
       01  WS-USER-NEW-NAME PIC X(50).

      *Preferences de notification d'un compte (updt_prf) : langue
      *des messages et natures refusees.
       01  WS-USER-LANG     PIC X(02).
       01  WS-USER-OPTOUT   PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-USER-NAME       PIC X(50).
       01 WS-USER-PASS       PIC X(50).
       01 DB-USER            PIC X(20).
       01 DB-PASS            PIC X(20).
       01 DB-NAME            PIC X(20).
       01 WS-SCH-COUNT       PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *                       PARAGRAPHES
      ******************************************************************

      *Tente la connexion par l'acces protege (service dbcred) ; en
      *cas d'echec, redemande les identifiants au lieu de
      *poursuivre sans session active.
       0000-CONNEXION-START.

           MOVE 0                       TO WS-CONN-RETRY.
               ADD 1                    TO WS-CONN-RETRY
               DISPLAY "Connexion a la base de donnee..."

               IF WS-CONN-RETRY = 1
                   CALL "dbcred" USING WS-INC-PROGRAM
                   IF RETURN-CODE = 0
                       SET WS-CONN-IS-OK TO TRUE
                   END-IF
               ELSE
                   PERFORM 0010-CONNECT-MANUAL-START
                   THRU    0010-CONNECT-MANUAL-END
               END-IF

               IF NOT WS-CONN-IS-OK AND WS-CONN-RETRY <= 2
                   DISPLAY "Nouvelle tentative de connexion..."
               END-IF
           END-PERFORM.


      ******************************************************************

      *Connexion par identifiants saisis, quand l'acces protege n'a
      *pas abouti ; l'acces saisi est note au journal des incidents
      *comme les versions de l'acces protege.
       0010-CONNECT-MANUAL-START.

           DISPLAY "Veuillez renseigner votre username: ".
           ACCEPT DB-USER.
           DISPLAY "Veuillez renseigner votre mot de passe: ".
           ACCEPT DB-PASS.
           DISPLAY "Veuillez renseigner la base de donnee: ".
           ACCEPT DB-NAME.

           EXEC SQL
           CONNECT :DB-USER IDENTIFIED BY :DB-PASS USING :DB-NAME
           END-EXEC.
           MOVE SPACES                  TO DB-PASS.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
                       " - " WS-SQL-MESSAGE
               GO TO 0010-CONNECT-MANUAL-END
           END-IF.

           SET WS-CONN-IS-OK            TO TRUE.
           MOVE "I"                     TO WS-INC-SEVERITY.
           MOVE "Connexion base, acces saisi par l'operateur"
                                        TO WS-INC-MESSAGE.
           MOVE DB-NAME                 TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0010-CONNECT-MANUAL-END.

      ******************************************************************

      *Identification de l'operateur avant le menu : tant que la
      *connexion base passe par les identifiants partages de
      *l'acces protege, c'est cette signature qui permet de
      *rattacher chaque action a une personne. La liste
      *operators.cfg, quand elle existe, ferme le menu aux
      *identifiants inconnus.
               GO TO 0040-SIGNON-END
           END-IF.

           MOVE WS-OPER-ROLE             TO WS-BASE-ROLE.
           IF WS-OPER-ROLE = "OPERATOR"
               PERFORM 0046-CHECK-ELEVATION-START
               THRU    0046-CHECK-ELEVATION-END
           END-IF.

           DISPLAY "Session ouverte par "
                   FUNCTION TRIM(WS-OPERATOR) " ("
                   FUNCTION TRIM(WS-OPER-ROLE) ").".
           IF WS-OPER-IS-ELEVATED
               DISPLAY "Elevation temporaire ADMIN (bris de glace) "
                       "jusqu'au " WS-ELEV-END
                       " : chaque action est marquee a la piste "
                       "d'audit."
           END-IF.

           EXIT.
       0040-SIGNON-END.

      ******************************************************************

      *Elevation temporaire de l'operateur : une elevation active
      *dont l'echeance n'est pas passee donne le role ADMIN ; sinon
      *l'operateur revient a son role d'origine. Sans fichier,
      *aucune elevation.
       0046-CHECK-ELEVATION-START.

           MOVE "N"                      TO WS-ELEV-FLAG.
           MOVE SPACES                   TO WS-ELEV-END.
           MOVE FUNCTION CURRENT-DATE    TO WS-NOW-DT.
           MOVE SPACES                   TO WS-ELEV-NOW.
           STRING WS-NOW-DT(1:4) "-" WS-NOW-DT(5:2) "-"
                  WS-NOW-DT(7:2) " " WS-NOW-DT(9:2) ":"
                  WS-NOW-DT(11:2) ":" WS-NOW-DT(13:2)
                  DELIMITED BY SIZE INTO WS-ELEV-NOW.

           MOVE SPACE                    TO F-BRKG-STATUS.
           OPEN INPUT F-BRKG.
           IF F-BRKG-STATUS-OK
               PERFORM UNTIL F-BRKG-STATUS-EOF
                 READ F-BRKG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF BG-OPERATOR = WS-OPERATOR
                      AND BG-STATE = "A"
                      AND BG-END > WS-ELEV-NOW
                        SET WS-OPER-IS-ELEVATED TO TRUE
                        MOVE BG-END      TO WS-ELEV-END
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-BRKG
           END-IF.
           MOVE SPACE                    TO F-BRKG-STATUS.

           IF WS-OPER-IS-ELEVATED
               MOVE "ADMIN"              TO WS-OPER-ROLE
           ELSE
               MOVE WS-BASE-ROLE         TO WS-OPER-ROLE
           END-IF.

           EXIT.
       0046-CHECK-ELEVATION-END.

      ******************************************************************

      *Menu principal : ajout, modification de mot de passe,
      *suppression et consultation des utilisateurs.
       0050-MENU-START.
               DISPLAY "6. Reactiver un utilisateur"
               DISPLAY "7. Approuver les suppressions"
               DISPLAY "8. Changer l'email d'un utilisateur"
               DISPLAY "F. Changer le mobile d'un utilisateur"
               DISPLAY "A. Changer le profil d'un utilisateur"
               DISPLAY "B. Approuver les changements de profil"
               DISPLAY "C. Attribuer un profil supplementaire"
               DISPLAY "D. Retirer un profil supplementaire"
               DISPLAY "E. Categorie / responsable / echeance d'un "
                       "compte"
               DISPLAY "G. Restaurer un compte archive"
               DISPLAY "H. Renommer un compte"
               DISPLAY "I. Preferences de notification d'un compte"
               DISPLAY "0. Fiche complete d'un utilisateur"
               DISPLAY "9. Quitter"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                                        TO WS-MENU-CHOICE
      *Chaque choix porte son propre ticket de changement.
               MOVE "CLEAR"             TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF

      *Une elevation temporaire tombe d'elle-meme a l'echeance (ou
      *a sa cloture), meme en cours de session.
               IF WS-OPER-IS-ELEVATED
                   PERFORM 0046-CHECK-ELEVATION-START
                   THRU    0046-CHECK-ELEVATION-END
                   IF NOT WS-OPER-IS-ELEVATED
                       DISPLAY "Fin de l'elevation temporaire : "
                               "retour au role "
                               FUNCTION TRIM(WS-OPER-ROLE) "."
                   END-IF
               END-IF

      *Separation des taches par le role : la suppression, les
      *changements de statut et l'approbation des suppressions
      *sont reserves aux ADMIN ; un READONLY ne fait que lister.
      *Les mutations de profil suivent la regle des suppressions :
      *demande et approbation par deux ADMIN distincts ; les profils
      *supplementaires sont attribues et retires par un ADMIN,
      *comme la categorie, le responsable et l'echeance, la
      *restauration d'un compte archive et le renommage.
               EVALUATE TRUE
                   WHEN WS-MENU-CHOICE = "1"
                        AND WS-OPER-IS-READONLY
                   WHEN WS-MENU-CHOICE = "8"
                        AND WS-OPER-IS-READONLY
                       DISPLAY "Refus : role READONLY."
                   WHEN WS-MENU-CHOICE = "F"
                        AND WS-OPER-IS-READONLY
                       DISPLAY "Refus : role READONLY."
                   WHEN WS-MENU-CHOICE = "I"
                        AND WS-OPER-IS-READONLY
                       DISPLAY "Refus : role READONLY."
                   WHEN (WS-MENU-CHOICE = "3" OR "5" OR "6" OR "7"
                                   OR "A" OR "B" OR "C" OR "D" OR "E"
                                   OR "G" OR "H")
                        AND NOT WS-OPER-IS-ADMIN
                       DISPLAY "Refus : cette action est reservee "
                               "aux operateurs ADMIN."
                   WHEN WS-MENU-CHOICE = "8"
                       PERFORM 0185-EMAIL-USER-START
                       THRU    0185-EMAIL-USER-END
                   WHEN WS-MENU-CHOICE = "F"
                       PERFORM 0186-MOBILE-USER-START
                       THRU    0186-MOBILE-USER-END
                   WHEN WS-MENU-CHOICE = "A"
                       PERFORM 0177-ROLE-REQUEST-START
                       THRU    0177-ROLE-REQUEST-END
                   WHEN WS-MENU-CHOICE = "B"
                       PERFORM 0178-APPROVE-ROLES-START
                       THRU    0178-APPROVE-ROLES-END
                   WHEN WS-MENU-CHOICE = "C"
                       MOVE "GRANT"      TO WS-ROLE-ACTION
                       PERFORM 0187-EXTRA-ROLE-START
                       THRU    0187-EXTRA-ROLE-END
                   WHEN WS-MENU-CHOICE = "D"
                       MOVE "REVOKE"     TO WS-ROLE-ACTION
                       PERFORM 0187-EXTRA-ROLE-START
                       THRU    0187-EXTRA-ROLE-END
                   WHEN WS-MENU-CHOICE = "E"
                       PERFORM 0188-CATEGORY-USER-START
                       THRU    0188-CATEGORY-USER-END
                   WHEN WS-MENU-CHOICE = "G"
                       PERFORM 0189-RESTORE-USER-START
                       THRU    0189-RESTORE-USER-END
                   WHEN WS-MENU-CHOICE = "H"
                       PERFORM 0184-RENAME-USER-START
                       THRU    0184-RENAME-USER-END
                   WHEN WS-MENU-CHOICE = "I"
                       PERFORM 0183-PREFS-USER-START
                       THRU    0183-PREFS-USER-END
      *La fiche est une consultation : ouverte a tous les roles.
                   WHEN WS-MENU-CHOICE = "0"
                       DISPLAY "Nom de l'utilisateur : "

      ******************************************************************

      *Reference du ticket de changement qui autorise le mouvement
      *saisi au menu : controlee par chgtkt contre le format
      *configure, puis retenue pour la piste d'audit. Une saisie
      *vide reprend WS-TKT-DEFAULT.
       0060-ASK-TICKET-START.

           MOVE 99                      TO WS-TKT-RC.
           PERFORM UNTIL WS-TKT-RC = 0
               DISPLAY "Reference du ticket de changement : "
                       WITH NO ADVANCING
               ACCEPT WS-TKT-REF
               IF WS-TKT-REF = SPACES
                   MOVE WS-TKT-DEFAULT  TO WS-TKT-REF
               END-IF
               MOVE "SET"               TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF
               MOVE RETURN-CODE         TO WS-TKT-RC
               EVALUATE WS-TKT-RC
                   WHEN 0
                       CONTINUE
                   WHEN 2
                       DISPLAY "La reference du ticket est "
                               "obligatoire."
                   WHEN OTHER
                       MOVE "FORMAT"    TO WS-TKT-ACTION
                       CALL "chgtkt" USING WS-TKT-ACTION
                                           WS-TKT-FORMAT
                       DISPLAY "Reference hors format (attendu : "
                               FUNCTION TRIM(WS-TKT-FORMAT) ")."
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES                  TO WS-TKT-DEFAULT.

           EXIT.
       0060-ASK-TICKET-END.

      ******************************************************************

      *Ajout d'utilisateurs : la boucle se poursuit jusqu'a ce que
      *l'operateur reponde explicitement "non", sans limite de
      *nombre d'ajouts par execution.
               IF NOT WS-ROLE-IS-OK
                   DISPLAY "Profil inconnu du referentiel : "
                           WS-USER-ROLE
               ELSE
                   MOVE WS-USER-ROLE         TO WS-SEAT-ROLE
                   PERFORM 0149-CHECK-SEAT-START
                   THRU    0149-CHECK-SEAT-END
                   IF WS-SEAT-OUTCOME NOT = SPACES
                       MOVE "N"              TO WS-ROLE-OK-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *Categorie du compte : salarie a blanc ; un prestataire ou un
      *compte de service nomme son responsable, un prestataire sa
      *date de fin de mission.
           MOVE "N"                          TO WS-ROLE-OK-FLAG.
           PERFORM UNTIL WS-ROLE-IS-OK
               DISPLAY "Categorie (E salarie/C prestataire/S service,"
                       " vide = E) : " WITH NO ADVANCING
               ACCEPT WS-USER-CATEGORY
               MOVE FUNCTION UPPER-CASE(WS-USER-CATEGORY)
                                             TO WS-USER-CATEGORY
               MOVE SPACES                   TO WS-USER-OWNER
               MOVE SPACES                   TO WS-USER-END
               IF WS-USER-CATEGORY = "C" OR "S"
                   DISPLAY "Responsable (compte salarie actif) : "
                           WITH NO ADVANCING
                   ACCEPT WS-USER-OWNER
               END-IF
               IF WS-USER-CATEGORY = "C"
                   DISPLAY "Date de fin de mission (AAAAMMJJ) : "
                           WITH NO ADVANCING
                   ACCEPT WS-USER-END
               END-IF
               MOVE "CHECK"                  TO WS-CAT-ACTION
               PERFORM 0159-CATEGORY-START
               THRU    0159-CATEGORY-END
               IF WS-SOD-OUTCOME = SPACES
                   SET WS-ROLE-IS-OK TO TRUE
               END-IF
           END-PERFORM.

      *Profil supplementaire facultatif : au referentiel, et sans
      *paire interdite avec le profil principal.
           MOVE "N"                          TO WS-ROLE-OK-FLAG.
           SET WS-SEAT-PRIMARY-DONE          TO TRUE.
           PERFORM UNTIL WS-ROLE-IS-OK
               DISPLAY "Profil supplementaire (vide = aucun) : "
                       WITH NO ADVANCING
               ACCEPT WS-USER-ROLE2
               PERFORM 0157-CHECK-SOD-START
               THRU    0157-CHECK-SOD-END
               IF WS-SOD-OUTCOME = SPACES
                   SET WS-ROLE-IS-OK TO TRUE
               END-IF
           END-PERFORM.
           MOVE "N"                          TO WS-SEAT-PRIMARY-FLAG.

      *Adresse email reelle du compte, controlee par les memes
      *regles que le lot de validation avant tout aller-retour
               END-EVALUATE
           END-PERFORM.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "insrt" USING WS-USER-NAME WS-USER-PASS
                              WS-USER-ROLE WS-USER-EMAIL
                              WS-COMMIT-MODE WS-OPERATOR.
                               LENGTH OF WS-GREET-NOM " caracteres."
                   END-IF
                   DISPLAY WS-GREET-REPONSE
                   PERFORM 0158-GRANT-ROLE2-START
                   THRU    0158-GRANT-ROLE2-END
               WHEN 2
                   DISPLAY "Utilisateur deja existant : "
                           WS-USER-NAME

      ******************************************************************

      *Nom de compte et adresse de l'entreprise de la ligne de lot
      *courante, servis par namegen a partir du nom de la personne :
      *ils remplacent WS-USER-NAME et WS-USER-EMAIL. WS-NG-OUTCOME
      *reste a blanc si la paire est servie, et recoit sinon le sort
      *du compte rendu. Le ticket de changement de la ligne est
      *controle d'abord et retenu pour la piste d'audit.
       0148-DERIVE-NAME-START.

           MOVE BATCH-NAME              TO WS-NG-FULL-NAME.
           MOVE SPACES                  TO WS-NG-LOGIN.
           MOVE SPACES                  TO WS-NG-EMAIL.

           MOVE BATCH-TICKET            TO WS-TKT-REF.
           MOVE "SET"                   TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.
           IF RETURN-CODE NOT = 0
               MOVE "TICKET REJETE"     TO WS-NG-OUTCOME
               GO TO 0148-DERIVE-NAME-END
           END-IF.

           MOVE "NOM REJETE"            TO WS-NG-OUTCOME.

           IF BATCH-NAME = SPACES
               GO TO 0148-DERIVE-NAME-END
           END-IF.

           IF BATCH-EMAIL NOT = SPACES
               MOVE BATCH-EMAIL         TO WS-NG-PERSON-KEY
           ELSE
               MOVE BATCH-NAME          TO WS-NG-PERSON-KEY
           END-IF.

           CALL "namegen" USING WS-NG-FULL-NAME WS-NG-PERSON-KEY
                                WS-NG-CALLER WS-NG-LOGIN WS-NG-EMAIL.
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE SPACES          TO WS-NG-OUTCOME
                   MOVE WS-NG-LOGIN     TO WS-USER-NAME
                   MOVE WS-NG-EMAIL     TO WS-USER-EMAIL
               WHEN 4
                   CONTINUE
               WHEN 6
                   MOVE "NOM SATURE"    TO WS-NG-OUTCOME
               WHEN OTHER
                   MOVE "NOMMAGE IMPOSS." TO WS-NG-OUTCOME
           END-EVALUATE.

           EXIT.
       0148-DERIVE-NAME-END.

      ******************************************************************

      *Mode lot : un "insrt" par ligne nom/mot de passe lue dans
      *new_users.txt, sans aucune sollicitation de l'operateur, pour
      *provisionner toute une cohorte en une seule execution. Les
                        MOVE BATCH-PASS      TO WS-USER-PASS
                        MOVE BATCH-ROLE      TO WS-USER-ROLE
                        MOVE BATCH-EMAIL     TO WS-USER-EMAIL
                        MOVE BATCH-ROLE2     TO WS-USER-ROLE2
                        MOVE BATCH-CATEGORY  TO WS-USER-CATEGORY
                        MOVE BATCH-OWNER     TO WS-USER-OWNER
                        MOVE BATCH-END       TO WS-USER-END
                        PERFORM 0148-DERIVE-NAME-START
                        THRU    0148-DERIVE-NAME-END
                        IF WS-BATCH-ROW-COUNT <= WS-BATCH-NAME-MAX
                            MOVE WS-NG-LOGIN TO
                                 WS-BATCH-LOGIN(WS-BATCH-ROW-COUNT)
                            MOVE WS-NG-EMAIL TO
                                 WS-BATCH-MAIL(WS-BATCH-ROW-COUNT)
                        END-IF
      *Un lot n'est pas une source de confiance parce qu'il ne
      *passe pas par un operateur : on applique ligne a ligne les
      *memes controles que 0110-ADD-ONE-USER-START (caracteres du
      *nom, complexite du mot de passe) avant tout appel a "insrt",
      *sinon un lot complet contournerait ces deux garde-fous.
                        MOVE WS-BATCH-ROW-COUNT TO WS-DISPO-NO
                        IF WS-NG-OUTCOME NOT = SPACES
                            DISPLAY "Ligne ignoree ("
                                    FUNCTION TRIM(WS-NG-OUTCOME)
                                    ") : " BATCH-NAME
                            SET WS-BATCH-HAS-FAILED TO TRUE
                            MOVE WS-NG-OUTCOME TO WS-DISPO-OUTCOME
                            PERFORM 0154-WRITE-DISPO-START
                            THRU    0154-WRITE-DISPO-END
                        ELSE
                                  IF NOT WS-ROLE-IS-OK
                                    DISPLAY "Profil inconnu, ligne "
                                            "ignoree : " WS-USER-NAME
                                    MOVE "ROLE REJETE"
                                         TO WS-SOD-OUTCOME
                                  ELSE
                                    PERFORM 0157-CHECK-SOD-START
                                    THRU    0157-CHECK-SOD-END
                                  END-IF
                                  IF WS-SOD-OUTCOME NOT = SPACES
                                    SET WS-BATCH-HAS-FAILED TO TRUE
                                    MOVE WS-SOD-OUTCOME
                                         TO WS-DISPO-OUTCOME
                                    PERFORM 0154-WRITE-DISPO-START
                                    THRU    0154-WRITE-DISPO-END
      *lot entier n'a pas recu son COMMIT, cette ligne peut encore
      *etre annulee par l'echec d'une autre ligne du meme lot. On
      *se contente de retenir que cette ligne a reussi sa premiere
      *passe, pour la seconde passe apres COMMIT. Le profil
      *supplementaire entre dans la meme transaction.
                                            PERFORM
                                              0158-GRANT-ROLE2-START
                                            THRU
                                              0158-GRANT-ROLE2-END
                                            IF WS-SOD-OUTCOME = SPACES
                                              MOVE "Y" TO
                                 WS-BATCH-OK-FLAG(WS-BATCH-ROW-COUNT)
                                              MOVE "AJOUTE" TO
                                                 WS-DISPO-OUTCOME
                                            ELSE
                                              SET WS-BATCH-HAS-FAILED
                                                  TO TRUE
                                              MOVE WS-SOD-OUTCOME TO
                                                 WS-DISPO-OUTCOME
                                            END-IF
                                            PERFORM
                                              0154-WRITE-DISPO-START
                                            THRU

               MOVE "N"                 TO WS-COMMIT-MODE
               CLOSE F-DISPO
               MOVE SPACES              TO WS-NG-FULL-NAME
           END-IF.

           EXIT.

           CLOSE F-DISPO.
           MOVE "N"                     TO WS-COMMIT-MODE.
           MOVE SPACES                  TO WS-NG-FULL-NAME.

           EXIT.
       0151-BATCH-CHUNKED-END.
           MOVE BATCH-PASS              TO WS-USER-PASS.
           MOVE BATCH-ROLE              TO WS-USER-ROLE.
           MOVE BATCH-EMAIL             TO WS-USER-EMAIL.
           MOVE BATCH-ROLE2             TO WS-USER-ROLE2.
           MOVE BATCH-CATEGORY          TO WS-USER-CATEGORY.
           MOVE BATCH-OWNER             TO WS-USER-OWNER.
           MOVE BATCH-END               TO WS-USER-END.

           MOVE WS-ROWS-CONSUMED        TO WS-DISPO-NO.

           PERFORM 0148-DERIVE-NAME-START
           THRU    0148-DERIVE-NAME-END.
           IF WS-NG-OUTCOME NOT = SPACES
               DISPLAY "Ligne ignoree ("
                       FUNCTION TRIM(WS-NG-OUTCOME) ") : "
                       BATCH-NAME
               MOVE WS-NG-OUTCOME       TO WS-DISPO-OUTCOME
               PERFORM 0154-WRITE-DISPO-START
               THRU    0154-WRITE-DISPO-END
               GO TO 0152-CHUNK-ONE-ROW-END
           END-IF.

           IF WS-USER-NAME IS NOT WS-NAME-CHARACTER
               DISPLAY "Nom invalide, ligne ignoree : "
                       WS-USER-NAME
               MOVE "NOM REJETE"        TO WS-DISPO-OUTCOME
               GO TO 0152-CHUNK-ONE-ROW-END
           END-IF.

           PERFORM 0157-CHECK-SOD-START
           THRU    0157-CHECK-SOD-END.
           IF WS-SOD-OUTCOME NOT = SPACES
               MOVE WS-SOD-OUTCOME      TO WS-DISPO-OUTCOME
               PERFORM 0154-WRITE-DISPO-START
               THRU    0154-WRITE-DISPO-END
               GO TO 0152-CHUNK-ONE-ROW-END
           END-IF.

           CALL "insrt" USING WS-USER-NAME WS-USER-PASS
                              WS-USER-ROLE WS-USER-EMAIL
                              WS-COMMIT-MODE WS-OPERATOR.
           IF RETURN-CODE = 0
               PERFORM 0158-GRANT-ROLE2-START
               THRU    0158-GRANT-ROLE2-END
               IF WS-SOD-OUTCOME NOT = SPACES
                   MOVE 1               TO RETURN-CODE
               END-IF
           END-IF.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO UN-CNT
                   MOVE WS-USER-NAME    TO UN-NAME (UN-CNT)
                   MOVE WS-USER-EMAIL   TO UN-EMAIL(UN-CNT)
                   MOVE WS-USER-ROLE    TO UN-ROLE (UN-CNT)
                   MOVE WS-USER-ROLE2   TO UN-ROLE2(UN-CNT)
                   MOVE WS-CAT-AUDIT    TO UN-CATEGORY(UN-CNT)
                   MOVE WS-TKT-REF      TO UN-TICKET(UN-CNT)
                   MOVE "AJOUTE"        TO WS-DISPO-OUTCOME
               WHEN 2
                   DISPLAY "Utilisateur deja existant : "
               DISPLAY WS-GREET-REPONSE
               CALL "notify" USING UN-NAME(UN-IDX) UN-EMAIL(UN-IDX)
                                   WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                                   WS-NOTIFY-MOBILE
               MOVE UN-NAME(UN-IDX)     TO WS-USER-NAME
               MOVE "LOAD"              TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION UN-TICKET(UN-IDX)
               MOVE SPACES              TO WS-AUD-BEFORE
               MOVE UN-ROLE(UN-IDX)     TO WS-AUD-AFTER
               CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                    WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                    WS-OPERATOR
               IF UN-ROLE2(UN-IDX) NOT = SPACES
                   MOVE UN-ROLE2(UN-IDX) TO WS-AUD-AFTER
                   CALL "audit" USING WS-AUD-PROGRAM
                        WS-AUD-ROLE-ACTION WS-USER-NAME
                        WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR
               END-IF
               IF UN-CATEGORY(UN-IDX) NOT = SPACES
                   MOVE UN-CATEGORY(UN-IDX) TO WS-AUD-AFTER
                   CALL "audit" USING WS-AUD-PROGRAM
                        WS-AUD-CAT-ACTION WS-USER-NAME
                        WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR
               END-IF
           END-PERFORM.

           MOVE 0                       TO UN-CNT.

      ******************************************************************

      *Controle des licences du profil WS-SEAT-ROLE attribue a un
      *ajout (a blanc : APPRENANT, comme insrt) : places epuisees,
      *l'ajout est signale, ou refuse si le contrat le demande --
      *WS-SEAT-OUTCOME recoit alors LICENCE EPUISEE.
       0149-CHECK-SEAT-START.

           MOVE SPACES                  TO WS-SEAT-OUTCOME.
           IF WS-SEAT-ROLE = SPACES
               MOVE "APPRENANT"         TO WS-SEAT-ROLE
           END-IF.

           CALL "seatchk" USING WS-SEAT-ROLE WS-SEAT-REASON.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 1
                   DISPLAY "Attention : "
                           FUNCTION TRIM(WS-SEAT-REASON)
                           " -- " WS-USER-NAME
               WHEN OTHER
                   DISPLAY "Refus : " FUNCTION TRIM(WS-SEAT-REASON)
                           " -- " WS-USER-NAME
                   MOVE "LICENCE EPUISEE"   TO WS-SEAT-OUTCOME
           END-EVALUATE.

           EXIT.
       0149-CHECK-SEAT-END.

      ******************************************************************

      *Controle du profil courant (WS-USER-ROLE) contre le
      *referentiel des profils : admis a blanc (insrt retombe sur
      *APPRENANT), sinon rolechk doit le connaitre en vigueur.

      ******************************************************************

      *Controle du profil supplementaire courant (WS-USER-ROLE2)
      *d'un ajout : facultatif ; sinon il doit etre en vigueur au
      *referentiel et ne former aucune paire interdite par la
      *separation des taches avec le profil principal. WS-SOD-OUTCOME
      *reste a blanc si l'ajout peut se faire, et recoit sinon le
      *sort du compte rendu, le motif etant affiche. La categorie
      *du compte (responsable, date de fin) est controlee en tete :
      *CATEGORIE REJETEE. Les licences du profil principal, puis du
      *profil supplementaire, sont controlees par 0149 : LICENCE
      *EPUISEE.
       0157-CHECK-SOD-START.

           MOVE SPACES                  TO WS-SOD-OUTCOME.

           MOVE "CHECK"                 TO WS-CAT-ACTION.
           PERFORM 0159-CATEGORY-START
           THRU    0159-CATEGORY-END.
           IF WS-SOD-OUTCOME NOT = SPACES
               GO TO 0157-CHECK-SOD-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-USER-ROLE2) TO WS-USER-ROLE2.

      *Le profil principal a blanc sera APPRENANT (insrt) : c'est
      *lui qui compte pour la comparaison.
           MOVE FUNCTION UPPER-CASE(WS-USER-ROLE) TO WS-SOD-OTHER.
           IF WS-SOD-OTHER = SPACES
               MOVE "APPRENANT"         TO WS-SOD-OTHER
           END-IF.

           IF NOT WS-SEAT-PRIMARY-DONE
               MOVE WS-SOD-OTHER        TO WS-SEAT-ROLE
               PERFORM 0149-CHECK-SEAT-START
               THRU    0149-CHECK-SEAT-END
               IF WS-SEAT-OUTCOME NOT = SPACES
                   MOVE WS-SEAT-OUTCOME TO WS-SOD-OUTCOME
                   GO TO 0157-CHECK-SOD-END
               END-IF
           END-IF.

           IF WS-USER-ROLE2 = WS-SOD-OTHER
               MOVE SPACES              TO WS-USER-ROLE2
           END-IF.

           IF WS-USER-ROLE2 = SPACES
               GO TO 0157-CHECK-SOD-END
           END-IF.

           CALL "rolechk" USING WS-USER-ROLE2.
           IF RETURN-CODE NOT = 0
               DISPLAY "Profil supplementaire inconnu du "
                       "referentiel : " WS-USER-ROLE2
               MOVE "ROLE REJETE"       TO WS-SOD-OUTCOME
               GO TO 0157-CHECK-SOD-END
           END-IF.

           MOVE "AJOUT"                 TO WS-SOD-MODE.
           CALL "sodchk" USING WS-USER-NAME WS-USER-ROLE2
                               WS-SOD-OTHER WS-SOD-MODE
                               WS-SOD-REASON.
           IF RETURN-CODE NOT = 0
               DISPLAY "Refus : " FUNCTION TRIM(WS-SOD-REASON)
                       " -- " WS-USER-NAME
               MOVE "CONFLIT PROFILS"   TO WS-SOD-OUTCOME
               GO TO 0157-CHECK-SOD-END
           END-IF.

           MOVE WS-USER-ROLE2           TO WS-SEAT-ROLE.
           PERFORM 0149-CHECK-SEAT-START
           THRU    0149-CHECK-SEAT-END.
           MOVE WS-SEAT-OUTCOME         TO WS-SOD-OUTCOME.

           EXIT.
       0157-CHECK-SOD-END.

      ******************************************************************

      *Attribue le profil supplementaire courant au compte qui
      *vient d'etre cree, dans le mode de validation courant
      *(WS-COMMIT-MODE) : en lot, l'attribution suit le sort de la
      *transaction du lot. WS-SOD-OUTCOME recoit ERREUR PROFIL en
      *cas d'echec. La categorie du compte est enregistree ensuite,
      *dans le meme mode (ERREUR CATEGORIE en cas d'echec).
       0158-GRANT-ROLE2-START.

           MOVE SPACES                  TO WS-SOD-OUTCOME.

           IF WS-USER-ROLE2 NOT = SPACES
               MOVE "GRANT"             TO WS-ROLE-ACTION
               CALL "usrrole" USING WS-ROLE-ACTION WS-USER-NAME
                                    WS-USER-ROLE2 WS-COMMIT-MODE
                                    WS-OPERATOR
               IF RETURN-CODE NOT = 0
                   DISPLAY "Profil supplementaire non attribue : "
                           WS-USER-ROLE2 " -- " WS-USER-NAME
                   MOVE "ERREUR PROFIL" TO WS-SOD-OUTCOME
                   GO TO 0158-GRANT-ROLE2-END
               END-IF
           END-IF.

           MOVE "SET"                   TO WS-CAT-ACTION.
           PERFORM 0159-CATEGORY-START
           THRU    0159-CATEGORY-END.

           EXIT.
       0158-GRANT-ROLE2-END.

      ******************************************************************

      *Categorie du compte courant (WS-USER-CATEGORY, responsable,
      *date de fin) par usrcat : WS-CAT-ACTION "CHECK" controle
      *avant l'ajout (CATEGORIE REJETEE dans WS-SOD-OUTCOME), "SET"
      *enregistre apres insrt dans le mode de validation courant
      *(ERREUR CATEGORIE). Un salarie (E ou blanc) n'a rien a
      *enregistrer : la base le lit comme salarie par defaut.
       0159-CATEGORY-START.

           MOVE SPACES                  TO WS-SOD-OUTCOME.
           MOVE SPACES                  TO WS-CAT-AUDIT.
           MOVE FUNCTION UPPER-CASE(WS-USER-CATEGORY)
                                        TO WS-USER-CATEGORY.

           IF WS-CAT-ACTION = "SET"
             AND (WS-USER-CATEGORY = SPACE OR "E")
               GO TO 0159-CATEGORY-END
           END-IF.

           CALL "usrcat" USING WS-CAT-ACTION WS-USER-NAME
                               WS-USER-CATEGORY WS-USER-OWNER
                               WS-USER-END WS-COMMIT-MODE
                               WS-OPERATOR WS-CAT-REASON.
           IF RETURN-CODE NOT = 0
               IF WS-CAT-REASON NOT = SPACES
                   DISPLAY "Refus : " FUNCTION TRIM(WS-CAT-REASON)
                           " -- " WS-USER-NAME
               END-IF
               IF WS-CAT-ACTION = "CHECK"
                   MOVE "CATEGORIE REJETEE" TO WS-SOD-OUTCOME
               ELSE
                   MOVE "ERREUR CATEGORIE"  TO WS-SOD-OUTCOME
               END-IF
               GO TO 0159-CATEGORY-END
           END-IF.

           IF WS-CAT-ACTION = "SET"
               STRING WS-USER-CATEGORY " " WS-USER-END " "
                      WS-USER-OWNER
                      DELIMITED BY SIZE INTO WS-CAT-AUDIT
           END-IF.

           EXIT.
       0159-CATEGORY-END.

      ******************************************************************

      *Ecrit une ligne du compte rendu de lot (numero de ligne du
      *fichier, nom, sort de la ligne). Pour une ligne de lot
      *d'ajouts, le nom est celui de la personne, suivi du nom de
      *compte et de l'adresse servis par namegen.
       0154-WRITE-DISPO-START.

           MOVE WS-DISPO-NO             TO DIS-LINENO.
           IF WS-NG-FULL-NAME NOT = SPACES
               MOVE WS-NG-FULL-NAME     TO DIS-NAME
               MOVE WS-NG-LOGIN         TO DIS-LOGIN
               MOVE WS-NG-EMAIL         TO DIS-EMAIL
           ELSE
               MOVE WS-USER-NAME        TO DIS-NAME
               MOVE SPACES              TO DIS-LOGIN
               MOVE SPACES              TO DIS-EMAIL
           END-IF.
           MOVE WS-DISPO-OUTCOME        TO DIS-OUTCOME.
           MOVE WS-DISPO-LINE           TO REC-F-DISPO.
           WRITE REC-F-DISPO.
                CONTINUE
              NOT AT END
                ADD 1 TO WS-BATCH-IDX
                IF WS-BATCH-IDX <= WS-BATCH-NAME-MAX
                   AND WS-BATCH-OK-FLAG(WS-BATCH-IDX) = "Y"
                    MOVE WS-BATCH-LOGIN(WS-BATCH-IDX) TO WS-USER-NAME
                    MOVE WS-BATCH-MAIL(WS-BATCH-IDX)  TO WS-USER-EMAIL
                    MOVE BATCH-NAME      TO WS-GREET-NOM
                    CALL "greeting" USING WS-GREET-WORD
                         WS-GREET-NOM WS-GREET-REPONSE
                                LENGTH OF WS-GREET-NOM " caracteres."
                    END-IF
                    DISPLAY WS-GREET-REPONSE
                    CALL "notify" USING WS-USER-NAME WS-USER-EMAIL
                                        WS-NOTIFY-KIND
                                        WS-NOTIFY-PAYLOAD
                                        WS-NOTIFY-MOBILE
      *L'ajout est acquis (COMMIT du lot passe) : il entre dans
      *la piste d'audit ici, insrt n'auditant qu'en validation
      *immediate, sous le ticket de sa ligne.
                    MOVE BATCH-TICKET    TO WS-TKT-REF
                    MOVE "SET"           TO WS-TKT-ACTION
                    CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF
                    MOVE SPACES          TO WS-AUD-BEFORE
                    MOVE BATCH-ROLE      TO WS-AUD-AFTER
                    CALL "audit" USING WS-AUD-PROGRAM
                         WS-AUD-ACTION WS-USER-NAME
                         WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR
                    IF BATCH-ROLE2 NOT = SPACES
                        MOVE FUNCTION UPPER-CASE(BATCH-ROLE2)
                                         TO WS-AUD-AFTER
                        CALL "audit" USING WS-AUD-PROGRAM
                             WS-AUD-ROLE-ACTION WS-USER-NAME
                             WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR
                    END-IF
                    IF BATCH-CATEGORY = "C" OR "S" OR "c" OR "s"
                        MOVE SPACES      TO WS-AUD-AFTER
                        STRING FUNCTION UPPER-CASE(BATCH-CATEGORY)
                               " " BATCH-END " " BATCH-OWNER
                               DELIMITED BY SIZE INTO WS-AUD-AFTER
                        CALL "audit" USING WS-AUD-PROGRAM
                             WS-AUD-CAT-ACTION WS-USER-NAME
                             WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR
                    END-IF
                END-IF
             END-READ
           END-PERFORM.
               END-EVALUATE
           END-PERFORM.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "updt" USING WS-USER-NAME WS-USER-PASS
                             WS-OPERATOR.
           EVALUATE RETURN-CODE
               GO TO 0170-DELETE-USER-END
           END-IF.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW-DT.

           OPEN EXTEND F-PENDING.
                  WS-NOW-DT(11:2) ":" WS-NOW-DT(13:2)
                  DELIMITED BY SIZE INTO PD-STAMP.
           MOVE "P"                     TO PD-STATE.
           MOVE WS-TKT-REF              TO PD-TICKET.
           WRITE REC-F-PENDING.

           CLOSE F-PENDING.
                      MOVE PD-STATE      TO PT-STATE    (PT-LGHT)
                      MOVE PD-DECIDER    TO PT-DECIDER  (PT-LGHT)
                      MOVE PD-DECIDED    TO PT-DECIDED  (PT-LGHT)
                      MOVE PD-TICKET     TO PT-TICKET   (PT-LGHT)
                  END-IF
                END-IF
             END-READ
               MOVE PT-STATE    (PT-IDX) TO PD-STATE
               MOVE PT-DECIDER  (PT-IDX) TO PD-DECIDER
               MOVE PT-DECIDED  (PT-IDX) TO PD-DECIDED
               MOVE PT-TICKET   (PT-IDX) TO PD-TICKET
               WRITE REC-F-PENDING
           END-PERFORM.
           CLOSE F-PENDING.
                   FUNCTION TRIM(PT-REQUESTOR(PT-IDX))
                   " : supprimer "
                   FUNCTION TRIM(PT-NAME(PT-IDX)).
           IF PT-TICKET(PT-IDX) NOT = SPACES
               DISPLAY "Ticket de la demande : " PT-TICKET(PT-IDX)
           END-IF.

           IF PT-REQUESTOR(PT-IDX) = WS-OPERATOR
               DISPLAY "Demandeur et approbateur doivent etre "
           EVALUATE FUNCTION UPPER-CASE(WS-INPUT)
               WHEN "A"
                   MOVE PT-NAME(PT-IDX) TO WS-USER-NAME
      *Saisie vide : l'approbation reprend le ticket de la demande.
                   MOVE PT-TICKET(PT-IDX) TO WS-TKT-DEFAULT
                   PERFORM 0060-ASK-TICKET-START
                   THRU    0060-ASK-TICKET-END
                   CALL "delt" USING WS-USER-NAME WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0

      ******************************************************************

      *Demande de changement de profil (mutation) : le nouveau
      *profil est controle contre le referentiel (rolechk), puis la
      *demande part en file d'approbation comme une suppression --
      *c'est un second ADMIN qui l'applique au point de menu de
      *revue.
       0177-ROLE-REQUEST-START.

           DISPLAY "Nom de l'utilisateur a muter".
           ACCEPT WS-USER-NAME.

           IF WS-USER-NAME = SPACES
               DISPLAY "Nom vide : demande abandonnee."
               GO TO 0177-ROLE-REQUEST-END
           END-IF.

           DISPLAY "Nouveau profil : " WITH NO ADVANCING.
           ACCEPT WS-USER-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-USER-ROLE) TO WS-USER-ROLE.

      *Contrairement a l'ajout, un profil a blanc n'a pas de sens
      *pour une mutation.
           IF WS-USER-ROLE = SPACES
               DISPLAY "Profil vide : demande abandonnee."
               GO TO 0177-ROLE-REQUEST-END
           END-IF.

           PERFORM 0156-CHECK-ROLE-START
           THRU    0156-CHECK-ROLE-END.
           IF NOT WS-ROLE-IS-OK
               DISPLAY "Profil inconnu du referentiel : "
                       WS-USER-ROLE
               GO TO 0177-ROLE-REQUEST-END
           END-IF.

      *Une mutation qui creerait un cumul interdit n'entre pas en
      *file ; le controle est refait a l'approbation.
           MOVE "MUTATION"              TO WS-SOD-MODE.
           MOVE SPACES                  TO WS-SOD-OTHER.
           CALL "sodchk" USING WS-USER-NAME WS-USER-ROLE WS-SOD-OTHER
                               WS-SOD-MODE WS-SOD-REASON.
           IF RETURN-CODE NOT = 0
               DISPLAY "Refus : " WS-SOD-REASON
               GO TO 0177-ROLE-REQUEST-END
           END-IF.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           PERFORM 0172-QUEUE-ROLE-START
           THRU    0172-QUEUE-ROLE-END.

           DISPLAY "Demande de changement de profil mise en file "
                   "pour approbation : " FUNCTION TRIM(WS-USER-NAME)
                   " -> " WS-USER-ROLE.

           EXIT.
       0177-ROLE-REQUEST-END.

      ******************************************************************

      *Ajoute en file d'approbation la mutation du compte courant
      *(WS-USER-NAME) vers le profil courant (WS-USER-ROLE), au nom
      *de l'operateur courant et sous le ticket du mouvement en
      *cours (WS-TKT-REF).
       0172-QUEUE-ROLE-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW-DT.

           OPEN EXTEND F-PENDROL.
           IF NOT F-PENDROL-STATUS-OK
               OPEN OUTPUT F-PENDROL
           END-IF.

           MOVE SPACES                  TO REC-F-PENDROL.
           MOVE WS-USER-NAME            TO PR-NAME.
           MOVE WS-USER-ROLE            TO PR-ROLE.
           MOVE WS-OPERATOR             TO PR-REQUESTOR.
           STRING WS-NOW-DT(1:4) "-" WS-NOW-DT(5:2) "-"
                  WS-NOW-DT(7:2) " " WS-NOW-DT(9:2) ":"
                  WS-NOW-DT(11:2) ":" WS-NOW-DT(13:2)
                  DELIMITED BY SIZE INTO PR-STAMP.
           MOVE "P"                     TO PR-STATE.
           MOVE WS-TKT-REF              TO PR-TICKET.
           WRITE REC-F-PENDROL.

           CLOSE F-PENDROL.
           MOVE SPACE                   TO F-PENDROL-STATUS.

           EXIT.
       0172-QUEUE-ROLE-END.

      ******************************************************************

      *Revue des changements de profil : un second ADMIN (different
      *du demandeur) approuve ou refuse chaque mutation en attente ;
      *seules les mutations approuvees appellent updt_rol, qui
      *porte l'ancien et le nouveau profil a la piste d'audit. La
      *file conserve toutes les demandes avec leur decision.
       0178-APPROVE-ROLES-START.

           MOVE 0                       TO PRT-LGHT.
           MOVE 0                       TO WS-PENDING-SEEN.
           MOVE SPACE                   TO F-PENDROL-STATUS.

           OPEN INPUT F-PENDROL.
           IF NOT F-PENDROL-STATUS-OK
               DISPLAY "Aucune demande de changement de profil en "
                       "file."
               GO TO 0178-APPROVE-ROLES-END
           END-IF.

           PERFORM UNTIL F-PENDROL-STATUS-EOF
             READ F-PENDROL
              AT END
                CONTINUE
              NOT AT END
                IF PR-NAME NOT = SPACES
                  IF PRT-LGHT >= PRT-MAX
                      DISPLAY "File des mutations pleine (" PRT-MAX
                              ") : demande non chargee : " PR-NAME
                  ELSE
                      ADD 1              TO PRT-LGHT
                      MOVE PR-NAME       TO PRT-NAME     (PRT-LGHT)
                      MOVE PR-ROLE       TO PRT-ROLE     (PRT-LGHT)
                      MOVE PR-REQUESTOR  TO PRT-REQUESTOR(PRT-LGHT)
                      MOVE PR-STAMP      TO PRT-STAMP    (PRT-LGHT)
                      MOVE PR-STATE      TO PRT-STATE    (PRT-LGHT)
                      MOVE PR-DECIDER    TO PRT-DECIDER  (PRT-LGHT)
                      MOVE PR-DECIDED    TO PRT-DECIDED  (PRT-LGHT)
                      MOVE PR-TICKET     TO PRT-TICKET   (PRT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PENDROL.
           MOVE SPACE                   TO F-PENDROL-STATUS.

           PERFORM VARYING PRT-IDX FROM 1 BY 1
                     UNTIL PRT-IDX > PRT-LGHT
               IF PRT-STATE(PRT-IDX) = "P"
                   ADD 1                TO WS-PENDING-SEEN
                   PERFORM 0179-REVIEW-ROLE-START
                   THRU    0179-REVIEW-ROLE-END
               END-IF
           END-PERFORM.

           IF WS-PENDING-SEEN = 0
               DISPLAY "Aucune mutation en attente de decision."
           END-IF.

      *La file est reecrite en entier : demandes en attente et
      *decisions rendues restent consultables.
           OPEN OUTPUT F-PENDROL.
           PERFORM VARYING PRT-IDX FROM 1 BY 1
                     UNTIL PRT-IDX > PRT-LGHT
               MOVE SPACES               TO REC-F-PENDROL
               MOVE PRT-NAME     (PRT-IDX) TO PR-NAME
               MOVE PRT-ROLE     (PRT-IDX) TO PR-ROLE
               MOVE PRT-REQUESTOR(PRT-IDX) TO PR-REQUESTOR
               MOVE PRT-STAMP    (PRT-IDX) TO PR-STAMP
               MOVE PRT-STATE    (PRT-IDX) TO PR-STATE
               MOVE PRT-DECIDER  (PRT-IDX) TO PR-DECIDER
               MOVE PRT-DECIDED  (PRT-IDX) TO PR-DECIDED
               MOVE PRT-TICKET   (PRT-IDX) TO PR-TICKET
               WRITE REC-F-PENDROL
           END-PERFORM.
           CLOSE F-PENDROL.
           MOVE SPACE                   TO F-PENDROL-STATUS.

           EXIT.
       0178-APPROVE-ROLES-END.

      ******************************************************************

      *Revue d'une mutation en attente : le demandeur ne peut pas
      *approuver sa propre demande ; A approuve (updt_rol execute,
      *le profil etant recontrole au referentiel), R refuse, toute
      *autre reponse laisse la demande en file.
       0179-REVIEW-ROLE-START.

           DISPLAY "Demande du " PRT-STAMP(PRT-IDX) " par "
                   FUNCTION TRIM(PRT-REQUESTOR(PRT-IDX))
                   " : passer "
                   FUNCTION TRIM(PRT-NAME(PRT-IDX))
                   " au profil " PRT-ROLE(PRT-IDX).
           IF PRT-TICKET(PRT-IDX) NOT = SPACES
               DISPLAY "Ticket de la demande : " PRT-TICKET(PRT-IDX)
           END-IF.

           IF PRT-REQUESTOR(PRT-IDX) = WS-OPERATOR
               DISPLAY "Demandeur et approbateur doivent etre "
                       "deux operateurs distincts : demande "
                       "laissee en file."
               GO TO 0179-REVIEW-ROLE-END
           END-IF.

           DISPLAY "Approuver (A) / Refuser (R) / Passer (autre) :"
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           EVALUATE FUNCTION UPPER-CASE(WS-INPUT)
               WHEN "A"
                   MOVE PRT-NAME(PRT-IDX) TO WS-USER-NAME
                   MOVE PRT-ROLE(PRT-IDX) TO WS-USER-ROLE
      *Saisie vide : l'approbation reprend le ticket de la demande.
                   MOVE PRT-TICKET(PRT-IDX) TO WS-TKT-DEFAULT
                   PERFORM 0060-ASK-TICKET-START
                   THRU    0060-ASK-TICKET-END
                   CALL "updt_rol" USING WS-USER-NAME WS-USER-ROLE
                                         WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0
                           MOVE "A"     TO PRT-STATE(PRT-IDX)
                       WHEN 2
                           DISPLAY "Utilisateur inconnu : la "
                                   "demande est refusee d'office."
                           MOVE "R"     TO PRT-STATE(PRT-IDX)
                       WHEN 3
                           DISPLAY "Le compte porte deja ce "
                                   "profil : demande close."
                           MOVE "R"     TO PRT-STATE(PRT-IDX)
                       WHEN 4
                           DISPLAY "Profil plus en vigueur au "
                                   "referentiel : demande refusee "
                                   "d'office."
                           MOVE "R"     TO PRT-STATE(PRT-IDX)
                       WHEN 6
                           DISPLAY "Cumul de profils interdit : "
                                   "demande refusee d'office."
                           MOVE "R"     TO PRT-STATE(PRT-IDX)
                       WHEN OTHER
                           DISPLAY "Echec du changement de profil : "
                                   "demande laissee en file."
                           GO TO 0179-REVIEW-ROLE-END
                   END-EVALUATE
               WHEN "R"
                   MOVE "R"             TO PRT-STATE(PRT-IDX)
                   DISPLAY "Demande refusee."
               WHEN OTHER
                   DISPLAY "Demande laissee en file."
                   GO TO 0179-REVIEW-ROLE-END
           END-EVALUATE.

           MOVE WS-OPERATOR             TO PRT-DECIDER(PRT-IDX).
           MOVE FUNCTION CURRENT-DATE   TO WS-NOW-DT.
           MOVE SPACES                  TO PRT-DECIDED(PRT-IDX).
           STRING WS-NOW-DT(1:4) "-" WS-NOW-DT(5:2) "-"
                  WS-NOW-DT(7:2) " " WS-NOW-DT(9:2) ":"
                  WS-NOW-DT(11:2) ":" WS-NOW-DT(13:2)
                  DELIMITED BY SIZE INTO PRT-DECIDED(PRT-IDX).

           EXIT.
       0179-REVIEW-ROLE-END.

      ******************************************************************

      *Consultation du roster. Propose en plus l'export au format
      *Jour-33 (ID-USER/NOM/EMAIL) pour rejouer les comptes crees
      *ici dans le lot de validation des emails.
       0180-LIST-USERS-START.

           DISPLAY "Exporter aussi au format Jour-33 ? (Y/n)".
           ACCEPT WS-INPUT.

           IF FUNCTION UPPER-CASE(WS-INPUT) = "Y"
               MOVE "EXPORT"             TO WS-LIST-MODE
           ELSE
               MOVE "LIST"               TO WS-LIST-MODE
           END-IF.

      *Filtre par profil (ex. tous les formateurs) ; vide = tout
      *le roster.
           DISPLAY "Filtrer sur un profil ? (vide = tous)".
           ACCEPT WS-LIST-ROLE.

      *Filtre par statut (A actifs / D desactives) ; vide = tous.
           DISPLAY "Filtrer sur un statut A/D ? (vide = tous)".
           ACCEPT WS-LIST-STATUS.

           CALL "list_usr" USING WS-LIST-MODE WS-LIST-ROLE
                                 WS-LIST-STATUS.

           EXIT.
       0180-LIST-USERS-END.

      ******************************************************************

           END-IF.
           ACCEPT WS-USER-NAME.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "stat_usr" USING WS-USER-NAME WS-STAT-ACTION
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
      *d'ajouts), P remise de mot de passe, D desactivation (le
      *cycle de vie remplace la suppression physique : l'historique
      *du compte reste en base), E changement d'email (la colonne
      *email du mouvement porte la nouvelle adresse), R changement
      *de profil (la colonne profil porte le nouveau profil ; la
      *demande part en file d'approbation), G / V attribution /
      *retrait d'un profil supplementaire (colonne profil), U
      *reactivation, T numero de mobile (la colonne email du
      *mouvement porte le numero ; a blanc, il est retire). Un
      *ajout peut porter un profil supplementaire en fin de
      *ligne. Chaque ligne
      *est validee ou rejetee individuellement, avec un bilan par
      *action en fin de lot. Les actions planifiees arrivees a
      *echeance passent en tete, fichier de mouvements ou non ; un
      *mouvement date d'un jour a venir est planifie a son tour.
      *Chaque ligne porte en fin la reference du ticket de
      *changement qui l'autorise : hors format, la ligne est
      *ecartee avant tout traitement.
       0200-MAINT-START.

           PERFORM 0280-SCHED-LOAD-START
           THRU    0280-SCHED-LOAD-END.
           PERFORM 0282-SCHED-APPLY-START
           THRU    0282-SCHED-APPLY-END.

           OPEN INPUT F-MAINT.

           IF NOT F-MAINT-STATUS-OK
              AT END
                DISPLAY "Fin du lot de maintenance."
              NOT AT END
                MOVE MAINT-TICKET       TO WS-TKT-REF
                MOVE "SET"              TO WS-TKT-ACTION
                CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF
                IF RETURN-CODE NOT = 0
                    DISPLAY "Ticket de changement refuse, ligne "
                            "ignoree : " MAINT-ACTION " " MAINT-NAME
                    ADD 1               TO WS-MAINT-TKT-KO
                    MOVE "*"            TO MAINT-ACTION
                END-IF
                IF MAINT-EFFECTIVE IS NUMERIC
                  AND MAINT-EFFECTIVE > WS-SCH-TODAY
                  AND (MAINT-ACTION = "D" OR "U" OR "E" OR "R"
                       OR "G" OR "V")
                    PERFORM 0284-SCHED-DEFER-START
                    THRU    0284-SCHED-DEFER-END
                    MOVE "*"            TO MAINT-ACTION
                END-IF
                EVALUATE MAINT-ACTION
                    WHEN "*"
                        CONTINUE
                    WHEN "A"
                        PERFORM 0210-MAINT-ADD-START
                        THRU    0210-MAINT-ADD-END
                    WHEN "D"
                        PERFORM 0230-MAINT-DEACT-START
                        THRU    0230-MAINT-DEACT-END
                    WHEN "U"
                        PERFORM 0235-MAINT-REACT-START
                        THRU    0235-MAINT-REACT-END
                    WHEN "E"
                        PERFORM 0240-MAINT-EMAIL-START
                        THRU    0240-MAINT-EMAIL-END
                    WHEN "R"
                        PERFORM 0250-MAINT-ROLE-START
                        THRU    0250-MAINT-ROLE-END
                    WHEN "G"
                        MOVE "GRANT"    TO WS-ROLE-ACTION
                        PERFORM 0260-MAINT-XROLE-START
                        THRU    0260-MAINT-XROLE-END
                    WHEN "V"
                        MOVE "REVOKE"   TO WS-ROLE-ACTION
                        PERFORM 0260-MAINT-XROLE-START
                        THRU    0260-MAINT-XROLE-END
                    WHEN "K"
                        PERFORM 0270-MAINT-CATEGORY-START
                        THRU    0270-MAINT-CATEGORY-END
                    WHEN "T"
                        PERFORM 0245-MAINT-MOBILE-START
                        THRU    0245-MAINT-MOBILE-END
                    WHEN "N"
                        PERFORM 0247-MAINT-RENAME-START
                        THRU    0247-MAINT-RENAME-END
                    WHEN "O"
                        PERFORM 0248-MAINT-PREFS-START
                        THRU    0248-MAINT-PREFS-END
                    WHEN OTHER
                        DISPLAY "Code action inconnu, ligne "
                                "ignoree : " MAINT-ACTION " "
           DISPLAY "Bilan maintenance -- desactivations : "
                   WS-MAINT-DEA-OK " acceptees / "
                   WS-MAINT-DEA-KO " rejetees".
           DISPLAY "Bilan maintenance -- reactivations : "
                   WS-MAINT-REA-OK " acceptees / "
                   WS-MAINT-REA-KO " rejetees".
           DISPLAY "Bilan maintenance -- emails : "
                   WS-MAINT-EML-OK " acceptes / "
                   WS-MAINT-EML-KO " rejetes".
           DISPLAY "Bilan maintenance -- profils (en file) : "
                   WS-MAINT-ROL-OK " acceptes / "
                   WS-MAINT-ROL-KO " rejetes".
           DISPLAY "Bilan maintenance -- profils supplementaires : "
                   WS-MAINT-XRL-OK " acceptes / "
                   WS-MAINT-XRL-KO " rejetes".
           DISPLAY "Bilan maintenance -- categories : "
                   WS-MAINT-CAT-OK " acceptees / "
                   WS-MAINT-CAT-KO " rejetees".
           DISPLAY "Bilan maintenance -- mobiles : "
                   WS-MAINT-MOB-OK " acceptes / "
                   WS-MAINT-MOB-KO " rejetes".
           DISPLAY "Bilan maintenance -- renommages : "
                   WS-MAINT-NOM-OK " acceptes / "
                   WS-MAINT-NOM-KO " rejetes".
           DISPLAY "Bilan maintenance -- preferences : "
                   WS-MAINT-PRF-OK " acceptees / "
                   WS-MAINT-PRF-KO " rejetees".
           DISPLAY "Bilan maintenance -- mouvements planifies : "
                   WS-SCH-DEFERRED.
           DISPLAY "Bilan maintenance -- tickets refuses : "
                   WS-MAINT-TKT-KO.

           EXIT.
       0200-MAINT-END.
           MOVE MAINT-PASS              TO WS-USER-PASS.
           MOVE MAINT-ROLE              TO WS-USER-ROLE.
           MOVE MAINT-EMAIL             TO WS-USER-EMAIL.
           MOVE MAINT-ROLE2             TO WS-USER-ROLE2.
           MOVE MAINT-CATEGORY          TO WS-USER-CATEGORY.
           MOVE MAINT-OWNER             TO WS-USER-OWNER.
           MOVE MAINT-END               TO WS-USER-END.

           IF WS-USER-NAME = SPACES
             OR WS-USER-NAME IS NOT WS-NAME-CHARACTER
               GO TO 0210-MAINT-ADD-END
           END-IF.

           PERFORM 0157-CHECK-SOD-START
           THRU    0157-CHECK-SOD-END.
           IF WS-SOD-OUTCOME NOT = SPACES
               DISPLAY "Ajout rejete, " FUNCTION TRIM(WS-SOD-OUTCOME)
                       " : " WS-USER-NAME
               ADD 1                    TO WS-MAINT-ADD-KO
               GO TO 0210-MAINT-ADD-END
           END-IF.

           CALL "insrt" USING WS-USER-NAME WS-USER-PASS
                              WS-USER-ROLE WS-USER-EMAIL
                              WS-COMMIT-MODE WS-OPERATOR.
      *En validation immediate, insrt notifie lui-meme : pas de
      *seconde ecriture en boite d'envoi ici.
                   ADD 1                TO WS-MAINT-ADD-OK
                   PERFORM 0158-GRANT-ROLE2-START
                   THRU    0158-GRANT-ROLE2-END
               WHEN 2
                   DISPLAY "Ajout rejete, utilisateur deja "
                           "existant : " WS-USER-NAME
           DISPLAY "Nouvelle adresse email : ".
           ACCEPT WS-USER-EMAIL.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "updt_eml" USING WS-USER-NAME WS-USER-EMAIL
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE

      ******************************************************************

      *Pose, change ou retire (saisie vide) le numero de mobile
      *d'un compte, par updt_mob : second canal des avis de
      *securite.
       0186-MOBILE-USER-START.

           DISPLAY "Nom de l'utilisateur : ".
           ACCEPT WS-USER-NAME.
           DISPLAY "Numero de mobile (vide = retirer) : ".
           ACCEPT WS-USER-MOBILE.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "updt_mob" USING WS-USER-NAME WS-USER-MOBILE
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Utilisateur inconnu : " WS-USER-NAME
               WHEN 5
                   DISPLAY "Numero refuse (06/07 sur dix chiffres "
                           "ou +indicatif)."
               WHEN OTHER
                   DISPLAY "Echec du changement de mobile."
           END-EVALUATE.

           EXIT.
       0186-MOBILE-USER-END.

      ******************************************************************

      *Preferences de notification d'un compte par updt_prf :
      *langue des messages et natures que le compte ne veut plus
      *recevoir. Les avis de securite (remise a zero...) ne se
      *refusent pas.
       0183-PREFS-USER-START.

           DISPLAY "Nom de l'utilisateur : ".
           ACCEPT WS-USER-NAME.
           DISPLAY "Langue des messages (FR, EN... ; vide = langue "
                   "de la maison) : " WITH NO ADVANCING.
           ACCEPT WS-USER-LANG.
           DISPLAY "Natures refusees (ex. WORKQ WELCOME ; vide = "
                   "tout recevoir) : ".
           ACCEPT WS-USER-OPTOUT.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "updt_prf" USING WS-USER-NAME WS-USER-LANG
                                 WS-USER-OPTOUT WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Utilisateur inconnu : " WS-USER-NAME
               WHEN 5
                   DISPLAY "Langue (deux lettres) ou natures (six "
                           "au plus) invalides."
               WHEN 6
                   DISPLAY "Refus : un avis de securite ne peut pas "
                           "etre refuse."
               WHEN OTHER
                   DISPLAY "Echec du changement des preferences."
           END-EVALUATE.

           EXIT.
       0183-PREFS-USER-END.

      ******************************************************************

      *Renommage d'un compte par updt_nom : le nom change partout
      *ou le compte est porte, historique et rattachements compris,
      *au lieu d'un supprimer-recreer.
       0184-RENAME-USER-START.

           DISPLAY "Nom actuel du compte : ".
           ACCEPT WS-USER-NAME.
           DISPLAY "Nouveau nom : ".
           ACCEPT WS-USER-NEW-NAME.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "updt_nom" USING WS-USER-NAME WS-USER-NEW-NAME
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Utilisateur inconnu : " WS-USER-NAME
               WHEN 3
                   DISPLAY "Nom deja pris (compte, archive ou "
                           "reservation) : " WS-USER-NEW-NAME
               WHEN 4
                   DISPLAY "Nouveau nom invalide ou identique."
               WHEN 8
                   DISPLAY "Repartiteur en cours, renommage a "
                           "reprendre plus tard."
               WHEN OTHER
                   DISPLAY "Echec du renommage."
           END-EVALUATE.

           EXIT.
       0184-RENAME-USER-END.

      ******************************************************************

      *Attribution (WS-ROLE-ACTION = GRANT) ou retrait (REVOKE)
      *d'un profil supplementaire par usrrole, qui controle le
      *referentiel et la separation des taches et porte l'auteur et
      *la date de l'attribution.
       0187-EXTRA-ROLE-START.

           DISPLAY "Nom de l'utilisateur : ".
           ACCEPT WS-USER-NAME.
           DISPLAY "Profil supplementaire : " WITH NO ADVANCING.
           ACCEPT WS-USER-ROLE2.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "usrrole" USING WS-ROLE-ACTION WS-USER-NAME
                                WS-USER-ROLE2 WS-COMMIT-MODE
                                WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Utilisateur inconnu : " WS-USER-NAME
               WHEN 3
                   IF WS-ROLE-ACTION = "GRANT"
                       DISPLAY "Le compte porte deja ce profil."
                   ELSE
                       DISPLAY "Le compte ne porte pas ce profil."
                   END-IF
               WHEN 4
                   DISPLAY "Profil inconnu du referentiel : "
                           WS-USER-ROLE2
               WHEN 6
                   DISPLAY "Attribution refusee (separation des "
                           "taches)."
               WHEN 7
                   DISPLAY "Le profil principal se change par une "
                           "mutation (choix A)."
               WHEN OTHER
                   DISPLAY "Echec sur les profils du compte."
           END-EVALUATE.

           EXIT.
       0187-EXTRA-ROLE-END.

      ******************************************************************

      *Categorie d'un compte existant : passage en prestataire ou
      *en compte de service (avec son responsable), changement de
      *responsable, ou renouvellement d'un prestataire par une
      *nouvelle date de fin. usrcat controle et audite.
       0188-CATEGORY-USER-START.

           DISPLAY "Nom de l'utilisateur : ".
           ACCEPT WS-USER-NAME.
           DISPLAY "Categorie (E salarie/C prestataire/S service) : "
                   WITH NO ADVANCING.
           ACCEPT WS-USER-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-USER-CATEGORY)
                                        TO WS-USER-CATEGORY.
           MOVE SPACES                  TO WS-USER-OWNER.
           MOVE SPACES                  TO WS-USER-END.
           IF WS-USER-CATEGORY = "C" OR "S"
               DISPLAY "Responsable (compte salarie actif) : "
                       WITH NO ADVANCING
               ACCEPT WS-USER-OWNER
           END-IF.
           IF WS-USER-CATEGORY = "C"
               DISPLAY "Date de fin de mission (AAAAMMJJ) : "
                       WITH NO ADVANCING
               ACCEPT WS-USER-END
           END-IF.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           MOVE "SET"                   TO WS-CAT-ACTION.
           CALL "usrcat" USING WS-CAT-ACTION WS-USER-NAME
                               WS-USER-CATEGORY WS-USER-OWNER
                               WS-USER-END WS-COMMIT-MODE
                               WS-OPERATOR WS-CAT-REASON.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Utilisateur inconnu : " WS-USER-NAME
               WHEN 5
               WHEN 8
                   DISPLAY "Refus : " FUNCTION TRIM(WS-CAT-REASON)
               WHEN OTHER
                   DISPLAY "Echec du changement de categorie."
           END-EVALUATE.

           EXIT.
       0188-CATEGORY-USER-END.

      ******************************************************************

      *Restauration d'un compte archive par le lot mensuel : il
      *revient desactive, a reactiver ensuite par l'option 6.
       0189-RESTORE-USER-START.

           DISPLAY "Nom du compte archive a restaurer".
           ACCEPT WS-USER-NAME.

           PERFORM 0060-ASK-TICKET-START
           THRU    0060-ASK-TICKET-END.

           CALL "usrrest" USING WS-USER-NAME WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "Compte absent de l'archive : "
                           WS-USER-NAME
               WHEN 3
                   DISPLAY "Nom deja utilise par un compte en "
                           "base : " WS-USER-NAME
               WHEN OTHER
                   DISPLAY "Echec de la restauration."
           END-EVALUATE.

           EXIT.
       0189-RESTORE-USER-END.

      ******************************************************************

      *Mouvement E : changement d'email par updt_eml (la colonne
      *email du mouvement porte la nouvelle adresse).
       0240-MAINT-EMAIL-START.

      ******************************************************************

      *Mouvement T : numero de mobile par updt_mob (la colonne
      *email du mouvement porte le numero ; a blanc, il est
      *retire).
       0245-MAINT-MOBILE-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE MAINT-EMAIL(1:20)       TO WS-USER-MOBILE.

           IF MAINT-EMAIL(21:30) NOT = SPACES
               DISPLAY "Mobile rejete, numero refuse : "
                       WS-USER-NAME
               ADD 1                    TO WS-MAINT-MOB-KO
               GO TO 0245-MAINT-MOBILE-END
           END-IF.

           CALL "updt_mob" USING WS-USER-NAME WS-USER-MOBILE
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-MOB-OK
               WHEN 2
                   DISPLAY "Mobile rejete, utilisateur inconnu : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-MOB-KO
               WHEN 5
                   DISPLAY "Mobile rejete, numero refuse : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-MOB-KO
               WHEN OTHER
                   DISPLAY "Mobile en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-MOB-KO
           END-EVALUATE.

           EXIT.
       0245-MAINT-MOBILE-END.

      ******************************************************************

      *Mouvement N : renommage du compte par updt_nom (la colonne
      *email du mouvement porte le nouveau nom).
       0247-MAINT-RENAME-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE MAINT-EMAIL             TO WS-USER-NEW-NAME.

           CALL "updt_nom" USING WS-USER-NAME WS-USER-NEW-NAME
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-NOM-OK
               WHEN 2
                   DISPLAY "Renommage rejete, utilisateur inconnu : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-NOM-KO
               WHEN 3
                   DISPLAY "Renommage rejete, nom deja pris : "
                           WS-USER-NEW-NAME
                   ADD 1                TO WS-MAINT-NOM-KO
               WHEN 4
                   DISPLAY "Renommage rejete, nom invalide : "
                           WS-USER-NEW-NAME
                   ADD 1                TO WS-MAINT-NOM-KO
               WHEN OTHER
                   DISPLAY "Renommage en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-NOM-KO
           END-EVALUATE.

           EXIT.
       0247-MAINT-RENAME-END.

      ******************************************************************

      *Mouvement O : preferences de notification par updt_prf (la
      *colonne profil porte la langue, la colonne email les natures
      *refusees ; toutes deux a blanc, retour au regime commun).
       0248-MAINT-PREFS-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE SPACES                  TO WS-USER-OPTOUT.

           IF MAINT-ROLE(3:8) NOT = SPACES
               DISPLAY "Preferences rejetees, langue invalide : "
                       WS-USER-NAME
               ADD 1                    TO WS-MAINT-PRF-KO
               GO TO 0248-MAINT-PREFS-END
           END-IF.
           MOVE MAINT-ROLE(1:2)         TO WS-USER-LANG.
           MOVE MAINT-EMAIL             TO WS-USER-OPTOUT.

           CALL "updt_prf" USING WS-USER-NAME WS-USER-LANG
                                 WS-USER-OPTOUT WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-PRF-OK
               WHEN 2
                   DISPLAY "Preferences rejetees, utilisateur "
                           "inconnu : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-PRF-KO
               WHEN 5
                   DISPLAY "Preferences rejetees, langue ou natures "
                           "invalides : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-PRF-KO
               WHEN 6
                   DISPLAY "Preferences rejetees, avis de securite "
                           "refuse : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-PRF-KO
               WHEN OTHER
                   DISPLAY "Preferences en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-PRF-KO
           END-EVALUATE.

           EXIT.
       0248-MAINT-PREFS-END.

      ******************************************************************

      *Mouvement D : desactivation du compte par stat_usr.
       0230-MAINT-DEACT-START.


           EXIT.
       0230-MAINT-DEACT-END.

      ******************************************************************

      *Mouvement U : reactivation du compte par stat_usr (retour
      *d'un salarie, fin de suspension).
       0235-MAINT-REACT-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE "REACTIVER"             TO WS-STAT-ACTION.

           CALL "stat_usr" USING WS-USER-NAME WS-STAT-ACTION
                                 WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-REA-OK
               WHEN 2
                   DISPLAY "Reactivation rejetee, utilisateur "
                           "inconnu : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-REA-KO
               WHEN 3
                   DISPLAY "Reactivation rejetee, compte deja "
                           "actif : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-REA-KO
               WHEN OTHER
                   DISPLAY "Reactivation en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-REA-KO
           END-EVALUATE.

           EXIT.
       0235-MAINT-REACT-END.

      ******************************************************************

      *Mouvement R : changement de profil. Le profil de la ligne
      *est controle au referentiel, puis la mutation part en file
      *d'approbation (pending_roles.dat) au nom du lot : un lot
      *sans operateur ne peut pas faire office de second ADMIN.
       0250-MAINT-ROLE-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE FUNCTION UPPER-CASE(MAINT-ROLE) TO WS-USER-ROLE.

           IF WS-USER-NAME = SPACES
               DISPLAY "Mutation rejetee, nom vide."
               ADD 1                    TO WS-MAINT-ROL-KO
               GO TO 0250-MAINT-ROLE-END
           END-IF.

           IF WS-USER-ROLE = SPACES
               DISPLAY "Mutation rejetee, profil vide : "
                       WS-USER-NAME
               ADD 1                    TO WS-MAINT-ROL-KO
               GO TO 0250-MAINT-ROLE-END
           END-IF.

           PERFORM 0156-CHECK-ROLE-START
           THRU    0156-CHECK-ROLE-END.
           IF NOT WS-ROLE-IS-OK
               DISPLAY "Mutation rejetee, profil inconnu : "
                       WS-USER-NAME
               ADD 1                    TO WS-MAINT-ROL-KO
               GO TO 0250-MAINT-ROLE-END
           END-IF.

           MOVE "MUTATION"              TO WS-SOD-MODE.
           MOVE SPACES                  TO WS-SOD-OTHER.
           CALL "sodchk" USING WS-USER-NAME WS-USER-ROLE WS-SOD-OTHER
                               WS-SOD-MODE WS-SOD-REASON.
           IF RETURN-CODE NOT = 0
               DISPLAY "Mutation rejetee, " WS-SOD-REASON
               DISPLAY "  compte : " WS-USER-NAME
               ADD 1                    TO WS-MAINT-ROL-KO
               GO TO 0250-MAINT-ROLE-END
           END-IF.

           PERFORM 0172-QUEUE-ROLE-START
           THRU    0172-QUEUE-ROLE-END.
           ADD 1                        TO WS-MAINT-ROL-OK.

           EXIT.
       0250-MAINT-ROLE-END.

      ******************************************************************

      *Mouvements G / V : attribution ou retrait du profil
      *supplementaire porte par la colonne profil, par usrrole
      *(validation immediate, audit au nom du lot).
       0260-MAINT-XROLE-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE MAINT-ROLE              TO WS-USER-ROLE2.

           CALL "usrrole" USING WS-ROLE-ACTION WS-USER-NAME
                                WS-USER-ROLE2 WS-COMMIT-MODE
                                WS-OPERATOR.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-XRL-OK
               WHEN 2
                   DISPLAY "Profil rejete, utilisateur inconnu : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
               WHEN 3
                   DISPLAY "Profil rejete, deja porte / non porte : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
               WHEN 4
                   DISPLAY "Profil rejete, profil inconnu : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
               WHEN 6
                   DISPLAY "Profil rejete, cumul interdit : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
               WHEN 7
                   DISPLAY "Profil rejete, profil principal : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
               WHEN OTHER
                   DISPLAY "Profil en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-XRL-KO
           END-EVALUATE.

           EXIT.
       0260-MAINT-XROLE-END.

      ******************************************************************

      *Mouvement K : categorie, responsable et date de fin d'un
      *compte existant par usrcat (validation immediate, audit au
      *nom du lot) -- c'est aussi le renouvellement d'un
      *prestataire.
       0270-MAINT-CATEGORY-START.

           MOVE MAINT-NAME              TO WS-USER-NAME.
           MOVE MAINT-CATEGORY          TO WS-USER-CATEGORY.
           MOVE MAINT-OWNER             TO WS-USER-OWNER.
           MOVE MAINT-END               TO WS-USER-END.

           MOVE "SET"                   TO WS-CAT-ACTION.
           CALL "usrcat" USING WS-CAT-ACTION WS-USER-NAME
                               WS-USER-CATEGORY WS-USER-OWNER
                               WS-USER-END WS-COMMIT-MODE
                               WS-OPERATOR WS-CAT-REASON.
           EVALUATE RETURN-CODE
               WHEN 0
                   ADD 1                TO WS-MAINT-CAT-OK
               WHEN 2
                   DISPLAY "Categorie rejetee, utilisateur inconnu : "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-CAT-KO
               WHEN 5
               WHEN 8
                   DISPLAY "Categorie rejetee : "
                           FUNCTION TRIM(WS-CAT-REASON) " -- "
                           WS-USER-NAME
                   ADD 1                TO WS-MAINT-CAT-KO
               WHEN OTHER
                   DISPLAY "Categorie en echec : " WS-USER-NAME
                   ADD 1                TO WS-MAINT-CAT-KO
           END-EVALUATE.

           EXIT.
       0270-MAINT-CATEGORY-END.

      ******************************************************************

      *Charge scheduled_actions.dat en memoire ; retient la date du
      *jour, l'horodatage du lot et le dernier numero attribue.
       0280-SCHED-LOAD-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW-DT.
           MOVE WS-NOW-DT(1:8)          TO WS-SCH-TODAY.
           MOVE SPACES                  TO WS-SCH-STAMP.
           STRING WS-NOW-DT(1:4) "-" WS-NOW-DT(5:2) "-"
                  WS-NOW-DT(7:2) " " WS-NOW-DT(9:2) ":"
                  WS-NOW-DT(11:2) ":" WS-NOW-DT(13:2)
                  DELIMITED BY SIZE INTO WS-SCH-STAMP.

           MOVE 0                       TO SC-LGHT.
           MOVE 0                       TO WS-SCH-NEXT-ID.
           MOVE SPACE                   TO F-SCHED-STATUS.

           OPEN INPUT F-SCHED.
           IF NOT F-SCHED-STATUS-OK
               MOVE SPACE               TO F-SCHED-STATUS
               GO TO 0280-SCHED-LOAD-END
           END-IF.

           PERFORM UNTIL F-SCHED-STATUS-EOF
             READ F-SCHED
              AT END
                CONTINUE
              NOT AT END
                IF SCH-NAME NOT = SPACES
                  IF SC-LGHT >= SC-MAX
                      DISPLAY "Planning plein (" SC-MAX
                              ") : action ignoree : " SCH-NAME
                  ELSE
                      ADD 1              TO SC-LGHT
                      MOVE SCH-ID        TO SC-ID       (SC-LGHT)
                      MOVE SCH-EFFECTIVE TO SC-EFFECTIVE(SC-LGHT)
                      MOVE SCH-STATE     TO SC-STATE    (SC-LGHT)
                      MOVE SCH-ACTION    TO SC-ACTION   (SC-LGHT)
                      MOVE SCH-NAME      TO SC-NAME     (SC-LGHT)
                      MOVE SCH-VALUE     TO SC-VALUE    (SC-LGHT)
                      MOVE SCH-REQUESTOR TO SC-REQUESTOR(SC-LGHT)
                      MOVE SCH-STAMP     TO SC-STAMP    (SC-LGHT)
                      MOVE SCH-DONE      TO SC-DONE     (SC-LGHT)
                      MOVE SCH-OUTCOME   TO SC-OUTCOME  (SC-LGHT)
                      MOVE SCH-TICKET    TO SC-TICKET   (SC-LGHT)
                      IF SCH-ID > WS-SCH-NEXT-ID
                          MOVE SCH-ID    TO WS-SCH-NEXT-ID
                      END-IF
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SCHED.
           MOVE SPACE                   TO F-SCHED-STATUS.

           EXIT.
       0280-SCHED-LOAD-END.

      ******************************************************************

      *Applique les actions en attente dont la date d'effet est
      *arrivee (y compris celles d'une nuit sans lot), chacune
      *tracee au compte rendu de lot et a la piste d'audit, puis
      *reecrit le fichier avec leur sort.
       0282-SCHED-APPLY-START.

           MOVE 0                       TO WS-SCH-DUE.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT
               IF SC-STATE(SC-IDX) = "P"
                 AND SC-EFFECTIVE(SC-IDX) <= WS-SCH-TODAY
                   ADD 1                TO WS-SCH-DUE
               END-IF
           END-PERFORM.

           IF WS-SCH-DUE = 0
               GO TO 0282-SCHED-APPLY-END
           END-IF.

           DISPLAY "Actions planifiees a echeance : " WS-SCH-DUE.

           OPEN EXTEND F-DISPO.
           IF NOT F-DISPO-STATUS-OK
               OPEN OUTPUT F-DISPO
           END-IF.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT
               IF SC-STATE(SC-IDX) = "P"
                 AND SC-EFFECTIVE(SC-IDX) <= WS-SCH-TODAY
                   PERFORM 0283-SCHED-ONE-START
                   THRU    0283-SCHED-ONE-END
                   PERFORM 0285-SCHED-RECORD-START
                   THRU    0285-SCHED-RECORD-END
               END-IF
           END-PERFORM.

           CLOSE F-DISPO.
           MOVE "CLEAR"                 TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.

           PERFORM 0289-SCHED-REWRITE-START
           THRU    0289-SCHED-REWRITE-END.

           DISPLAY "Bilan maintenance -- actions planifiees : "
                   WS-SCH-DONE-OK " appliquees / "
                   WS-SCH-DONE-KO " rejetees / "
                   WS-SCH-ABSENT " comptes absents / "
                   WS-SCH-RETRY " reportees".

           EXIT.
       0282-SCHED-APPLY-END.

      ******************************************************************

      *Applique l'action planifiee SC(SC-IDX) par les memes
      *sous-programmes que les mouvements du jour. Un compte
      *disparu entre-temps est signale (etat X, journal des
      *incidents) plutot qu'ignore. Une mutation de profil part en
      *file d'approbation au nom de son demandeur, qui ne pourra
      *donc pas l'approuver lui-meme.
       0283-SCHED-ONE-START.

           MOVE SC-NAME(SC-IDX)         TO WS-USER-NAME.
      *L'action s'applique sous le ticket saisi a sa planification.
           MOVE "LOAD"                  TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION SC-TICKET(SC-IDX).
           MOVE SPACES                  TO WS-SCH-OUTCOME.

           MOVE 0                       TO WS-SCH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SCH-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

      *Base indisponible : l'action reste en attente (etat P) et
      *sera reprise a la prochaine maintenance ; elle n'est surtout
      *pas close comme un compte absent.
           IF SQLCODE NOT = 0
               MOVE "ERREUR BASE"       TO WS-SCH-OUTCOME
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Action planifiee " SC-ID(SC-IDX)
                      " reportee : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE WS-USER-NAME        TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               DISPLAY "Action planifiee " SC-ID(SC-IDX)
                       " reportee, erreur base : " WS-SQL-MESSAGE
               GO TO 0283-SCHED-ONE-END
           END-IF.

           IF WS-SCH-COUNT = 0
               MOVE "COMPTE ABSENT"     TO WS-SCH-OUTCOME
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Action planifiee " SC-ID(SC-IDX) " "
                      SC-ACTION(SC-IDX) " : compte absent"
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE WS-USER-NAME        TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               DISPLAY "Action planifiee " SC-ID(SC-IDX)
                       " : compte absent : " WS-USER-NAME
               GO TO 0283-SCHED-ONE-END
           END-IF.

           EVALUATE SC-ACTION(SC-IDX)
               WHEN "D"
                   MOVE "DEACTIVER"     TO WS-STAT-ACTION
                   CALL "stat_usr" USING WS-USER-NAME WS-STAT-ACTION
                                         WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0
                           MOVE "APPLIQUEE"    TO WS-SCH-OUTCOME
                       WHEN 3
                           MOVE "DEJA INACTIF" TO WS-SCH-OUTCOME
                       WHEN OTHER
                           MOVE "ECHEC"        TO WS-SCH-OUTCOME
                   END-EVALUATE
               WHEN "U"
                   MOVE "REACTIVER"     TO WS-STAT-ACTION
                   CALL "stat_usr" USING WS-USER-NAME WS-STAT-ACTION
                                         WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0
                           MOVE "APPLIQUEE"    TO WS-SCH-OUTCOME
                       WHEN 3
                           MOVE "DEJA ACTIF"   TO WS-SCH-OUTCOME
                       WHEN OTHER
                           MOVE "ECHEC"        TO WS-SCH-OUTCOME
                   END-EVALUATE
               WHEN "E"
                   MOVE SC-VALUE(SC-IDX) TO WS-USER-EMAIL
                   CALL "updt_eml" USING WS-USER-NAME WS-USER-EMAIL
                                         WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0
                           MOVE "APPLIQUEE"    TO WS-SCH-OUTCOME
                       WHEN 5
                           MOVE "EMAIL REFUSE" TO WS-SCH-OUTCOME
                       WHEN OTHER
                           MOVE "ECHEC"        TO WS-SCH-OUTCOME
                   END-EVALUATE
               WHEN "R"
                   MOVE SC-VALUE(SC-IDX) TO WS-USER-ROLE
                   PERFORM 0156-CHECK-ROLE-START
                   THRU    0156-CHECK-ROLE-END
                   IF WS-USER-ROLE = SPACES OR NOT WS-ROLE-IS-OK
                       MOVE "PROFIL REFUSE"    TO WS-SCH-OUTCOME
                       GO TO 0283-SCHED-ONE-END
                   END-IF
                   MOVE "MUTATION"      TO WS-SOD-MODE
                   MOVE SPACES          TO WS-SOD-OTHER
                   CALL "sodchk" USING WS-USER-NAME WS-USER-ROLE
                                       WS-SOD-OTHER WS-SOD-MODE
                                       WS-SOD-REASON
                   IF RETURN-CODE NOT = 0
                       MOVE "CONFLIT PROFILS"  TO WS-SCH-OUTCOME
                       GO TO 0283-SCHED-ONE-END
                   END-IF
                   MOVE SC-REQUESTOR(SC-IDX) TO WS-OPERATOR
                   MOVE SC-TICKET(SC-IDX) TO WS-TKT-REF
                   PERFORM 0172-QUEUE-ROLE-START
                   THRU    0172-QUEUE-ROLE-END
                   MOVE "MAINT"         TO WS-OPERATOR
                   MOVE "EN FILE APPROB."      TO WS-SCH-OUTCOME
               WHEN "G"
               WHEN "V"
                   IF SC-ACTION(SC-IDX) = "G"
                       MOVE "GRANT"     TO WS-ROLE-ACTION
                   ELSE
                       MOVE "REVOKE"    TO WS-ROLE-ACTION
                   END-IF
                   MOVE SC-VALUE(SC-IDX) TO WS-USER-ROLE2
                   CALL "usrrole" USING WS-ROLE-ACTION WS-USER-NAME
                                        WS-USER-ROLE2 WS-COMMIT-MODE
                                        WS-OPERATOR
                   EVALUATE RETURN-CODE
                       WHEN 0
                           MOVE "APPLIQUEE"    TO WS-SCH-OUTCOME
                       WHEN 3
                           MOVE "DEJA FAIT"    TO WS-SCH-OUTCOME
                       WHEN 4
                           MOVE "PROFIL REFUSE" TO WS-SCH-OUTCOME
                       WHEN 6
                           MOVE "CONFLIT PROFILS" TO WS-SCH-OUTCOME
                       WHEN OTHER
                           MOVE "ECHEC"        TO WS-SCH-OUTCOME
                   END-EVALUATE
               WHEN OTHER
                   MOVE "ACTION INCONNUE"      TO WS-SCH-OUTCOME
           END-EVALUATE.

           EXIT.
       0283-SCHED-ONE-END.

      ******************************************************************

      *Reporte le sort de l'action planifiee SC(SC-IDX) : etat et
      *horodatage au fichier, ligne au compte rendu de lot (numero
      *de l'action, nom, sort) et a la piste d'audit.
       0285-SCHED-RECORD-START.

           EVALUATE WS-SCH-OUTCOME
               WHEN "APPLIQUEE"
               WHEN "EN FILE APPROB."
                   MOVE "A"             TO SC-STATE(SC-IDX)
                   ADD 1                TO WS-SCH-DONE-OK
               WHEN "COMPTE ABSENT"
                   MOVE "X"             TO SC-STATE(SC-IDX)
                   ADD 1                TO WS-SCH-ABSENT
               WHEN "ERREUR BASE"
                   ADD 1                TO WS-SCH-RETRY
               WHEN OTHER
                   MOVE "R"             TO SC-STATE(SC-IDX)
                   ADD 1                TO WS-SCH-DONE-KO
                   DISPLAY "Action planifiee " SC-ID(SC-IDX) " "
                           SC-ACTION(SC-IDX) " rejetee ("
                           FUNCTION TRIM(WS-SCH-OUTCOME) ") : "
                           WS-USER-NAME
           END-EVALUATE.
           IF SC-STATE(SC-IDX) NOT = "P"
               MOVE WS-SCH-STAMP        TO SC-DONE   (SC-IDX)
               MOVE WS-SCH-OUTCOME      TO SC-OUTCOME(SC-IDX)
           END-IF.

           MOVE SC-ID(SC-IDX)           TO WS-DISPO-NO.
           MOVE WS-SCH-OUTCOME          TO WS-DISPO-OUTCOME.
           PERFORM 0154-WRITE-DISPO-START
           THRU    0154-WRITE-DISPO-END.

      *Trace au nom du demandeur : numero, action et date d'effet
      *avant, sort de l'application apres.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "#" SC-ID(SC-IDX) " " SC-ACTION(SC-IDX) " "
                  SC-EFFECTIVE(SC-IDX)
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE WS-SCH-OUTCOME          TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-SCH-ACTION
                WS-USER-NAME WS-AUD-BEFORE WS-AUD-AFTER
                SC-REQUESTOR(SC-IDX).

           EXIT.
       0285-SCHED-RECORD-END.

      ******************************************************************

      *Mouvement date d'un jour a venir : il est ajoute aux actions
      *planifiees (demandeur MAINT) au lieu d'etre applique ; la
      *valeur est la colonne profil (R, G, V) ou email (E).
       0284-SCHED-DEFER-START.

           ADD 1                        TO WS-SCH-NEXT-ID.

           OPEN EXTEND F-SCHED.
           IF NOT F-SCHED-STATUS-OK
               OPEN OUTPUT F-SCHED
           END-IF.

           MOVE SPACES                  TO REC-F-SCHED.
           MOVE WS-SCH-NEXT-ID          TO SCH-ID.
           MOVE MAINT-EFFECTIVE         TO SCH-EFFECTIVE.
           MOVE "P"                     TO SCH-STATE.
           MOVE MAINT-ACTION            TO SCH-ACTION.
           MOVE MAINT-NAME              TO SCH-NAME.
           EVALUATE MAINT-ACTION
               WHEN "E"
                   MOVE MAINT-EMAIL     TO SCH-VALUE
               WHEN "R"
               WHEN "G"
               WHEN "V"
                   MOVE FUNCTION UPPER-CASE(MAINT-ROLE) TO SCH-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-OPERATOR             TO SCH-REQUESTOR.
           MOVE WS-SCH-STAMP            TO SCH-STAMP.
           MOVE WS-TKT-REF              TO SCH-TICKET.
           WRITE REC-F-SCHED.

           CLOSE F-SCHED.
           MOVE SPACE                   TO F-SCHED-STATUS.

           ADD 1                        TO WS-SCH-DEFERRED.
           DISPLAY "Mouvement planifie (numero " WS-SCH-NEXT-ID
                   ") au " MAINT-EFFECTIVE " : " MAINT-ACTION " "
                   MAINT-NAME.

           EXIT.
       0284-SCHED-DEFER-END.

      ******************************************************************

      *Reecrit scheduled_actions.dat depuis la table, avec le sort
      *des actions appliquees ce jour.
       0289-SCHED-REWRITE-START.

           OPEN OUTPUT F-SCHED.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT
               MOVE SPACES              TO REC-F-SCHED
               MOVE SC-ID       (SC-IDX) TO SCH-ID
               MOVE SC-EFFECTIVE(SC-IDX) TO SCH-EFFECTIVE
               MOVE SC-STATE    (SC-IDX) TO SCH-STATE
               MOVE SC-ACTION   (SC-IDX) TO SCH-ACTION
               MOVE SC-NAME     (SC-IDX) TO SCH-NAME
               MOVE SC-VALUE    (SC-IDX) TO SCH-VALUE
               MOVE SC-REQUESTOR(SC-IDX) TO SCH-REQUESTOR
               MOVE SC-STAMP    (SC-IDX) TO SCH-STAMP
               MOVE SC-DONE     (SC-IDX) TO SCH-DONE
               MOVE SC-OUTCOME  (SC-IDX) TO SCH-OUTCOME
               MOVE SC-TICKET   (SC-IDX) TO SCH-TICKET
               WRITE REC-F-SCHED
           END-PERFORM.

           CLOSE F-SCHED.
           MOVE SPACE                   TO F-SCHED-STATUS.

           EXIT.
       0289-SCHED-REWRITE-END.
