      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integchk.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       SPECIAL-NAMES.
      *Caracteres acceptes aujourd'hui pour un nom d'utilisateur :
      *les memes que la saisie au menu et que updt_nom.
           CLASS WS-NAME-CHARACTER IS "A" THRU "Z", "a" THRU "z",
                                 "0" THRU "9", "-", "_", ".", SPACE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Rapport des ecarts, groupe par regle : effectif de chaque
      *regle puis les comptes concernes et le sort propose.
           SELECT F-REPORT ASSIGN TO "integrity_check.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      *Proposition de mouvements au format de maint_actions.txt,
      *pour les ecarts qu'un mouvement du lot de maintenance sait
      *corriger : a relire, puis a passer sous ce nom au lot.
           SELECT F-PROP ASSIGN TO "integrity_actions.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PROP-STATUS.

      *Totaux par regle du dernier passage, repris par le bilan du
      *matin (mording).
           SELECT F-SUMMARY ASSIGN TO "integrity_summary.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUMMARY-STATUS.

      *Registre indexe des emails acceptes par la chaine Jour-33.
           SELECT F-REGIDX ASSIGN TO WS-REGIDX-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS REGI-EMAIL
                                FILE STATUS IS F-REGIDX-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(130).

       FD  F-PROP.

      *Meme disposition que le lot de maintenance (REC-F-MAINT).
       01  REC-F-PROP.
           05 PROP-ACTION      PIC X(01).
           05 PROP-NAME        PIC X(50).
           05 PROP-PASS        PIC X(50).
           05 PROP-ROLE        PIC X(10).
           05 PROP-EMAIL       PIC X(50).
           05 PROP-ROLE2       PIC X(10).
           05 PROP-CATEGORY    PIC X(01).
           05 PROP-OWNER       PIC X(50).
           05 PROP-END         PIC X(08).
           05 PROP-EFFECTIVE   PIC X(08).
           05 PROP-TICKET      PIC X(18).

       FD  F-SUMMARY.

      *Une ligne par regle puis une ligne TOTAL, toutes a
      *l'estampille du passage.
       01  REC-F-SUMMARY.
           05 SUM-STAMP        PIC X(14).
           05 FILLER           PIC X(01).
           05 SUM-RULE         PIC X(08).
           05 FILLER           PIC X(01).
           05 SUM-COUNT        PIC 9(06).
           05 FILLER           PIC X(01).
           05 SUM-FIX          PIC 9(06).

       FD  F-REGIDX.

       01  REC-F-REGIDX.
           05 REGI-EMAIL       PIC X(50).
           05 REGI-ID          PIC X(10).
           05 REGI-DATE        PIC X(08).
           05 REGI-RETIRED     PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  F-PROP-STATUS       PIC X(02) VALUE SPACE.
           88 F-PROP-STATUS-OK             VALUE "00".

       01  F-SUMMARY-STATUS    PIC X(02) VALUE SPACE.
           88 F-SUMMARY-STATUS-OK          VALUE "00".

       01  F-REGIDX-STATUS     PIC X(02) VALUE SPACE.
           88 F-REGIDX-STATUS-OK           VALUE "00".

       01  WS-REGIDX-NAME      PIC X(40) VALUE
               "email_registry.idx".
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Registre ouvert pour la duree du parcours ; absent, la
      *regle REGISTRE n'est pas appliquee et le rapport le dit.
       01  WS-REG-OPEN-FLAG    PIC X(01) VALUE "N".
           88 REG-IS-OPEN                  VALUE "Y".

      *Ticket de changement porte par les mouvements proposes,
      *premier argument ; controle par chgtkt sans etre retenu.
      *Refuse, la proposition n'est pas ecrite.
       01  WS-TKT-ACTION       PIC X(08).
       01  WS-TKT-REF          PIC X(18).
       01  WS-TKT-FORMAT       PIC X(18).
       01  WS-PROP-OK-FLAG     PIC X(01) VALUE "Y".
           88 PROP-IS-OK                   VALUE "Y".

      *Profil de repli propose a la place d'un profil principal
      *expire : celui que insrt donne a un ajout sans profil.
       01  WS-FALLBACK-ROLE    PIC X(10) VALUE "APPRENANT".

       01  WS-VALIDATE-ID      PIC X(10) VALUE "CONTROLE".
       01  WS-CHECK-ROLE       PIC X(10).

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(14).

      *Regles controlees, dans l'ordre du rapport : code, libelle
      *et voie de correction quand aucun mouvement ne s'applique.
      *Les renommages passent en dernier dans la proposition, pour
      *que les mouvements precedents trouvent encore l'ancien nom.
       01  RULE-LIST.
           05 FILLER PIC X(48) VALUE
              "ROLE    Profil principal expire ou inconnu".
           05 FILLER PIC X(40) VALUE
              "mutation R (file d'approbation)".
           05 FILLER PIC X(48) VALUE
              "ROLE-SUPProfil supplementaire expire ou inconnu".
           05 FILLER PIC X(40) VALUE
              "retrait V".
           05 FILLER PIC X(48) VALUE
              "EMAIL   Email vide ou mal forme".
           05 FILLER PIC X(40) VALUE
              "adresse a obtenir, mouvement E".
           05 FILLER PIC X(48) VALUE
              "DOMAINE Email hors des domaines en vigueur".
           05 FILLER PIC X(40) VALUE
              "mouvement E, ou domaine par domadm".
           05 FILLER PIC X(48) VALUE
              "REGISTREEmail absent du registre des emails".
           05 FILLER PIC X(40) VALUE
              "inscription par la chaine Jour-33".
           05 FILLER PIC X(48) VALUE
              "CONDENSECondensat a l'ancien format".
           05 FILLER PIC X(40) VALUE
              "jeton de remise par pwreset".
           05 FILLER PIC X(48) VALUE
              "NOM     Nom hors du format en vigueur".
           05 FILLER PIC X(40) VALUE
              "renommage N".
       01  RULE-TABLE REDEFINES RULE-LIST.
           05 RU OCCURS 7 TIMES.
                10 RU-CODE      PIC X(08).
                10 RU-LABEL     PIC X(40).
                10 RU-REMEDY    PIC X(40).

       01  RULE-COUNTS.
           05 RC-T OCCURS 7 TIMES.
                10 RC-COUNT     PIC 9(06).
                10 RC-FIX       PIC 9(06).

       01  RL-ROLE             PIC 9(01) VALUE 1.
       01  RL-ROLE-SUP         PIC 9(01) VALUE 2.
       01  RL-EMAIL            PIC 9(01) VALUE 3.
       01  RL-DOMAIN           PIC 9(01) VALUE 4.
       01  RL-REGISTRY         PIC 9(01) VALUE 5.
       01  RL-HASH             PIC 9(01) VALUE 6.
       01  RL-NAME             PIC 9(01) VALUE 7.
       01  WS-RULE-IDX         PIC 9(01).

      *Ecarts releves, restitues par regle en fin de parcours. Sort
      *propose : Y mouvement propose, I compte inactif (rien de
      *propose), P nom propose deja pris, N correction a la main.
       01  EXC-TABLE.
           05 EX-LGHT          PIC 9(05) VALUE ZERO.
           05 EX-MAX           PIC 9(05) VALUE 20000.
           05 EX OCCURS 1 TO 20000 TIMES DEPENDING ON EX-LGHT
                                         INDEXED BY EX-IDX.
                10 EX-RULE      PIC 9(01).
                10 EX-NOM       PIC X(50).
                10 EX-DETAIL    PIC X(50).
                10 EX-NEW       PIC X(50).
                10 EX-FIX-FLAG  PIC X(01).
                    88 EX-FIX-PROPOSED      VALUE "Y".

      *Ecarts comptes mais non listes, table pleine.
       01  WS-EX-LOST          PIC 9(06) VALUE ZERO.

      *Ecart en cours d'inscription.
       01  WS-EX-RULE          PIC 9(01).
       01  WS-EX-DETAIL        PIC X(50).
       01  WS-EX-NEW           PIC X(50).
       01  WS-EX-FIX-FLAG      PIC X(01).

       01  WS-ROW-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-XRL-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXC-TOTAL        PIC 9(06) VALUE ZERO.
       01  WS-FIX-TOTAL        PIC 9(06) VALUE ZERO.

      *Nom propose pour un nom hors format : caracteres refuses
      *remplaces par un tiret bas, blancs de tete retires.
       01  WS-NAME-IDX         PIC 9(02).

       01  WS-RULE-HEADER.
           05 FILLER           PIC X(04) VALUE "=== ".
           05 OUT-H-CODE       PIC X(08).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-H-LABEL      PIC X(40).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-H-COUNT      PIC ZZZZZ9.
           05 FILLER           PIC X(15) VALUE " compte(s) dont".
           05 OUT-H-FIX        PIC ZZZZZ9.
           05 FILLER           PIC X(11) VALUE " proposes".

       01  WS-REMEDY-LINE.
           05 FILLER           PIC X(17) VALUE "    Correction : ".
           05 OUT-R-REMEDY     PIC X(40).

       01  WS-REPORT-LINE.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 OUT-NOM          PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-DETAIL       PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-FIX          PIC X(20).

       01  WS-TRAILER.
           05 FILLER           PIC X(15) VALUE "Comptes lus : ".
           05 OUT-T-ROWS       PIC ZZZZZ9.
           05 FILLER           PIC X(12) VALUE " / ecarts : ".
           05 OUT-T-EXC        PIC ZZZZZ9.
           05 FILLER           PIC X(18) VALUE " / propositions : ".
           05 OUT-T-FIX        PIC ZZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "integchk".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-EDIT-COUNT       PIC ZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-PASSWORD     PIC X(50).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-NEW-NAME         PIC X(50).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Toutes les lignes de la table, actives ou non : les regles
      *se sont durcies depuis la creation de bien des comptes.
       EXEC SQL
           DECLARE C-INTEG CURSOR FOR
           SELECT nom, COALESCE(role, ' '), COALESCE(email, ' '),
                  COALESCE(password, ' '), status
           FROM users ORDER BY nom
       END-EXEC.

       EXEC SQL
           DECLARE C-XROLE CURSOR FOR
           SELECT r.nom, r.role, u.status
           FROM users_roles r, users u
           WHERE u.nom = r.nom
           ORDER BY r.nom, r.role
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Controle d'integrite de nuit : chaque ligne de la table users
      *repasse par les regles en vigueur ce soir -- profil principal
      *et profils supplementaires au referentiel (rolechk), email
      *renseigne, bien forme et dans un domaine en vigueur
      *(validate), inscrit au registre des emails, nom au format de
      *saisie, condensat au nouveau format. Sorties : rapport des
      *ecarts groupe par regle, proposition de mouvements pour le
      *lot de maintenance (comptes actifs, ecarts qu'un mouvement
      *corrige) et totaux pour le bilan du matin. Rien n'est
      *modifie en base. Code retour : 0 aucun ecart, 4 ecarts
      *releves, 1 base ou rapport inaccessible.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:14)            TO WS-STAMP.
           INITIALIZE RULE-COUNTS.

           PERFORM 0100-LOAD-PARAMS-START
           THRU    0100-LOAD-PARAMS-END.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "integrity_check.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN INPUT F-REGIDX.
           IF F-REGIDX-STATUS-OK
               SET REG-IS-OPEN          TO TRUE
           ELSE
               MOVE SPACE               TO F-REGIDX-STATUS
           END-IF.

           PERFORM 0200-SCAN-USERS-START
           THRU    0200-SCAN-USERS-END.

           PERFORM 0300-SCAN-XROLES-START
           THRU    0300-SCAN-XROLES-END.

           IF REG-IS-OPEN
               CLOSE F-REGIDX
           END-IF.

           PERFORM 0500-WRITE-REPORT-START
           THRU    0500-WRITE-REPORT-END.

           CLOSE F-REPORT.

           PERFORM 0600-WRITE-PROPOSAL-START
           THRU    0600-WRITE-PROPOSAL-END.

           PERFORM 0700-WRITE-SUMMARY-START
           THRU    0700-WRITE-SUMMARY-END.

           DISPLAY "Controle d'integrite -- comptes lus : "
                   WS-ROW-COUNT " ecarts : " WS-EXC-TOTAL
                   " proposes : " WS-FIX-TOTAL.

           IF WS-EXC-TOTAL = 0
               MOVE "I"                 TO WS-INC-SEVERITY
           ELSE
               MOVE "W"                 TO WS-INC-SEVERITY
           END-IF.
           MOVE WS-EXC-TOTAL            TO WS-EDIT-COUNT.
           MOVE SPACES                  TO WS-INC-MESSAGE.
           STRING "Controle d'integrite : "
                  FUNCTION TRIM(WS-EDIT-COUNT)
                  " ecart(s) sur la table users"
                  DELIMITED BY SIZE INTO WS-INC-MESSAGE.
           MOVE "integrity_check.rpt"   TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           IF WS-EXC-TOTAL = 0
               MOVE 0                   TO RETURN-CODE
           ELSE
               MOVE 4                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Nom du registre servi par le service central des parametres,
      *et ticket de changement des mouvements proposes (premier
      *argument). Un ticket refuse n'arrete pas le controle : seule
      *la proposition est abandonnee.
       0100-LOAD-PARAMS-START.

           MOVE "FILE.REGISTRY-IDX"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-REGIDX-NAME
           END-IF.

           MOVE SPACES                  TO WS-TKT-REF.
           ACCEPT WS-TKT-REF FROM COMMAND-LINE.
           MOVE "CHECK"                 TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.
           IF RETURN-CODE NOT = 0
               MOVE "N"                 TO WS-PROP-OK-FLAG
               MOVE "FORMAT"            TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-FORMAT
               DISPLAY "Ticket de changement absent ou hors format "
                       "(attendu : " FUNCTION TRIM(WS-TKT-FORMAT)
                       ") : pas de proposition de mouvements."
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE "Ticket refuse, pas de proposition de mouvements"
                                        TO WS-INC-MESSAGE
               MOVE WS-TKT-REF          TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
           END-IF.

           EXIT.
       0100-LOAD-PARAMS-END.

      ******************************************************************

      *Parcours de la table users, une ligne apres l'autre.
       0200-SCAN-USERS-START.

           EXEC SQL OPEN C-INTEG END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-INTEG INTO :WS-ROW-NOM, :WS-ROW-ROLE,
                                      :WS-ROW-EMAIL,
                                      :WS-ROW-PASSWORD,
                                      :WS-ROW-STATUS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1                TO WS-ROW-COUNT
                   PERFORM 0210-CHECK-USER-START
                   THRU    0210-CHECK-USER-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-INTEG END-EXEC.

           EXIT.
       0200-SCAN-USERS-END.

      ******************************************************************

      *Regles d'une ligne users : profil principal, email, nom et
      *condensat. Un compte inactif est rapporte, jamais propose.
       0210-CHECK-USER-START.

           MOVE WS-ROW-ROLE             TO WS-CHECK-ROLE.
           CALL "rolechk" USING WS-CHECK-ROLE.
           IF RETURN-CODE NOT = 0
               MOVE RL-ROLE             TO WS-EX-RULE
               MOVE WS-ROW-ROLE         TO WS-EX-DETAIL
               MOVE WS-FALLBACK-ROLE    TO WS-EX-NEW
               MOVE "Y"                 TO WS-EX-FIX-FLAG
               PERFORM 0400-ADD-EXCEPTION-START
               THRU    0400-ADD-EXCEPTION-END
           END-IF.

           PERFORM 0220-CHECK-EMAIL-START
           THRU    0220-CHECK-EMAIL-END.

           IF WS-ROW-NOM = SPACES
             OR WS-ROW-NOM(1:1) = SPACE
             OR WS-ROW-NOM IS NOT WS-NAME-CHARACTER
               PERFORM 0230-CHECK-NAME-START
               THRU    0230-CHECK-NAME-END
           END-IF.

           IF WS-ROW-PASSWORD(1:3) NOT = "V2$"
               MOVE RL-HASH             TO WS-EX-RULE
               MOVE "ancien format"     TO WS-EX-DETAIL
               MOVE SPACES              TO WS-EX-NEW
               MOVE "N"                 TO WS-EX-FIX-FLAG
               PERFORM 0400-ADD-EXCEPTION-START
               THRU    0400-ADD-EXCEPTION-END
           END-IF.

           EXIT.
       0210-CHECK-USER-END.

      ******************************************************************

      *Email : renseigne, bien forme et dans un domaine en vigueur
      *(memes regles que le lot de nuit, par validate), puis inscrit
      *et non retire au registre. Aucun de ces ecarts ne se corrige
      *sans une adresse que seul le titulaire peut donner.
       0220-CHECK-EMAIL-START.

           MOVE SPACES                  TO WS-EX-NEW.
           MOVE "N"                     TO WS-EX-FIX-FLAG.

           IF WS-ROW-EMAIL = SPACES
               MOVE RL-EMAIL            TO WS-EX-RULE
               MOVE "(vide)"            TO WS-EX-DETAIL
               PERFORM 0400-ADD-EXCEPTION-START
               THRU    0400-ADD-EXCEPTION-END
               GO TO 0220-CHECK-EMAIL-END
           END-IF.

           CALL "validate" USING WS-VALIDATE-ID WS-ROW-EMAIL.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 3
                   MOVE RL-DOMAIN       TO WS-EX-RULE
                   MOVE WS-ROW-EMAIL    TO WS-EX-DETAIL
                   PERFORM 0400-ADD-EXCEPTION-START
                   THRU    0400-ADD-EXCEPTION-END
                   GO TO 0220-CHECK-EMAIL-END
               WHEN OTHER
                   MOVE RL-EMAIL        TO WS-EX-RULE
                   MOVE WS-ROW-EMAIL    TO WS-EX-DETAIL
                   PERFORM 0400-ADD-EXCEPTION-START
                   THRU    0400-ADD-EXCEPTION-END
                   GO TO 0220-CHECK-EMAIL-END
           END-EVALUATE.

           IF NOT REG-IS-OPEN
               GO TO 0220-CHECK-EMAIL-END
           END-IF.

           MOVE FUNCTION TRIM(WS-ROW-EMAIL) TO REGI-EMAIL.
           READ F-REGIDX
             INVALID KEY
               MOVE RL-REGISTRY         TO WS-EX-RULE
               MOVE WS-ROW-EMAIL        TO WS-EX-DETAIL
               PERFORM 0400-ADD-EXCEPTION-START
               THRU    0400-ADD-EXCEPTION-END
             NOT INVALID KEY
               IF REGI-RETIRED IS NUMERIC AND REGI-RETIRED NOT = 0
                   MOVE RL-REGISTRY     TO WS-EX-RULE
                   MOVE SPACES          TO WS-EX-DETAIL
                   STRING FUNCTION TRIM(WS-ROW-EMAIL)
                          " (retiree " REGI-RETIRED ")"
                          DELIMITED BY SIZE INTO WS-EX-DETAIL
                   PERFORM 0400-ADD-EXCEPTION-START
                   THRU    0400-ADD-EXCEPTION-END
               END-IF
           END-READ.

           EXIT.
       0220-CHECK-EMAIL-END.

      ******************************************************************

      *Nom hors format : le nom propose remplace chaque caractere
      *refuse par un tiret bas, apres retrait des blancs de tete ;
      *s'il est deja pris, le renommage reste a decider a la main.
       0230-CHECK-NAME-START.

           MOVE RL-NAME                 TO WS-EX-RULE.
           MOVE WS-ROW-NOM              TO WS-EX-DETAIL.
           MOVE SPACES                  TO WS-EX-NEW.
           MOVE "N"                     TO WS-EX-FIX-FLAG.

           IF WS-ROW-NOM = SPACES
               MOVE "(vide)"            TO WS-EX-DETAIL
               PERFORM 0400-ADD-EXCEPTION-START
               THRU    0400-ADD-EXCEPTION-END
               GO TO 0230-CHECK-NAME-END
           END-IF.

           MOVE FUNCTION TRIM(WS-ROW-NOM LEADING) TO WS-NEW-NAME.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                     UNTIL WS-NAME-IDX > 50
               IF WS-NEW-NAME(WS-NAME-IDX:1) IS NOT WS-NAME-CHARACTER
                   MOVE "_"             TO WS-NEW-NAME(WS-NAME-IDX:1)
               END-IF
           END-PERFORM.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-NEW-NAME
           END-EXEC.

           MOVE WS-NEW-NAME             TO WS-EX-NEW.
           IF WS-DUP-COUNT = 0
               MOVE "Y"                 TO WS-EX-FIX-FLAG
           ELSE
               MOVE "P"                 TO WS-EX-FIX-FLAG
           END-IF.

           PERFORM 0400-ADD-EXCEPTION-START
           THRU    0400-ADD-EXCEPTION-END.

           EXIT.
       0230-CHECK-NAME-END.

      ******************************************************************

      *Profils supplementaires (users_roles) qui ne sont plus au
      *referentiel : le retrait V est propose.
       0300-SCAN-XROLES-START.

           EXEC SQL OPEN C-XROLE END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-XROLE INTO :WS-ROW-NOM, :WS-ROW-ROLE,
                                      :WS-ROW-STATUS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1                TO WS-XRL-COUNT
                   MOVE WS-ROW-ROLE     TO WS-CHECK-ROLE
                   CALL "rolechk" USING WS-CHECK-ROLE
                   IF RETURN-CODE NOT = 0
                       MOVE RL-ROLE-SUP TO WS-EX-RULE
                       MOVE WS-ROW-ROLE TO WS-EX-DETAIL
                       MOVE WS-ROW-ROLE TO WS-EX-NEW
                       MOVE "Y"         TO WS-EX-FIX-FLAG
                       PERFORM 0400-ADD-EXCEPTION-START
                       THRU    0400-ADD-EXCEPTION-END
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-XROLE END-EXEC.

           EXIT.
       0300-SCAN-XROLES-END.

      ******************************************************************

      *Inscrit l'ecart courant du compte courant. Un compte inactif
      *ne recoit pas de mouvement ; au-dela de la table, l'ecart est
      *compte sans etre liste.
       0400-ADD-EXCEPTION-START.

           IF WS-EX-FIX-FLAG = "Y" AND WS-ROW-STATUS NOT = "A"
               MOVE "I"                 TO WS-EX-FIX-FLAG
           END-IF.

           ADD 1                        TO RC-COUNT(WS-EX-RULE).
           ADD 1                        TO WS-EXC-TOTAL.
           IF WS-EX-FIX-FLAG = "Y"
               ADD 1                    TO RC-FIX(WS-EX-RULE)
               ADD 1                    TO WS-FIX-TOTAL
           END-IF.

           IF EX-LGHT >= EX-MAX
               ADD 1                    TO WS-EX-LOST
               GO TO 0400-ADD-EXCEPTION-END
           END-IF.

           ADD 1                        TO EX-LGHT.
           MOVE WS-EX-RULE              TO EX-RULE    (EX-LGHT).
           MOVE WS-ROW-NOM              TO EX-NOM     (EX-LGHT).
           MOVE WS-EX-DETAIL            TO EX-DETAIL  (EX-LGHT).
           MOVE WS-EX-NEW               TO EX-NEW     (EX-LGHT).
           MOVE WS-EX-FIX-FLAG          TO EX-FIX-FLAG(EX-LGHT).

           EXIT.
       0400-ADD-EXCEPTION-END.

      ******************************************************************

      *Rapport groupe par regle : en-tete avec effectif et nombre
      *de mouvements proposes, voie de correction, puis les comptes.
       0500-WRITE-REPORT-START.

           MOVE SPACES                  TO REC-F-REPORT.
           STRING "CONTROLE D'INTEGRITE DES COMPTES - "
                  WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF NOT REG-IS-OPEN
               MOVE SPACES              TO REC-F-REPORT
               STRING "Registre des emails illisible ("
                      FUNCTION TRIM(WS-REGIDX-NAME)
                      ") : regle REGISTRE non appliquee."
                      DELIMITED BY SIZE INTO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           IF NOT PROP-IS-OK
               MOVE "Ticket de changement refuse : pas de proposition."
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > 7
               PERFORM 0510-WRITE-RULE-START
               THRU    0510-WRITE-RULE-END
           END-PERFORM.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF WS-EX-LOST > 0
               MOVE WS-EX-LOST          TO WS-EDIT-COUNT
               MOVE SPACES              TO REC-F-REPORT
               STRING "Liste tronquee : "
                      FUNCTION TRIM(WS-EDIT-COUNT)
                      " ecart(s) comptes mais non listes."
                      DELIMITED BY SIZE INTO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           MOVE WS-ROW-COUNT            TO OUT-T-ROWS.
           MOVE WS-EXC-TOTAL            TO OUT-T-EXC.
           MOVE WS-FIX-TOTAL            TO OUT-T-FIX.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0500-WRITE-REPORT-END.

      ******************************************************************

      *Section d'une regle ; une regle sans ecart tient en une ligne.
       0510-WRITE-RULE-START.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE RU-CODE (WS-RULE-IDX)   TO OUT-H-CODE.
           MOVE RU-LABEL(WS-RULE-IDX)   TO OUT-H-LABEL.
           MOVE RC-COUNT(WS-RULE-IDX)   TO OUT-H-COUNT.
           MOVE RC-FIX  (WS-RULE-IDX)   TO OUT-H-FIX.
           MOVE WS-RULE-HEADER          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF RC-COUNT(WS-RULE-IDX) = 0
               GO TO 0510-WRITE-RULE-END
           END-IF.

           MOVE RU-REMEDY(WS-RULE-IDX)  TO OUT-R-REMEDY.
           MOVE WS-REMEDY-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING EX-IDX FROM 1 BY 1
                     UNTIL EX-IDX > EX-LGHT
               IF EX-RULE(EX-IDX) = WS-RULE-IDX
                   MOVE EX-NOM   (EX-IDX) TO OUT-NOM
                   MOVE EX-DETAIL(EX-IDX) TO OUT-DETAIL
                   IF EX-RULE(EX-IDX) = RL-NAME
                     AND EX-NEW(EX-IDX) NOT = SPACES
                       MOVE SPACES        TO OUT-DETAIL
                       STRING "-> " EX-NEW(EX-IDX)
                              DELIMITED BY SIZE INTO OUT-DETAIL
                   END-IF
                   EVALUATE EX-FIX-FLAG(EX-IDX)
                       WHEN "Y"
                           MOVE "MOUVEMENT PROPOSE" TO OUT-FIX
                       WHEN "I"
                           MOVE "COMPTE INACTIF"    TO OUT-FIX
                       WHEN "P"
                           MOVE "NOM PROPOSE PRIS"  TO OUT-FIX
                       WHEN OTHER
                           MOVE "A LA MAIN"         TO OUT-FIX
                   END-EVALUATE
                   MOVE WS-REPORT-LINE    TO REC-F-REPORT
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           EXIT.
       0510-WRITE-RULE-END.

      ******************************************************************

      *Proposition de mouvements, dans l'ordre des regles : R vers
      *le profil de repli, V du profil supplementaire, N vers le nom
      *propose (colonne email). Chaque ligne porte le ticket passe
      *en argument ; le lot de maintenance la revalide a son tour.
       0600-WRITE-PROPOSAL-START.

           IF NOT PROP-IS-OK
               GO TO 0600-WRITE-PROPOSAL-END
           END-IF.

           OPEN OUTPUT F-PROP.
           IF NOT F-PROP-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "integrity_actions.txt, statut : "
                       F-PROP-STATUS
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Proposition de mouvements non ecrite"
                                        TO WS-INC-MESSAGE
               MOVE "integrity_actions.txt" TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0600-WRITE-PROPOSAL-END
           END-IF.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > 7
               PERFORM VARYING EX-IDX FROM 1 BY 1
                         UNTIL EX-IDX > EX-LGHT
                   IF EX-RULE(EX-IDX) = WS-RULE-IDX
                     AND EX-FIX-PROPOSED(EX-IDX)
                       PERFORM 0610-WRITE-MOVE-START
                       THRU    0610-WRITE-MOVE-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE F-PROP.

           EXIT.
       0600-WRITE-PROPOSAL-END.

      ******************************************************************

      *Ligne de mouvement de l'ecart EX-IDX.
       0610-WRITE-MOVE-START.

           MOVE SPACES                  TO REC-F-PROP.
           MOVE EX-NOM(EX-IDX)          TO PROP-NAME.
           MOVE WS-TKT-REF              TO PROP-TICKET.

           EVALUATE EX-RULE(EX-IDX)
               WHEN RL-ROLE
                   MOVE "R"             TO PROP-ACTION
                   MOVE EX-NEW(EX-IDX)  TO PROP-ROLE
               WHEN RL-ROLE-SUP
                   MOVE "V"             TO PROP-ACTION
                   MOVE EX-NEW(EX-IDX)  TO PROP-ROLE
               WHEN RL-NAME
                   MOVE "N"             TO PROP-ACTION
                   MOVE EX-NEW(EX-IDX)  TO PROP-EMAIL
               WHEN OTHER
                   GO TO 0610-WRITE-MOVE-END
           END-EVALUATE.

           WRITE REC-F-PROP.

           EXIT.
       0610-WRITE-MOVE-END.

      ******************************************************************

      *Totaux du passage pour le bilan du matin : une ligne par
      *regle, puis TOTAL.
       0700-WRITE-SUMMARY-START.

           OPEN OUTPUT F-SUMMARY.
           IF NOT F-SUMMARY-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "integrity_summary.dat, statut : "
                       F-SUMMARY-STATUS
               GO TO 0700-WRITE-SUMMARY-END
           END-IF.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > 7
               MOVE SPACES              TO REC-F-SUMMARY
               MOVE WS-STAMP            TO SUM-STAMP
               MOVE RU-CODE (WS-RULE-IDX) TO SUM-RULE
               MOVE RC-COUNT(WS-RULE-IDX) TO SUM-COUNT
               MOVE RC-FIX  (WS-RULE-IDX) TO SUM-FIX
               WRITE REC-F-SUMMARY
           END-PERFORM.

           MOVE SPACES                  TO REC-F-SUMMARY.
           MOVE WS-STAMP                TO SUM-STAMP.
           MOVE "TOTAL"                 TO SUM-RULE.
           MOVE WS-EXC-TOTAL            TO SUM-COUNT.
           MOVE WS-FIX-TOTAL            TO SUM-FIX.
           WRITE REC-F-SUMMARY.

           CLOSE F-SUMMARY.

           EXIT.
       0700-WRITE-SUMMARY-END.
