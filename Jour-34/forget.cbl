      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. forget.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Regles d'effacement : une ligne par fichier qui porte des
      *personnes -- traitement (S : lignes supprimees, P : zones
      *pseudonymisees, A : piste d'audit chainee, pseudonymisee
      *puis rescellee), zones ou chercher la personne, et famille
      *de generations eventuelle. Sans ce fichier, la liste
      *interne ci-dessous s'applique.
           SELECT F-RULES ASSIGN TO "erasure_rules.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RULES-STATUS.

      *Fichier en cours de recherche ou d'effacement.
           SELECT F-LIVE ASSIGN TO WS-LIVE-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LIVE-STATUS.

      *Copie de travail du fichier traite, basculee en place une
      *fois complete (jamais un fichier a moitie ecrit).
           SELECT F-WORK ASSIGN TO "forget.work"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-WORK-STATUS.

      *Registre d'une famille de generations estampillees.
           SELECT F-GENREG ASSIGN TO WS-GENREG-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-GENREG-STATUS.

      *Registre indexe des emails acceptes par la chaine Jour-33 :
      *l'entree de la personne est supprimee.
           SELECT F-REGIDX ASSIGN TO WS-REGIDX-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS REGI-EMAIL
                                FILE STATUS IS F-REGIDX-STATUS.

      *Registre des effacements executes : reference, date,
      *operateur, dossier du delegue et sceau du certificat --
      *jamais l'identite effacee.
           SELECT F-ERAREG ASSIGN TO "erasure_register.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ERAREG-STATUS.

      *Certificat d'effacement remis au delegue a la protection
      *des donnees : erasure_cert_<reference>.txt.
           SELECT F-CERT ASSIGN TO WS-CERT-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CERT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-RULES.

       01  REC-F-RULES         PIC X(163).

       FD  F-LIVE.

       01  REC-F-LIVE          PIC X(250).

       01  REC-F-LIVE-MST.
           05 MST-ID           PIC X(10).
           05 MST-NOM          PIC X(50).
           05 MST-EMAIL        PIC X(50).

       FD  F-WORK.

       01  REC-F-WORK          PIC X(250).

       FD  F-GENREG.

       01  REC-F-GENREG        PIC X(14).

       FD  F-REGIDX.

       01  REC-F-REGIDX.
           05 REGI-EMAIL       PIC X(50).
           05 REGI-ID          PIC X(10).
           05 REGI-DATE        PIC X(08).
           05 REGI-RETIRED     PIC 9(08).

       FD  F-ERAREG.

       01  REC-F-ERAREG.
           05 ERG-REF          PIC X(10).
           05 FILLER           PIC X(01).
           05 ERG-STAMP        PIC X(19).
           05 FILLER           PIC X(01).
           05 ERG-OPERATOR     PIC X(20).
           05 FILLER           PIC X(01).
           05 ERG-DPO-REF      PIC X(30).
           05 FILLER           PIC X(01).
           05 ERG-SEAL         PIC X(18).

       FD  F-CERT.

       01  REC-F-CERT          PIC X(100).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "forget".

       01  F-RULES-STATUS      PIC X(02) VALUE SPACE.
           88 F-RULES-STATUS-OK            VALUE "00".
           88 F-RULES-STATUS-EOF           VALUE "10".

       01  F-LIVE-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIVE-STATUS-OK             VALUE "00".
           88 F-LIVE-STATUS-EOF            VALUE "10".

       01  F-WORK-STATUS       PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK             VALUE "00".

       01  F-GENREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-GENREG-STATUS-OK           VALUE "00".
           88 F-GENREG-STATUS-EOF          VALUE "10".

       01  F-REGIDX-STATUS     PIC X(02) VALUE SPACE.
           88 F-REGIDX-STATUS-OK           VALUE "00".

       01  F-ERAREG-STATUS     PIC X(02) VALUE SPACE.
           88 F-ERAREG-STATUS-OK           VALUE "00".
           88 F-ERAREG-STATUS-EOF          VALUE "10".

       01  F-CERT-STATUS       PIC X(02) VALUE SPACE.
           88 F-CERT-STATUS-OK             VALUE "00".

       01  WS-CMD-LINE         PIC X(80).
       01  WS-INPUT            PIC X(10).

      *Personne demandee (identifiant, nom ou email, toute la ligne
      *de commande) et dossier du delegue a la protection des
      *donnees.
       01  WS-KEY              PIC X(60).
       01  WS-KEY-UP           PIC X(60).
       01  WS-KEY-KIND         PIC X(05) VALUE SPACES.
       01  WS-DPO-REF          PIC X(30).
       01  WS-AT-COUNT         PIC 9(02).

      *Identite a effacer, reconstituee du maitre, de ses
      *generations, de la base et des renumerotations RH : un nom,
      *jusqu'a cinq identifiants et trois adresses.
       01  ERA-IDENTITY.
           05 ERA-NAME         PIC X(50) VALUE SPACES.
           05 ERA-NAME-UP      PIC X(50) VALUE SPACES.
           05 ERA-ID-LGHT      PIC 9(01) VALUE ZERO.
           05 ERA-ID           PIC X(10) OCCURS 5 TIMES.
           05 ERA-EM-LGHT      PIC 9(01) VALUE ZERO.
           05 ERA-EMAIL-UP     PIC X(50) OCCURS 3 TIMES.
           05 ERA-EMAIL        PIC X(50) OCCURS 3 TIMES.

       01  WS-FOUND-FLAG       PIC X(01) VALUE "N".
           88 PERSON-FOUND                 VALUE "Y".
       01  WS-J                PIC 9(02).
       01  WS-NEW-ID           PIC X(10).
       01  WS-NEW-EMAIL        PIC X(50).
       01  WS-ALIAS-PASS       PIC 9(01).

      *Pseudonymes de l'effacement, tires de sa reference : une
      *meme personne devient la meme valeur dans tous les
      *fichiers, les liens entre fichiers survivent sans elle.
       01  WS-ERA-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-ERA-REF          PIC X(10).
       01  PSE-ID              PIC X(10).
       01  PSE-NAME            PIC X(50).
       01  PSE-EMAIL           PIC X(50).

      *Regles d'effacement, au format de erasure_rules.cfg.
       01  RULE-IN.
           05 RI-ACTION        PIC X(01).
           05 FILLER           PIC X(01).
           05 RI-FILE          PIC X(40).
           05 FILLER           PIC X(01).
           05 RI-FLD OCCURS 6 TIMES.
                10 RI-KIND      PIC X(01).
                10 RI-POS       PIC X(03).
                10 RI-LEN       PIC X(03).
                10 FILLER       PIC X(01).
           05 RI-GENREG        PIC X(40).
           05 FILLER           PIC X(01).
           05 RI-PREFIX        PIC X(20).
           05 FILLER           PIC X(01).
           05 RI-SUFFIX        PIC X(10).

      *Liste interne de repli, appliquee quand erasure_rules.cfg
      *est absent : tous les fichiers connus des trois chaines qui
      *portent une personne. Zones : nature (I identifiant, N nom,
      *E email), position, longueur.
       01  RULE-FALLBACK-LIST.
           05 FILLER PIC X(43) VALUE
              "S user_master.dat".
           05 FILLER PIC X(48) VALUE
              "I001010 N011050 E061050".
           05 FILLER PIC X(41) VALUE "master_generations.log".
           05 FILLER PIC X(21) VALUE "user_master_".
           05 FILLER PIC X(10) VALUE ".dat".
           05 FILLER PIC X(43) VALUE
              "S valid_users.out".
           05 FILLER PIC X(48) VALUE
              "I001010 N011050 E061050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S email_registry.dat".
           05 FILLER PIC X(48) VALUE
              "E001050 I052010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S id_alias.dat".
           05 FILLER PIC X(48) VALUE
              "I001010 I012010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S export_ids.dat".
           05 FILLER PIC X(48) VALUE
              "N012050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "P errors_history.log".
           05 FILLER PIC X(48) VALUE
              "I010010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "P notify_sent.log".
           05 FILLER PIC X(48) VALUE
              "N001050 E052050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S notify_outbox.dat".
           05 FILLER PIC X(48) VALUE
              "N001050 E052050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S greet_queue.dat".
           05 FILLER PIC X(48) VALUE
              "N025020 E046050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S suppress.dat".
           05 FILLER PIC X(48) VALUE
              "E001050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S pending_deletes.dat".
           05 FILLER PIC X(48) VALUE
              "N001050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S auth_attempts.dat".
           05 FILLER PIC X(48) VALUE
              "N001050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S dup_candidates.dat".
           05 FILLER PIC X(48) VALUE
              "I001010 I012010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S postal_addr.dat".
           05 FILLER PIC X(48) VALUE
              "I001010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S addr_invalid.dat".
           05 FILLER PIC X(48) VALUE
              "I001010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S returned_mail.dat".
           05 FILLER PIC X(48) VALUE
              "I001010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "A audit_trail.log".
           05 FILLER PIC X(48) VALUE
              "N043050 E101030 E139030".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S names_reserved.dat".
           05 FILLER PIC X(48) VALUE
              "N001050 E052050 I103010 E103050 N185050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S jml_feed.dat".
           05 FILLER PIC X(48) VALUE
              "N044050 E095050 E161030 E192030".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S jml_replay.dat".
           05 FILLER PIC X(48) VALUE
              "N044050 E095050 E161030 E192030".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S provenance.dat".
           05 FILLER PIC X(48) VALUE
              "N001050 I052010".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S notify_prefs.dat".
           05 FILLER PIC X(48) VALUE
              "N001050".
           05 FILLER PIC X(72) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
              "S workq_track.dat".
           05 FILLER PIC X(48) VALUE
              "N006050".
           05 FILLER PIC X(72) VALUE SPACES.
       01  RULE-FALLBACK-TABLE REDEFINES RULE-FALLBACK-LIST.
           05 RULE-FALLBACK    PIC X(163) OCCURS 23 TIMES.
       01  WS-FALLBACK-IDX     PIC 9(02).

       01  RULE-TABLE.
           05 ER-LGHT          PIC 9(02) VALUE ZERO.
           05 ER-MAX           PIC 9(02) VALUE 40.
           05 ER OCCURS 40 TIMES INDEXED BY ER-IDX.
                10 ER-ACTION    PIC X(01).
                10 ER-FILE      PIC X(40).
                10 ER-FLD OCCURS 6 TIMES.
                   15 ER-KIND   PIC X(01).
                   15 ER-POS    PIC 9(03).
                   15 ER-LEN    PIC 9(03).
                10 ER-GENREG    PIC X(40).
                10 ER-PREFIX    PIC X(20).
                10 ER-SUFFIX    PIC X(10).

       01  WS-K                PIC 9(01).
       01  WS-RULE-OK-FLAG     PIC X(01).
           88 RULE-IS-OK                   VALUE "Y".

      *Fichiers physiques a traiter (une regle a generations en
      *donne plusieurs) et resultat de chacun pour le certificat.
       01  FILE-TABLE.
           05 FT-LGHT          PIC 9(03) VALUE ZERO.
           05 FT-MAX           PIC 9(03) VALUE 200.
           05 FT OCCURS 200 TIMES INDEXED BY FT-IDX.
                10 FT-RULE      PIC 9(02).
                10 FT-NAME      PIC X(60).
                10 FT-EXISTS    PIC X(01).
                10 FT-SEALED    PIC X(01).
                10 FT-FOUND     PIC 9(07).
                10 FT-DONE      PIC 9(07).
                10 FT-RESULT    PIC X(36).

       01  WS-R                PIC 9(02).
       01  WS-LIVE-NAME        PIC X(60).
       01  WS-WORK-NAME        PIC X(11) VALUE "forget.work".
       01  WS-GENREG-NAME      PIC X(40).
       01  WS-RENAME-RC        PIC S9(09) COMP.
       01  WS-GEN-NAME         PIC X(60).

      *Comparaison d'une zone de la ligne courante.
       01  WS-POS              PIC 9(03).
       01  WS-LEN              PIC 9(03).
       01  WS-CMP-FIELD        PIC X(50).
       01  WS-CMP-VALUE        PIC X(50).
       01  WS-FLD-HITS.
           05 WS-FLD-HIT       PIC X(01) OCCURS 6 TIMES.
       01  WS-LINE-HIT-FLAG    PIC X(01).
           88 LINE-HIT                     VALUE "Y".

      *Verification et rescellement de la piste d'audit chainee :
      *meme repli que audit et audinq (chainh), numero de sequence
      *en 196, chainage en 204.
       01  WS-CHAIN-FLAG       PIC X(01) VALUE "N".
           88 CHAIN-IS-BROKEN              VALUE "Y".
       01  WS-RESEAL-FLAG      PIC X(01) VALUE "N".
           88 RESEAL-ON                    VALUE "Y".
       01  WS-LINE-NO          PIC 9(07).
       01  WS-BROKEN-LINE      PIC 9(07) VALUE ZERO.
       01  WS-RESEAL-LINE      PIC 9(07) VALUE ZERO.
       01  WS-PREV-SEQ         PIC 9(07).
       01  WS-PREV-CHAIN       PIC X(18).
       01  WS-CALC-CHAIN       PIC X(18).
       01  WS-TKT-CHAIN        PIC X(18).
       01  WS-CHAIN-LINE       PIC X(194).

      *Registre indexe des emails et base : constat puis effacement.
       01  WS-REGIDX-NAME      PIC X(40) VALUE
               "email_registry.idx".
       01  WS-MASTER-FILENAME  PIC X(40) VALUE "user_master.dat".
       01  WS-REG-FOUND        PIC 9(01) VALUE ZERO.
       01  WS-REG-DONE         PIC 9(01) VALUE ZERO.
       01  WS-REG-STATE        PIC X(30) VALUE SPACES.
       01  WS-DB-STATE         PIC X(30) VALUE SPACES.

       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Operateur signataire : identifiant et mot de passe verifies
      *par authchk, trois essais au plus.
       01  WS-OPERATOR         PIC X(20).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).

       01  WS-TOTAL-FOUND      PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-DONE       PIC 9(07) VALUE ZERO.

      *Certificat : lignes constituees en memoire, scellees par le
      *meme chainage que la piste d'audit, puis ecrites.
       01  CERT-TABLE.
           05 CT-LGHT          PIC 9(03) VALUE ZERO.
           05 CT-MAX           PIC 9(03) VALUE 300.
           05 CT-LINE          PIC X(100) OCCURS 300 TIMES.
       01  WS-CT-IDX           PIC 9(03).
       01  WS-CERT-LINE        PIC X(100).
       01  WS-CERT-NAME        PIC X(40).
       01  WS-CERT-SEAL        PIC X(18).

       01  WS-CERT-FILE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-C-NAME       PIC X(40).
           05 FILLER           PIC X(10) VALUE " trouvees:".
           05 OUT-C-FOUND      PIC ZZZZZZ9.
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-C-RESULT     PIC X(36).

       01  WS-EDIT-COUNT       PIC ZZZZZZ9.

      *Zones passees a la piste d'audit : l'effacement y est trace
      *sous le pseudonyme, apres le rescellement.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "forget".
       01  WS-AUD-ACTION       PIC X(10) VALUE "EFFACEMENT".
       01  WS-AUD-BEFORE       PIC X(30) VALUE SPACES.
       01  WS-AUD-AFTER        PIC X(30).

      *Zones passees au scellement d'integrite d'un fichier scelle
      *reecrit.
       01  WS-VCK-ACTION       PIC X(08).
       01  WS-VCK-FILE         PIC X(40).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-SQL-NAME         PIC X(50).
       01  WS-SQL-EMAIL        PIC X(50).
       01  WS-SQL-MOBILE       PIC X(20).
       01  WS-CNT-USERS        PIC 9(04) VALUE ZERO.
       01  WS-CNT-ROLES        PIC 9(04) VALUE ZERO.
       01  WS-CNT-PWDH         PIC 9(04) VALUE ZERO.
       01  WS-CNT-ARCH         PIC 9(04) VALUE ZERO.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Droit a l'effacement : la personne (identifiant, nom ou
      *email) est recherchee dans chaque fichier des chaines
      *Jour-32, Jour-33 et Jour-34 et dans la base, le constat est
      *presente a l'operateur, puis chaque occurrence est supprimee
      *ou pseudonymisee selon la regle de son fichier. La piste
      *d'audit chainee est pseudonymisee puis rescellee, jamais
      *coupee. Un certificat d'effacement scelle et signe par
      *l'operateur authentifie est remis au delegue.
      *Codes retour : 0 fait, 2 personne introuvable, 4 abandon
      *par l'operateur, 8 authentification refusee, 1 erreur.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-KEY.

           IF WS-KEY = SPACES
               DISPLAY "Personne a effacer (identifiant, nom ou "
                       "email) : " WITH NO ADVANCING
               ACCEPT WS-KEY
           END-IF.
           IF WS-KEY = SPACES
               DISPLAY "Usage : forget <identifiant|nom|email>"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Dossier du delegue a la protection des "
                   "donnees : " WITH NO ADVANCING.
           ACCEPT WS-DPO-REF.

           PERFORM 0100-CONNECT-START
           THRU    0100-CONNECT-END.

           PERFORM 0200-SIGNON-START
           THRU    0200-SIGNON-END.

           PERFORM 0300-RESOLVE-START
           THRU    0300-RESOLVE-END.

           PERFORM 0400-LOAD-RULES-START
           THRU    0400-LOAD-RULES-END.

           PERFORM 0500-LOCATE-START
           THRU    0500-LOCATE-END.

           PERFORM 0600-CONFIRM-START
           THRU    0600-CONFIRM-END.

           PERFORM 0650-ALLOCATE-REF-START
           THRU    0650-ALLOCATE-REF-END.

           PERFORM 0700-APPLY-START
           THRU    0700-APPLY-END.

      *L'effacement lui-meme est trace, sous le pseudonyme, apres
      *le rescellement de la piste.
           MOVE WS-ERA-REF              TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                PSE-NAME WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR.

           PERFORM 0800-CERTIFICATE-START
           THRU    0800-CERTIFICATE-END.

           PERFORM 0900-REGISTER-START
           THRU    0900-REGISTER-END.

           DISPLAY "Effacement " WS-ERA-REF " termine : "
                   WS-TOTAL-DONE " occurrence(s) traitee(s), "
                   "certificat dans " FUNCTION TRIM(WS-CERT-NAME)
                   ".".

           IF F-CERT-STATUS-OK
               MOVE 0                   TO RETURN-CODE
           ELSE
               MOVE 1                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Connexion a la base (acces protege, service dbcred).
       0100-CONNECT-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Noms des fichiers partages servis par le service central des
      *parametres.
           MOVE "FILE.REGISTRY-IDX"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-REGIDX-NAME
           END-IF.
           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-MASTER-FILENAME
           END-IF.

           EXIT.
       0100-CONNECT-END.

      ******************************************************************

      *Signature de l'operateur : un effacement est irreversible,
      *il est execute et signe par une personne authentifiee (meme
      *chemin que l'ouverture de session du menu).
       0200-SIGNON-START.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-PWD-TRY.
           PERFORM UNTIL WS-AUTH-IS-OK OR WS-PWD-TRY >= 3
               ADD 1                    TO WS-PWD-TRY
               DISPLAY "Mot de passe : " WITH NO ADVANCING
               ACCEPT WS-AUTH-PASS
               MOVE WS-OPERATOR         TO WS-AUTH-NAME
               CALL "authchk" USING WS-AUTH-NAME WS-AUTH-PASS
               EVALUATE RETURN-CODE
                   WHEN 0
                       SET WS-AUTH-IS-OK TO TRUE
                   WHEN 2
                       DISPLAY "Aucun compte en base pour cet "
                               "operateur."
                   WHEN 4
                       DISPLAY "Compte operateur desactive."
                   WHEN 5
                       DISPLAY "Compte verrouille apres trop "
                               "d'echecs."
                   WHEN OTHER
                       DISPLAY "Mot de passe errone."
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-AUTH-IS-OK
               DISPLAY "Authentification refusee : aucun "
                       "effacement."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0200-SIGNON-END.

      ******************************************************************

      *Reconstitue l'identite a effacer : la cle est cherchee comme
      *email (si elle porte un "@"), sinon comme identifiant puis
      *comme nom, dans le maitre puis ses generations, et a defaut
      *dans la base ; les renumerotations RH ajoutent les anciens
      *et nouveaux identifiants.
       0300-RESOLVE-START.

           MOVE FUNCTION UPPER-CASE(WS-KEY) TO WS-KEY-UP.
           MOVE 0                       TO WS-AT-COUNT.
           INSPECT WS-KEY TALLYING WS-AT-COUNT FOR ALL "@".

           MOVE WS-MASTER-FILENAME      TO WS-LIVE-NAME.
           PERFORM 0310-SCAN-MASTER-START
           THRU    0310-SCAN-MASTER-END.

           IF NOT PERSON-FOUND
               PERFORM 0320-SCAN-MASTER-GENS-START
               THRU    0320-SCAN-MASTER-GENS-END
           END-IF.

           PERFORM 0330-RESOLVE-DB-START
           THRU    0330-RESOLVE-DB-END.

           IF NOT PERSON-FOUND
               DISPLAY "Personne introuvable dans le maitre, ses "
                       "generations et la base : rien a effacer."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-ALIAS-PASS FROM 1 BY 1
                     UNTIL WS-ALIAS-PASS > 2
               PERFORM 0340-SCAN-ALIASES-START
               THRU    0340-SCAN-ALIASES-END
           END-PERFORM.

           IF ERA-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ERA-NAME) TO ERA-NAME-UP
           END-IF.

           DISPLAY "Personne retrouvee (cle " FUNCTION TRIM(WS-KEY-KIND)
                   ") : " ERA-ID-LGHT " identifiant(s), "
                   ERA-EM-LGHT " adresse(s).".

           EXIT.
       0300-RESOLVE-END.

      ******************************************************************

      *Cherche la cle dans le fichier maitre (ou une generation)
      *WS-LIVE-NAME, disposition ID/NOM/EMAIL. La premiere ligne
      *trouvee donne l'identite.
       0310-SCAN-MASTER-START.

           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0310-SCAN-MASTER-END
           END-IF.

           PERFORM UNTIL F-LIVE-STATUS-EOF OR PERSON-FOUND
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-LIVE(1:4) NOT = "CTL "
                    EVALUATE TRUE
                      WHEN WS-AT-COUNT > 0
                        AND FUNCTION UPPER-CASE(MST-EMAIL) = WS-KEY-UP
                          MOVE "EMAIL"    TO WS-KEY-KIND
                          SET PERSON-FOUND TO TRUE
                      WHEN WS-AT-COUNT = 0
                        AND MST-ID = WS-KEY
                          MOVE "ID"       TO WS-KEY-KIND
                          SET PERSON-FOUND TO TRUE
                      WHEN WS-AT-COUNT = 0
                        AND FUNCTION UPPER-CASE(MST-NOM) = WS-KEY-UP
                          MOVE "NOM"      TO WS-KEY-KIND
                          SET PERSON-FOUND TO TRUE
                    END-EVALUATE
                    IF PERSON-FOUND
                        MOVE MST-NOM      TO ERA-NAME
                        MOVE MST-ID       TO WS-NEW-ID
                        PERFORM 0350-ADD-ID-START
                        THRU    0350-ADD-ID-END
                        MOVE MST-EMAIL    TO WS-NEW-EMAIL
                        PERFORM 0360-ADD-EMAIL-START
                        THRU    0360-ADD-EMAIL-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           MOVE SPACE                   TO F-LIVE-STATUS.

           EXIT.
       0310-SCAN-MASTER-END.

      ******************************************************************

      *La personne n'est plus au maitre du jour : ses generations
      *(master_generations.log) sont parcourues, de la plus
      *ancienne a la plus recente.
       0320-SCAN-MASTER-GENS-START.

           MOVE "master_generations.log" TO WS-GENREG-NAME.
           MOVE SPACE                   TO F-GENREG-STATUS.
           OPEN INPUT F-GENREG.
           IF NOT F-GENREG-STATUS-OK
               MOVE SPACE               TO F-GENREG-STATUS
               GO TO 0320-SCAN-MASTER-GENS-END
           END-IF.

           PERFORM UNTIL F-GENREG-STATUS-EOF OR PERSON-FOUND
             READ F-GENREG
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-GENREG NOT = SPACES
                    MOVE SPACES          TO WS-LIVE-NAME
                    STRING "user_master_" REC-F-GENREG ".dat"
                           DELIMITED BY SIZE INTO WS-LIVE-NAME
                    PERFORM 0310-SCAN-MASTER-START
                    THRU    0310-SCAN-MASTER-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-GENREG.
           MOVE SPACE                   TO F-GENREG-STATUS.

           EXIT.
       0320-SCAN-MASTER-GENS-END.

      ******************************************************************

      *Complete l'identite par la base : nom et adresse du compte.
      *Une personne absente des fichiers mais presente en base est
      *retrouvee par son nom ou son adresse.
       0330-RESOLVE-DB-START.

           MOVE SPACES                  TO WS-SQL-NAME.
           MOVE SPACES                  TO WS-SQL-EMAIL.

           EVALUATE TRUE
             WHEN ERA-NAME NOT = SPACES
               MOVE ERA-NAME            TO WS-SQL-NAME
               EXEC SQL
                   SELECT email INTO :WS-SQL-EMAIL
                   FROM users WHERE nom = :WS-SQL-NAME
               END-EXEC
             WHEN WS-AT-COUNT > 0
               MOVE WS-KEY              TO WS-SQL-EMAIL
               EXEC SQL
                   SELECT nom INTO :WS-SQL-NAME
                   FROM users WHERE email = :WS-SQL-EMAIL
               END-EXEC
               IF SQLCODE = 0
                   MOVE "EMAIL"         TO WS-KEY-KIND
               END-IF
             WHEN OTHER
               MOVE WS-KEY              TO WS-SQL-NAME
               EXEC SQL
                   SELECT email INTO :WS-SQL-EMAIL
                   FROM users WHERE nom = :WS-SQL-NAME
               END-EXEC
               IF SQLCODE = 0
                   MOVE "NOM"           TO WS-KEY-KIND
               END-IF
           END-EVALUATE.

           IF SQLCODE NOT = 0
               GO TO 0330-RESOLVE-DB-END
           END-IF.

           SET PERSON-FOUND             TO TRUE.
           IF ERA-NAME = SPACES
               MOVE WS-SQL-NAME         TO ERA-NAME
           END-IF.
           MOVE WS-SQL-EMAIL            TO WS-NEW-EMAIL.
           PERFORM 0360-ADD-EMAIL-START
           THRU    0360-ADD-EMAIL-END.

      *Le mobile du compte est une adresse de plus : il figure aux
      *entrees SMS de la boite d'envoi et de son archive, et a la
      *liste de suppression.
           MOVE SPACES                  TO WS-SQL-MOBILE.
           EXEC SQL
               SELECT COALESCE(mobile, ' ') INTO :WS-SQL-MOBILE
               FROM users WHERE nom = :WS-SQL-NAME
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-SQL-MOBILE       TO WS-NEW-EMAIL
               PERFORM 0360-ADD-EMAIL-START
               THRU    0360-ADD-EMAIL-END
           END-IF.

           EXIT.
       0330-RESOLVE-DB-END.

      ******************************************************************

      *Renumerotations RH (id_alias.dat) : l'ancien et le nouvel
      *identifiant d'une meme personne sont effaces ensemble.
       0340-SCAN-ALIASES-START.

           MOVE "id_alias.dat"          TO WS-LIVE-NAME.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0340-SCAN-ALIASES-END
           END-IF.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                PERFORM VARYING WS-J FROM 1 BY 1
                          UNTIL WS-J > ERA-ID-LGHT
                    IF REC-F-LIVE(1:10) = ERA-ID(WS-J)
                        MOVE REC-F-LIVE(12:10) TO WS-NEW-ID
                        PERFORM 0350-ADD-ID-START
                        THRU    0350-ADD-ID-END
                    END-IF
                    IF REC-F-LIVE(12:10) = ERA-ID(WS-J)
                        MOVE REC-F-LIVE(1:10) TO WS-NEW-ID
                        PERFORM 0350-ADD-ID-START
                        THRU    0350-ADD-ID-END
                    END-IF
                END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           MOVE SPACE                   TO F-LIVE-STATUS.

           EXIT.
       0340-SCAN-ALIASES-END.

      ******************************************************************

      *Ajoute WS-NEW-ID aux identifiants de la personne (sans
      *doublon, cinq au plus).
       0350-ADD-ID-START.

           IF WS-NEW-ID = SPACES
               GO TO 0350-ADD-ID-END
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > ERA-ID-LGHT
               IF ERA-ID(WS-K) = WS-NEW-ID
                   GO TO 0350-ADD-ID-END
               END-IF
           END-PERFORM.

           IF ERA-ID-LGHT < 5
               ADD 1                    TO ERA-ID-LGHT
               MOVE WS-NEW-ID           TO ERA-ID(ERA-ID-LGHT)
           END-IF.

           EXIT.
       0350-ADD-ID-END.

      ******************************************************************

      *Ajoute WS-NEW-EMAIL aux adresses de la personne (sans
      *doublon a la casse pres, trois au plus).
       0360-ADD-EMAIL-START.

           IF WS-NEW-EMAIL = SPACES
               GO TO 0360-ADD-EMAIL-END
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > ERA-EM-LGHT
               IF ERA-EMAIL-UP(WS-K) =
                  FUNCTION UPPER-CASE(WS-NEW-EMAIL)
                   GO TO 0360-ADD-EMAIL-END
               END-IF
           END-PERFORM.

           IF ERA-EM-LGHT < 3
               ADD 1                    TO ERA-EM-LGHT
               MOVE WS-NEW-EMAIL        TO ERA-EMAIL(ERA-EM-LGHT)
               MOVE FUNCTION UPPER-CASE(WS-NEW-EMAIL)
                                        TO ERA-EMAIL-UP(ERA-EM-LGHT)
           END-IF.

           EXIT.
       0360-ADD-EMAIL-END.

      ******************************************************************

      *Charge les regles d'effacement (erasure_rules.cfg, ou la
      *liste interne) et deplie chaque regle en fichiers physiques,
      *generations comprises.
       0400-LOAD-RULES-START.

           MOVE SPACE                   TO F-RULES-STATUS.
           OPEN INPUT F-RULES.

           IF F-RULES-STATUS-OK
               PERFORM UNTIL F-RULES-STATUS-EOF
                 READ F-RULES
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REC-F-RULES(1:1) NOT = "*"
                      AND REC-F-RULES NOT = SPACES
                        MOVE REC-F-RULES TO RULE-IN
                        PERFORM 0410-ADD-RULE-START
                        THRU    0410-ADD-RULE-END
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-RULES
           ELSE
               PERFORM VARYING WS-FALLBACK-IDX FROM 1 BY 1
                         UNTIL WS-FALLBACK-IDX > 23
                   MOVE RULE-FALLBACK(WS-FALLBACK-IDX) TO RULE-IN
                   PERFORM 0410-ADD-RULE-START
                   THRU    0410-ADD-RULE-END
               END-PERFORM
           END-IF.
           MOVE SPACE                   TO F-RULES-STATUS.

           PERFORM VARYING ER-IDX FROM 1 BY 1
                     UNTIL ER-IDX > ER-LGHT
               SET WS-R                 TO ER-IDX
               MOVE ER-FILE(WS-R)       TO WS-GEN-NAME
               PERFORM 0430-ADD-FILE-START
               THRU    0430-ADD-FILE-END
               IF ER-GENREG(WS-R) NOT = SPACES
                   PERFORM 0420-ADD-GENS-START
                   THRU    0420-ADD-GENS-END
               END-IF
           END-PERFORM.

           EXIT.
       0400-LOAD-RULES-END.

      ******************************************************************

      *Controle et range la regle RULE-IN : traitement connu, au
      *moins une zone, positions et longueurs lisibles et tenant
      *dans la ligne.
       0410-ADD-RULE-START.

           MOVE "Y"                     TO WS-RULE-OK-FLAG.

           IF RI-ACTION NOT = "S" AND RI-ACTION NOT = "P"
             AND RI-ACTION NOT = "A"
               MOVE "N"                 TO WS-RULE-OK-FLAG
           END-IF.
           IF RI-FILE = SPACES OR RI-KIND(1) = SPACE
               MOVE "N"                 TO WS-RULE-OK-FLAG
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF RI-KIND(WS-K) NOT = SPACE
                   IF (RI-KIND(WS-K) NOT = "I"
                       AND RI-KIND(WS-K) NOT = "N"
                       AND RI-KIND(WS-K) NOT = "E")
                     OR RI-POS(WS-K) IS NOT NUMERIC
                     OR RI-LEN(WS-K) IS NOT NUMERIC
                       MOVE "N"         TO WS-RULE-OK-FLAG
                   ELSE
                       MOVE RI-POS(WS-K) TO WS-POS
                       MOVE RI-LEN(WS-K) TO WS-LEN
                       IF WS-POS < 1 OR WS-LEN < 1 OR WS-LEN > 50
                         OR WS-POS + WS-LEN - 1 > 250
                           MOVE "N"     TO WS-RULE-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT RULE-IS-OK
               DISPLAY "Regle d'effacement illisible, ignoree : "
                       FUNCTION TRIM(RULE-IN)
               GO TO 0410-ADD-RULE-END
           END-IF.

           IF ER-LGHT >= ER-MAX
               DISPLAY "Table des regles pleine (" ER-MAX
                       ") : regle ignoree : " RI-FILE
               GO TO 0410-ADD-RULE-END
           END-IF.

           ADD 1                        TO ER-LGHT.
           MOVE RI-ACTION               TO ER-ACTION(ER-LGHT).
           MOVE RI-FILE                 TO ER-FILE(ER-LGHT).
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               MOVE RI-KIND(WS-K)       TO ER-KIND(ER-LGHT, WS-K)
               IF RI-KIND(WS-K) NOT = SPACE
                   MOVE RI-POS(WS-K)    TO ER-POS(ER-LGHT, WS-K)
                   MOVE RI-LEN(WS-K)    TO ER-LEN(ER-LGHT, WS-K)
               ELSE
                   MOVE 0               TO ER-POS(ER-LGHT, WS-K)
                   MOVE 0               TO ER-LEN(ER-LGHT, WS-K)
               END-IF
           END-PERFORM.
           MOVE RI-GENREG               TO ER-GENREG(ER-LGHT).
           MOVE RI-PREFIX               TO ER-PREFIX(ER-LGHT).
           MOVE RI-SUFFIX               TO ER-SUFFIX(ER-LGHT).

           EXIT.
       0410-ADD-RULE-END.

      ******************************************************************

      *Ajoute les generations de la regle WS-R : une par
      *estampille de son registre, nommee prefixe + estampille +
      *suffixe.
       0420-ADD-GENS-START.

           MOVE ER-GENREG(WS-R)         TO WS-GENREG-NAME.
           MOVE SPACE                   TO F-GENREG-STATUS.
           OPEN INPUT F-GENREG.
           IF NOT F-GENREG-STATUS-OK
               MOVE SPACE               TO F-GENREG-STATUS
               GO TO 0420-ADD-GENS-END
           END-IF.

           PERFORM UNTIL F-GENREG-STATUS-EOF
             READ F-GENREG
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-GENREG NOT = SPACES
                    MOVE SPACES          TO WS-GEN-NAME
                    STRING ER-PREFIX(WS-R) DELIMITED BY SPACE
                           REC-F-GENREG    DELIMITED BY SPACE
                           ER-SUFFIX(WS-R) DELIMITED BY SPACE
                           INTO WS-GEN-NAME
                    PERFORM 0430-ADD-FILE-START
                    THRU    0430-ADD-FILE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-GENREG.
           MOVE SPACE                   TO F-GENREG-STATUS.

           EXIT.
       0420-ADD-GENS-END.

      ******************************************************************

      *Inscrit le fichier physique WS-GEN-NAME sous la regle WS-R.
       0430-ADD-FILE-START.

           IF FT-LGHT >= FT-MAX
               DISPLAY "Table des fichiers pleine (" FT-MAX
                       ") : fichier non traite : "
                       FUNCTION TRIM(WS-GEN-NAME)
               GO TO 0430-ADD-FILE-END
           END-IF.

           ADD 1                        TO FT-LGHT.
           MOVE WS-R                    TO FT-RULE  (FT-LGHT).
           MOVE WS-GEN-NAME             TO FT-NAME  (FT-LGHT).
           MOVE "N"                     TO FT-EXISTS(FT-LGHT).
           MOVE "N"                     TO FT-SEALED(FT-LGHT).
           MOVE 0                       TO FT-FOUND (FT-LGHT).
           MOVE 0                       TO FT-DONE  (FT-LGHT).
           MOVE SPACES                  TO FT-RESULT(FT-LGHT).

           EXIT.
       0430-ADD-FILE-END.

      ******************************************************************

      *Constat, sans rien toucher : occurrences par fichier, entree
      *du registre indexe, lignes en base ; la chaine de la piste
      *d'audit est verifiee au passage.
       0500-LOCATE-START.

           PERFORM VARYING FT-IDX FROM 1 BY 1
                     UNTIL FT-IDX > FT-LGHT
               PERFORM 0510-LOCATE-FILE-START
               THRU    0510-LOCATE-FILE-END
           END-PERFORM.

      *Registre indexe des emails.
           MOVE 0                       TO WS-REG-FOUND.
           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN INPUT F-REGIDX.
           IF F-REGIDX-STATUS-OK
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > ERA-EM-LGHT
                   MOVE ERA-EMAIL(WS-J) TO REGI-EMAIL
                   READ F-REGIDX
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       ADD 1            TO WS-REG-FOUND
                   END-READ
               END-PERFORM
               CLOSE F-REGIDX
           ELSE
               MOVE "registre absent"   TO WS-REG-STATE
           END-IF.
           MOVE SPACE                   TO F-REGIDX-STATUS.

      *Base : compte, profils et historique des mots de passe.
           MOVE ERA-NAME                TO WS-SQL-NAME.
           MOVE 0                       TO WS-CNT-USERS.
           MOVE 0                       TO WS-CNT-ROLES.
           MOVE 0                       TO WS-CNT-PWDH.
           MOVE 0                       TO WS-CNT-ARCH.
           IF ERA-NAME NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CNT-USERS
                   FROM users WHERE nom = :WS-SQL-NAME
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CNT-ROLES
                   FROM users_roles WHERE nom = :WS-SQL-NAME
               END-EXEC
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CNT-PWDH
                   FROM users_pwd_history WHERE nom = :WS-SQL-NAME
               END-EXEC
      *Un compte archive par usrarch n'a plus de ligne users :
      *sa fiche d'archive est effacee avec le reste.
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CNT-ARCH
                   FROM users_archive WHERE nom = :WS-SQL-NAME
               END-EXEC
           END-IF.

           DISPLAY "--- Constat avant effacement ---".
           PERFORM VARYING FT-IDX FROM 1 BY 1
                     UNTIL FT-IDX > FT-LGHT
               IF FT-FOUND(FT-IDX) > 0
                   DISPLAY "  " FT-NAME(FT-IDX)(1:40) " : "
                           FT-FOUND(FT-IDX) " ligne(s)"
               END-IF
           END-PERFORM.
           DISPLAY "  Registre indexe des emails : " WS-REG-FOUND
                   " entree(s)".
           DISPLAY "  Base : users " WS-CNT-USERS ", users_roles "
                   WS-CNT-ROLES ", users_pwd_history " WS-CNT-PWDH
                   ", users_archive " WS-CNT-ARCH.
           IF CHAIN-IS-BROKEN
               DISPLAY "  Piste d'audit : chaine deja cassee a la "
                       "ligne " WS-BROKEN-LINE " -- la piste ne "
                       "sera pas retouchee."
           END-IF.

           EXIT.
       0500-LOCATE-END.

      ******************************************************************

      *Compte les lignes du fichier FT-IDX qui portent la personne
      *(les lignes temoin "CTL" d'un fichier scelle ne comptent
      *pas) ; pour la piste d'audit, verifie la chaine comme le
      *fait audinq.
       0510-LOCATE-FILE-START.

           MOVE FT-RULE(FT-IDX)         TO WS-R.
           MOVE FT-NAME(FT-IDX)         TO WS-LIVE-NAME.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE "absent"            TO FT-RESULT(FT-IDX)
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0510-LOCATE-FILE-END
           END-IF.
           MOVE "Y"                     TO FT-EXISTS(FT-IDX).

           MOVE 0                       TO WS-LINE-NO.
           MOVE 0                       TO WS-PREV-SEQ.
           MOVE "000000000000000000"    TO WS-PREV-CHAIN.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                ADD 1                    TO WS-LINE-NO
                IF REC-F-LIVE(1:4) = "CTL "
                    MOVE "Y"             TO FT-SEALED(FT-IDX)
                ELSE
                    PERFORM 0520-MATCH-LINE-START
                    THRU    0520-MATCH-LINE-END
                    IF LINE-HIT
                        ADD 1            TO FT-FOUND(FT-IDX)
                    END-IF
                    IF ER-ACTION(WS-R) = "A"
                      AND NOT CHAIN-IS-BROKEN
                      AND REC-F-LIVE(196:7) IS NUMERIC
                        PERFORM 0530-VERIFY-LINK-START
                        THRU    0530-VERIFY-LINK-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           MOVE SPACE                   TO F-LIVE-STATUS.

           ADD FT-FOUND(FT-IDX)         TO WS-TOTAL-FOUND.
           IF FT-FOUND(FT-IDX) = 0
               MOVE "aucune occurrence" TO FT-RESULT(FT-IDX)
           END-IF.

           EXIT.
       0510-LOCATE-FILE-END.

      ******************************************************************

      *La ligne courante porte-t-elle la personne ? Chaque zone de
      *la regle WS-R est comparee, a la casse pres, a la valeur de
      *sa nature (tronquee a la longueur de la zone : la piste
      *d'audit ne garde que 30 octets d'une adresse) ; les zones
      *touchees sont notees pour la pseudonymisation.
       0520-MATCH-LINE-START.

           MOVE "N"                     TO WS-LINE-HIT-FLAG.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               MOVE "N"                 TO WS-FLD-HIT(WS-K)
               IF ER-KIND(WS-R, WS-K) NOT = SPACE
                   MOVE ER-POS(WS-R, WS-K) TO WS-POS
                   MOVE ER-LEN(WS-R, WS-K) TO WS-LEN
                   MOVE SPACES          TO WS-CMP-FIELD
                   MOVE FUNCTION UPPER-CASE(
                        REC-F-LIVE(WS-POS:WS-LEN))
                                        TO WS-CMP-FIELD
                   IF WS-CMP-FIELD NOT = SPACES
                       EVALUATE ER-KIND(WS-R, WS-K)
                         WHEN "I"
                           PERFORM VARYING WS-J FROM 1 BY 1
                                     UNTIL WS-J > ERA-ID-LGHT
                               MOVE FUNCTION UPPER-CASE(ERA-ID(WS-J))
                                        TO WS-CMP-VALUE
                               IF WS-CMP-FIELD(1:WS-LEN) =
                                  WS-CMP-VALUE(1:WS-LEN)
                                   MOVE "Y" TO WS-FLD-HIT(WS-K)
                               END-IF
                           END-PERFORM
                         WHEN "N"
                           IF ERA-NAME-UP NOT = SPACES
                             AND WS-CMP-FIELD(1:WS-LEN) =
                                 ERA-NAME-UP(1:WS-LEN)
                               MOVE "Y" TO WS-FLD-HIT(WS-K)
                           END-IF
                         WHEN "E"
                           PERFORM VARYING WS-J FROM 1 BY 1
                                     UNTIL WS-J > ERA-EM-LGHT
                               IF WS-CMP-FIELD(1:WS-LEN) =
                                  ERA-EMAIL-UP(WS-J)(1:WS-LEN)
                                   MOVE "Y" TO WS-FLD-HIT(WS-K)
                               END-IF
                           END-PERFORM
                       END-EVALUATE
                       IF WS-FLD-HIT(WS-K) = "Y"
                           MOVE "Y"     TO WS-LINE-HIT-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0520-MATCH-LINE-END.

      ******************************************************************

      *Verifie le maillon courant de la piste d'audit : sequence
      *attendue et chainage recalcule depuis la ligne precedente.
       0530-VERIFY-LINK-START.

           ADD 1                        TO WS-PREV-SEQ.
           IF FUNCTION NUMVAL(REC-F-LIVE(196:7)) NOT = WS-PREV-SEQ
               SET CHAIN-IS-BROKEN      TO TRUE
               MOVE WS-LINE-NO          TO WS-BROKEN-LINE
               GO TO 0530-VERIFY-LINK-END
           END-IF.

           MOVE REC-F-LIVE(1:194)       TO WS-CHAIN-LINE.
           CALL "chainh" USING WS-CHAIN-LINE WS-PREV-CHAIN
                               WS-CALC-CHAIN.
           PERFORM 0535-TICKET-LINK-START
           THRU    0535-TICKET-LINK-END.
           IF WS-CALC-CHAIN NOT = REC-F-LIVE(204:18)
               SET CHAIN-IS-BROKEN      TO TRUE
               MOVE WS-LINE-NO          TO WS-BROKEN-LINE
               GO TO 0530-VERIFY-LINK-END
           END-IF.

           MOVE WS-CALC-CHAIN           TO WS-PREV-CHAIN.

           EXIT.
       0530-VERIFY-LINK-END.

      ******************************************************************

      *Reference de ticket (colonnes 232 a 249) et marque
      *d'elevation (223 a 230) portees par la ligne : scellees par
      *un second tour de chainage, comme a l'ecriture par audit.
       0535-TICKET-LINK-START.

           IF REC-F-LIVE(232:18) NOT = SPACES
             OR REC-F-LIVE(223:8) NOT = SPACES
               MOVE SPACES              TO WS-CHAIN-LINE
               MOVE REC-F-LIVE(232:18)  TO WS-CHAIN-LINE(1:18)
               MOVE REC-F-LIVE(223:8)   TO WS-CHAIN-LINE(19:8)
               MOVE WS-CALC-CHAIN       TO WS-TKT-CHAIN
               CALL "chainh" USING WS-CHAIN-LINE WS-TKT-CHAIN
                                   WS-CALC-CHAIN
           END-IF.

           EXIT.
       0535-TICKET-LINK-END.

      ******************************************************************

      *Le constat est presente : l'effacement ne part que sur
      *confirmation explicite de l'operateur.
       0600-CONFIRM-START.

           IF WS-TOTAL-FOUND = 0 AND WS-REG-FOUND = 0
             AND WS-CNT-USERS = 0 AND WS-CNT-ROLES = 0
             AND WS-CNT-PWDH = 0 AND WS-CNT-ARCH = 0
               DISPLAY "Aucune occurrence : rien a effacer."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Confirmer l'effacement definitif (O/N) : "
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           IF FUNCTION UPPER-CASE(WS-INPUT) NOT = "O"
               DISPLAY "Effacement abandonne : rien n'a ete touche."
               MOVE 4                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0600-CONFIRM-END.

      ******************************************************************

      *Reference de l'effacement (numero d'ordre au registre des
      *effacements) et pseudonymes qui en derivent.
       0650-ALLOCATE-REF-START.

           MOVE 0                       TO WS-ERA-SEQ.
           MOVE SPACE                   TO F-ERAREG-STATUS.
           OPEN INPUT F-ERAREG.
           IF F-ERAREG-STATUS-OK
               PERFORM UNTIL F-ERAREG-STATUS-EOF
                 READ F-ERAREG
                  AT END
                    CONTINUE
                  NOT AT END
                    ADD 1                TO WS-ERA-SEQ
                 END-READ
               END-PERFORM
               CLOSE F-ERAREG
           END-IF.
           MOVE SPACE                   TO F-ERAREG-STATUS.
           ADD 1                        TO WS-ERA-SEQ.

           MOVE SPACES                  TO WS-ERA-REF.
           STRING "EFF" WS-ERA-SEQ DELIMITED BY SIZE
                  INTO WS-ERA-REF.
           MOVE WS-ERA-REF              TO PSE-ID.
           MOVE SPACES                  TO PSE-NAME.
           STRING "EFFACE " WS-ERA-REF DELIMITED BY SIZE
                  INTO PSE-NAME.
           MOVE SPACES                  TO PSE-EMAIL.
           STRING "eff" WS-ERA-SEQ "@efface.invalid"
                  DELIMITED BY SIZE INTO PSE-EMAIL.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           EXIT.
       0650-ALLOCATE-REF-END.

      ******************************************************************

      *Effacement : chaque fichier ou la personne a ete trouvee est
      *reecrit selon sa regle, puis le registre indexe et la base.
       0700-APPLY-START.

           PERFORM VARYING FT-IDX FROM 1 BY 1
                     UNTIL FT-IDX > FT-LGHT
               IF FT-FOUND(FT-IDX) > 0
                   PERFORM 0710-APPLY-FILE-START
                   THRU    0710-APPLY-FILE-END
               END-IF
           END-PERFORM.

           PERFORM 0740-APPLY-REGISTRY-START
           THRU    0740-APPLY-REGISTRY-END.

           PERFORM 0750-APPLY-DB-START
           THRU    0750-APPLY-DB-END.

           EXIT.
       0700-APPLY-END.

      ******************************************************************

      *Reecrit le fichier FT-IDX dans la copie de travail : lignes
      *de la personne supprimees (S) ou pseudonymisees (P, A) ;
      *pour la piste d'audit, chaque ligne scellee a partir de la
      *premiere retouchee est rechainee, numeros de sequence
      *inchanges. La copie bascule en place une fois complete, et
      *un fichier scelle est rescelle.
       0710-APPLY-FILE-START.

           MOVE FT-RULE(FT-IDX)         TO WS-R.

           IF ER-ACTION(WS-R) = "A" AND CHAIN-IS-BROKEN
               MOVE "NON TRAITE (chaine deja cassee)"
                                        TO FT-RESULT(FT-IDX)
               GO TO 0710-APPLY-FILE-END
           END-IF.

           MOVE FT-NAME(FT-IDX)         TO WS-LIVE-NAME.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE "ECHEC : fichier illisible"
                                        TO FT-RESULT(FT-IDX)
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0710-APPLY-FILE-END
           END-IF.

           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               MOVE "ECHEC : copie de travail"
                                        TO FT-RESULT(FT-IDX)
               CLOSE F-LIVE
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0710-APPLY-FILE-END
           END-IF.

           MOVE 0                       TO WS-LINE-NO.
           MOVE "N"                     TO WS-RESEAL-FLAG.
           MOVE "000000000000000000"    TO WS-PREV-CHAIN.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                ADD 1                    TO WS-LINE-NO
      *Le temoin d'un fichier scelle ne se recopie pas : il serait
      *faux apres effacement, le fichier est rescelle a la fin.
                IF REC-F-LIVE(1:4) NOT = "CTL "
                    PERFORM 0520-MATCH-LINE-START
                    THRU    0520-MATCH-LINE-END
                    IF LINE-HIT
                        ADD 1            TO FT-DONE(FT-IDX)
                    END-IF
                    IF LINE-HIT AND ER-ACTION(WS-R) = "S"
                        CONTINUE
                    ELSE
                        IF LINE-HIT
                            PERFORM 0720-PSEUDO-LINE-START
                            THRU    0720-PSEUDO-LINE-END
                        END-IF
                        IF ER-ACTION(WS-R) = "A"
                          AND REC-F-LIVE(196:7) IS NUMERIC
                            PERFORM 0730-RECHAIN-LINE-START
                            THRU    0730-RECHAIN-LINE-END
                        END-IF
                        MOVE REC-F-LIVE  TO REC-F-WORK
                        WRITE REC-F-WORK
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           CLOSE F-WORK.
           MOVE SPACE                   TO F-LIVE-STATUS.

      *Bascule : seul un fichier complet remplace l'ancien.
           CALL "CBL_RENAME_FILE" USING WS-WORK-NAME WS-LIVE-NAME.
           MOVE RETURN-CODE             TO WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "Bascule impossible pour "
                       FUNCTION TRIM(WS-LIVE-NAME)
                       " (code " WS-RENAME-RC ")."
               MOVE "ECHEC : bascule impossible"
                                        TO FT-RESULT(FT-IDX)
               MOVE 0                   TO FT-DONE(FT-IDX)
               GO TO 0710-APPLY-FILE-END
           END-IF.

           IF FT-SEALED(FT-IDX) = "Y"
               MOVE "SEAL"              TO WS-VCK-ACTION
               MOVE WS-LIVE-NAME(1:40)  TO WS-VCK-FILE
               CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE
           END-IF.

           ADD FT-DONE(FT-IDX)          TO WS-TOTAL-DONE.
           EVALUATE ER-ACTION(WS-R)
             WHEN "S"
               MOVE "lignes supprimees" TO FT-RESULT(FT-IDX)
             WHEN "P"
               MOVE "lignes pseudonymisees"
                                        TO FT-RESULT(FT-IDX)
             WHEN "A"
               MOVE "pseudonymisees, chaine rescellee"
                                        TO FT-RESULT(FT-IDX)
           END-EVALUATE.
           IF FT-SEALED(FT-IDX) = "Y"
               MOVE SPACES              TO WS-CERT-LINE
               STRING FUNCTION TRIM(FT-RESULT(FT-IDX))
                      ", rescelle" DELIMITED BY SIZE
                      INTO WS-CERT-LINE
               MOVE WS-CERT-LINE        TO FT-RESULT(FT-IDX)
           END-IF.

           EXIT.
       0710-APPLY-FILE-END.

      ******************************************************************

      *Remplace chaque zone touchee de la ligne courante par le
      *pseudonyme de sa nature.
       0720-PSEUDO-LINE-START.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF WS-FLD-HIT(WS-K) = "Y"
                   MOVE ER-POS(WS-R, WS-K) TO WS-POS
                   MOVE ER-LEN(WS-R, WS-K) TO WS-LEN
                   EVALUATE ER-KIND(WS-R, WS-K)
                     WHEN "I"
                       MOVE PSE-ID      TO REC-F-LIVE(WS-POS:WS-LEN)
                     WHEN "N"
                       MOVE PSE-NAME    TO REC-F-LIVE(WS-POS:WS-LEN)
                     WHEN "E"
                       MOVE PSE-EMAIL   TO REC-F-LIVE(WS-POS:WS-LEN)
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF ER-ACTION(WS-R) = "A" AND NOT RESEAL-ON
               SET RESEAL-ON            TO TRUE
               MOVE WS-LINE-NO          TO WS-RESEAL-LINE
           END-IF.

           EXIT.
       0720-PSEUDO-LINE-END.

      ******************************************************************

      *Rechaine la ligne scellee courante a partir de la premiere
      *ligne retouchee ; avant elle, le chainage existant est
      *simplement repris comme maillon precedent.
       0730-RECHAIN-LINE-START.

           IF RESEAL-ON
               MOVE REC-F-LIVE(1:194)   TO WS-CHAIN-LINE
               CALL "chainh" USING WS-CHAIN-LINE WS-PREV-CHAIN
                                   WS-CALC-CHAIN
               PERFORM 0535-TICKET-LINK-START
               THRU    0535-TICKET-LINK-END
               MOVE WS-CALC-CHAIN       TO REC-F-LIVE(204:18)
           END-IF.

           MOVE REC-F-LIVE(204:18)      TO WS-PREV-CHAIN.

           EXIT.
       0730-RECHAIN-LINE-END.

      ******************************************************************

      *Supprime les entrees de la personne du registre indexe des
      *emails (un registre absent n'est pas bloquant).
       0740-APPLY-REGISTRY-START.

           MOVE 0                       TO WS-REG-DONE.

           IF WS-REG-FOUND = 0
               IF WS-REG-STATE = SPACES
                   MOVE "aucune entree" TO WS-REG-STATE
               END-IF
               GO TO 0740-APPLY-REGISTRY-END
           END-IF.

           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN I-O F-REGIDX.
           IF NOT F-REGIDX-STATUS-OK
               MOVE "ECHEC : registre inaccessible"
                                        TO WS-REG-STATE
               GO TO 0740-APPLY-REGISTRY-END
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J > ERA-EM-LGHT
               MOVE ERA-EMAIL(WS-J)     TO REGI-EMAIL
               DELETE F-REGIDX RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1                TO WS-REG-DONE
               END-DELETE
           END-PERFORM.

           CLOSE F-REGIDX.
           MOVE SPACE                   TO F-REGIDX-STATUS.

           MOVE SPACES                  TO WS-REG-STATE.
           MOVE WS-REG-DONE             TO WS-EDIT-COUNT.
           STRING FUNCTION TRIM(WS-EDIT-COUNT)
                  " entree(s) supprimee(s)"
                  DELIMITED BY SIZE INTO WS-REG-STATE.
           ADD WS-REG-DONE              TO WS-TOTAL-DONE.

           EXIT.
       0740-APPLY-REGISTRY-END.

      ******************************************************************

      *Supprime le compte de la base avec ses profils et
      *l'historique de ses mots de passe, en une seule unite de
      *travail.
       0750-APPLY-DB-START.

           IF WS-CNT-USERS = 0 AND WS-CNT-ROLES = 0
             AND WS-CNT-PWDH = 0 AND WS-CNT-ARCH = 0
               MOVE "aucune ligne"      TO WS-DB-STATE
               GO TO 0750-APPLY-DB-END
           END-IF.

           MOVE ERA-NAME                TO WS-SQL-NAME.

           EXEC SQL
               DELETE FROM users_roles WHERE nom = :WS-SQL-NAME
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM users_pwd_history
                   WHERE nom = :WS-SQL-NAME
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM users WHERE nom = :WS-SQL-NAME
               END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM users_archive WHERE nom = :WS-SQL-NAME
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
               MOVE "lignes supprimees" TO WS-DB-STATE
               ADD WS-CNT-USERS         TO WS-TOTAL-DONE
               ADD WS-CNT-ROLES         TO WS-TOTAL-DONE
               ADD WS-CNT-PWDH          TO WS-TOTAL-DONE
               ADD WS-CNT-ARCH          TO WS-TOTAL-DONE
           ELSE
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur a l'effacement en base"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ECHEC SQL : rien supprime" TO WS-DB-STATE
           END-IF.

           EXIT.
       0750-APPLY-DB-END.

      ******************************************************************

      *Certificat d'effacement : reference, dossier du delegue,
      *pseudonymes, resultat fichier par fichier, registre, base,
      *piste d'audit, signature de l'operateur authentifie et sceau
      *(chainage des lignes du certificat, meme repli que la piste
      *d'audit -- une ligne retouchee ne reproduit plus le sceau).
      *L'identite effacee n'y figure pas.
       0800-CERTIFICATE-START.

           MOVE "CERTIFICAT D'EFFACEMENT DE DONNEES PERSONNELLES"
                                        TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           MOVE ALL "="                 TO WS-CERT-LINE(1:48).
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           STRING "Reference         : " WS-ERA-REF
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "Date d'execution  : " WS-STAMP
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "Dossier du delegue: " WS-DPO-REF
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "Personne designee par : "
                  FUNCTION TRIM(WS-KEY-KIND)
                  " (valeur non reproduite)"
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "Pseudonymes : " FUNCTION TRIM(PSE-ID) " / "
                  FUNCTION TRIM(PSE-NAME) " / "
                  FUNCTION TRIM(PSE-EMAIL)
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           MOVE "--- Fichiers ---"      TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           PERFORM VARYING FT-IDX FROM 1 BY 1
                     UNTIL FT-IDX > FT-LGHT
               MOVE FT-NAME(FT-IDX)     TO OUT-C-NAME
               MOVE FT-FOUND(FT-IDX)    TO OUT-C-FOUND
               MOVE FT-RESULT(FT-IDX)   TO OUT-C-RESULT
               MOVE WS-CERT-FILE-LINE   TO WS-CERT-LINE
               PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END
           END-PERFORM.

           MOVE "--- Registre indexe des emails ---" TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "  " FUNCTION TRIM(WS-REGIDX-NAME) " : "
                  WS-REG-STATE
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           MOVE "--- Base de donnees ---" TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "  users : " WS-CNT-USERS
                  "   users_roles : " WS-CNT-ROLES
                  "   users_pwd_history : " WS-CNT-PWDH
                  "   -> " WS-DB-STATE
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "  users_archive : " WS-CNT-ARCH
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           MOVE "--- Piste d'audit chainee ---" TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           IF CHAIN-IS-BROKEN
               STRING "  Chaine cassee avant effacement a la ligne "
                      WS-BROKEN-LINE " : piste non retouchee, "
                      "a traiter par la securite."
                      DELIMITED BY SIZE INTO WS-CERT-LINE
           ELSE
               IF WS-RESEAL-LINE > 0
                   STRING "  Chaine conforme avant effacement ; "
                          "rescellee a partir de la ligne "
                          WS-RESEAL-LINE "."
                          DELIMITED BY SIZE INTO WS-CERT-LINE
               ELSE
                   STRING "  Chaine conforme avant effacement ; "
                          "aucune ligne retouchee."
                          DELIMITED BY SIZE INTO WS-CERT-LINE
               END-IF
           END-IF.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "  Effacement trace sous " FUNCTION TRIM(PSE-NAME)
                  " (action EFFACEMENT)."
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           MOVE "--- Signature ---"     TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           MOVE WS-TOTAL-DONE           TO WS-EDIT-COUNT.
           STRING "  Occurrences traitees : "
                  FUNCTION TRIM(WS-EDIT-COUNT)
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           STRING "  Execute et signe par : " WS-OPERATOR
                  " (authentifie)"
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

      *Sceau : chainage de toutes les lignes qui precedent.
           MOVE "000000000000000000"    TO WS-CERT-SEAL.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > CT-LGHT
               MOVE SPACES              TO WS-CHAIN-LINE
               MOVE CT-LINE(WS-CT-IDX)  TO WS-CHAIN-LINE
               CALL "chainh" USING WS-CHAIN-LINE WS-CERT-SEAL
                                   WS-CALC-CHAIN
               MOVE WS-CALC-CHAIN       TO WS-CERT-SEAL
           END-PERFORM.

           STRING "  Sceau du certificat : " WS-CERT-SEAL
                  DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.
           MOVE "  Visa du delegue a la protection des donnees : "
                                        TO WS-CERT-LINE.
           PERFORM 0810-CERT-ADD-START THRU 0810-CERT-ADD-END.

           MOVE SPACES                  TO WS-CERT-NAME.
           STRING "erasure_cert_" FUNCTION TRIM(WS-ERA-REF) ".txt"
                  DELIMITED BY SIZE INTO WS-CERT-NAME.

           OPEN OUTPUT F-CERT.
           IF NOT F-CERT-STATUS-OK
               DISPLAY "Certificat inecrivable : "
                       FUNCTION TRIM(WS-CERT-NAME)
                       " (statut " F-CERT-STATUS ")"
               GO TO 0800-CERTIFICATE-END
           END-IF.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > CT-LGHT
               MOVE CT-LINE(WS-CT-IDX)  TO REC-F-CERT
               WRITE REC-F-CERT
           END-PERFORM.

           CLOSE F-CERT.

           EXIT.
       0800-CERTIFICATE-END.

      ******************************************************************

      *Range WS-CERT-LINE dans le certificat et la remet a blanc.
       0810-CERT-ADD-START.

           IF CT-LGHT < CT-MAX
               ADD 1                    TO CT-LGHT
               MOVE WS-CERT-LINE        TO CT-LINE(CT-LGHT)
           END-IF.
           MOVE SPACES                  TO WS-CERT-LINE.

           EXIT.
       0810-CERT-ADD-END.

      ******************************************************************

      *Inscrit l'effacement au registre des effacements.
       0900-REGISTER-START.

           MOVE SPACE                   TO F-ERAREG-STATUS.
           OPEN EXTEND F-ERAREG.
           IF NOT F-ERAREG-STATUS-OK
               OPEN OUTPUT F-ERAREG
           END-IF.

           MOVE SPACES                  TO REC-F-ERAREG.
           MOVE WS-ERA-REF              TO ERG-REF.
           MOVE WS-STAMP                TO ERG-STAMP.
           MOVE WS-OPERATOR             TO ERG-OPERATOR.
           MOVE WS-DPO-REF              TO ERG-DPO-REF.
           MOVE WS-CERT-SEAL            TO ERG-SEAL.
           WRITE REC-F-ERAREG.

           CLOSE F-ERAREG.

           EXIT.
       0900-REGISTER-END.
