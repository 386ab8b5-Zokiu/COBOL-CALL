      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dommig.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier a plat portant des adresses email, et sa copie de
      *travail basculee en place une fois complete.
           SELECT F-LIVE ASSIGN TO WS-LIVE-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LIVE-STATUS.

           SELECT F-WORK ASSIGN TO "dommig.work"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-WORK-STATUS.

      *Registre indexe des emails acceptes par la chaine Jour-33.
           SELECT F-REGIDX ASSIGN TO WS-REGIDX-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS REGI-EMAIL
                                FILE STATUS IS F-REGIDX-STATUS.

      *Referentiel des domaines autorises lu par validate et par le
      *lot de validation (meme disposition que domadm).
           SELECT F-DOM ASSIGN TO "domains.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DOM-STATUS.

      *Anciennes adresses gardees en alias jusqu'a la fin de la
      *transition : le traitement des retours y retrouve le compte.
           SELECT F-ALIAS ASSIGN TO "email_alias.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ALIAS-STATUS.

           SELECT F-ALIWORK ASSIGN TO "email_alias.work"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ALIWORK-STATUS.

      *Image avant de la migration (domain_mig_<estampille>.bim) :
      *de quoi la defaire entierement.
           SELECT F-BIM ASSIGN TO WS-BIM-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BIM-STATUS.

      *Compte rendu : une ligne par adresse migree ou ecartee.
           SELECT F-REPORT ASSIGN TO "dommig_report.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-LIVE.

       01  REC-F-LIVE          PIC X(256).

       FD  F-WORK.

       01  REC-F-WORK          PIC X(256).

       FD  F-REGIDX.

       01  REC-F-REGIDX.
           05 REGI-EMAIL       PIC X(50).
           05 REGI-ID          PIC X(10).
           05 REGI-DATE        PIC X(08).
           05 REGI-RETIRED     PIC 9(08).

       FD  F-DOM.

       01  REC-F-DOM.
           05 DOM-R-NAME       PIC X(20).
           05 FILLER           PIC X(01).
           05 DOM-R-EFF        PIC 9(08).
           05 FILLER           PIC X(01).
           05 DOM-R-EXP        PIC 9(08).

       FD  F-ALIAS.

      *Ancienne adresse, adresse en vigueur, compte, fin de la
      *transition (AAAAMMJJ, alias ignore au-dela) et estampille de
      *la migration qui l'a pose.
       01  REC-F-ALIAS.
           05 ALI-OLD          PIC X(50).
           05 FILLER           PIC X(01).
           05 ALI-NEW          PIC X(50).
           05 FILLER           PIC X(01).
           05 ALI-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 ALI-END          PIC 9(08).
           05 FILLER           PIC X(01).
           05 ALI-STAMP        PIC X(14).

       FD  F-ALIWORK.

       01  REC-F-ALIWORK       PIC X(176).

       FD  F-BIM.

      *HDR : domaines, fin de transition, estampille. MAP : une
      *adresse et sa remplacante (BI-SKIP = "Y" : ecartee, rien
      *n'a ete change pour elle). REG : entree du registre indexe
      *avant migration, nouvelle cle, et "Y" si la nouvelle cle
      *existait deja. DOM : domaine retouche au referentiel (E
      *expiration posee, A domaine ajoute). TRL : migration
      *menee a son terme.
       01  REC-F-BIM.
           05 BI-TYPE          PIC X(03).
           05 FILLER           PIC X(01).
           05 BI-DATA          PIC X(196).

       01  REC-F-BIM-HDR.
           05 FILLER           PIC X(04).
           05 BH-OLD-DOMAIN    PIC X(20).
           05 FILLER           PIC X(01).
           05 BH-NEW-DOMAIN    PIC X(20).
           05 FILLER           PIC X(01).
           05 BH-CUTOFF        PIC 9(08).
           05 FILLER           PIC X(01).
           05 BH-STAMP         PIC X(14).

       01  REC-F-BIM-MAP.
           05 FILLER           PIC X(04).
           05 BM-OLD           PIC X(50).
           05 FILLER           PIC X(01).
           05 BM-NEW           PIC X(50).
           05 FILLER           PIC X(01).
           05 BM-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 BM-SKIP          PIC X(01).

       01  REC-F-BIM-REG.
           05 FILLER           PIC X(04).
           05 BR-IMAGE.
                10 BR-EMAIL     PIC X(50).
                10 BR-ID        PIC X(10).
                10 BR-DATE      PIC X(08).
                10 BR-RETIRED   PIC 9(08).
           05 FILLER           PIC X(01).
           05 BR-NEW           PIC X(50).
           05 FILLER           PIC X(01).
           05 BR-EXISTED       PIC X(01).

       01  REC-F-BIM-DOM.
           05 FILLER           PIC X(04).
           05 BD-NAME          PIC X(20).
           05 FILLER           PIC X(01).
           05 BD-EFF           PIC 9(08).
           05 FILLER           PIC X(01).
           05 BD-EXP-BEFORE    PIC 9(08).
           05 FILLER           PIC X(01).
           05 BD-EXP-AFTER     PIC 9(08).
           05 FILLER           PIC X(01).
           05 BD-ACTION        PIC X(01).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(180).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-LIVE-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIVE-STATUS-OK             VALUE "00".
           88 F-LIVE-STATUS-EOF            VALUE "10".

       01  F-WORK-STATUS       PIC X(02) VALUE SPACE.
           88 F-WORK-STATUS-OK             VALUE "00".

       01  F-REGIDX-STATUS     PIC X(02) VALUE SPACE.
           88 F-REGIDX-STATUS-OK           VALUE "00".

       01  F-DOM-STATUS        PIC X(02) VALUE SPACE.
           88 F-DOM-STATUS-OK              VALUE "00".
           88 F-DOM-STATUS-EOF             VALUE "10".

       01  F-ALIAS-STATUS      PIC X(02) VALUE SPACE.
           88 F-ALIAS-STATUS-OK            VALUE "00".
           88 F-ALIAS-STATUS-EOF           VALUE "10".

       01  F-ALIWORK-STATUS    PIC X(02) VALUE SPACE.
           88 F-ALIWORK-STATUS-OK          VALUE "00".

       01  F-BIM-STATUS        PIC X(02) VALUE SPACE.
           88 F-BIM-STATUS-OK              VALUE "00".
           88 F-BIM-STATUS-EOF             VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Ligne de commande :
      *  dommig <ancien domaine> <nouveau domaine> <AAAAMMJJ>
      *         [SIMUL|FORCE]
      *  dommig REVERSE <AAAAMMJJHHMMSS> [FORCE]
      *La date est la fin de la transition : l'ancien domaine reste
      *accepte par validate et les alias restent lus jusqu'a elle.
       01  WS-CMD-LINE         PIC X(100).
       01  WS-ARG1             PIC X(30).
       01  WS-ARG2             PIC X(30).
       01  WS-ARG3             PIC X(30).
       01  WS-ARG4             PIC X(30).

       01  WS-MODE             PIC X(01) VALUE "M".
           88 MODE-MIGRATE                 VALUE "M".
           88 MODE-REVERSE                 VALUE "R".
       01  WS-SIMUL-FLAG       PIC X(01) VALUE "N".
           88 SIMUL-ONLY                   VALUE "Y".

       01  WS-OLD-DOMAIN       PIC X(20) VALUE SPACES.
       01  WS-NEW-DOMAIN       PIC X(20) VALUE SPACES.
       01  WS-OLD-DOMAIN-UP    PIC X(20) VALUE SPACES.
       01  WS-NEW-DOMAIN-UP    PIC X(20) VALUE SPACES.
       01  WS-CUTOFF           PIC 9(08) VALUE ZERO.
       01  WS-STAMP            PIC X(14) VALUE SPACES.
       01  WS-BIM-NAME         PIC X(40).
       01  WS-TRL-FLAG         PIC X(01) VALUE "N".
           88 BIM-COMPLETE                 VALUE "Y".

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC 9(08).

      *Adresses a migrer, reperees dans la base puis dans chaque
      *fichier : une meme adresse devient la meme remplacante
      *partout. MP-KEY-UP est l'adresse cherchee (en majuscules) et
      *MP-TO celle qui la remplace -- l'ancienne et la nouvelle a
      *la migration, l'inverse a la reprise.
       01  MAP-TABLE.
           05 MP-LGHT          PIC 9(05) VALUE ZERO.
           05 MP-MAX           PIC 9(05) VALUE 5000.
           05 MP OCCURS 5000 TIMES INDEXED BY MP-IDX.
                10 MP-OLD       PIC X(50).
                10 MP-NEW       PIC X(50).
                10 MP-NOM       PIC X(50).
                10 MP-MOBILE    PIC X(20).
                10 MP-KEY-UP    PIC X(50).
                10 MP-TO        PIC X(50).
                10 MP-SKIP      PIC X(01).
                10 MP-REASON    PIC X(20).

       01  WS-MP-HIT           PIC 9(05) VALUE ZERO.
       01  WS-PLANNING-FLAG    PIC X(01) VALUE "N".
           88 PLANNING-IN-PROGRESS         VALUE "Y".
       01  WS-MAP-FULL-FLAG    PIC X(01) VALUE "N".
           88 MAP-IS-FULL                  VALUE "Y".

      *Fichiers a plat qui portent une adresse : nom et zone de
      *l'adresse (position, longueur).
       01  STORE-TABLE.
           05 SF-LGHT          PIC 9(02) VALUE ZERO.
           05 SF OCCURS 10 TIMES INDEXED BY SF-IDX.
                10 SF-NAME      PIC X(40).
                10 SF-POS       PIC 9(03).
                10 SF-LEN       PIC 9(03).
                10 SF-DONE      PIC 9(07).
                10 SF-RESULT    PIC X(30).

       01  WS-ADD-NAME         PIC X(40).
       01  WS-ADD-POS          PIC 9(03).
       01  WS-ADD-LEN          PIC 9(03).

      *Adresse examinee et ses deux parties.
       01  WS-VALUE            PIC X(50).
       01  WS-VALUE-UP         PIC X(50).
       01  WS-LOCAL-PART       PIC X(50).
       01  WS-DOMAIN-PART      PIC X(50).
       01  WS-AT-COUNT         PIC 9(02).
       01  WS-NEW-ADDRESS      PIC X(60).
       01  WS-POS              PIC 9(03).
       01  WS-LEN              PIC 9(03).

       01  WS-LIVE-NAME        PIC X(40).
       01  WS-WORK-NAME        PIC X(11) VALUE "dommig.work".
       01  WS-ALIWORK-NAME     PIC X(16) VALUE "email_alias.work".
       01  WS-ALIAS-NAME       PIC X(15) VALUE "email_alias.dat".
       01  WS-RENAME-RC        PIC S9(09) COMP.
       01  WS-SEALED-FLAG      PIC X(01) VALUE "N".
           88 FILE-IS-SEALED               VALUE "Y".
       01  WS-LINE-DONE        PIC 9(07).

       01  WS-MASTER-FILENAME  PIC X(40) VALUE "user_master.dat".
       01  WS-REGDAT-NAME      PIC X(40) VALUE "email_registry.dat".
       01  WS-REGIDX-NAME      PIC X(40) VALUE
               "email_registry.idx".
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Registre indexe : entree de l'ancienne adresse gardee le
      *temps de tester la nouvelle cle.
       01  WS-REGI-SAVE        PIC X(76).
       01  WS-REG-EXISTED      PIC X(01).
       01  WS-REG-DONE         PIC 9(07) VALUE ZERO.

      *Referentiel des domaines en memoire (meme repli que
      *validate quand domains.dat est absent).
       01  DOMAIN-FALLBACK-LIST.
           05 FILLER           PIC X(20) VALUE "simplon.co".
           05 FILLER           PIC X(20) VALUE "simplon.fr".
           05 FILLER           PIC X(20) VALUE "example.com".
       01  DOMAIN-FALLBACK-TABLE REDEFINES DOMAIN-FALLBACK-LIST.
           05 DOMAIN-FALLBACK  PIC X(20) OCCURS 3 TIMES.

       01  DOMAIN-TABLE.
           05 DT-LGHT          PIC 9(02) VALUE ZERO.
           05 DT-MAX           PIC 9(02) VALUE 20.
           05 DT OCCURS 20 TIMES INDEXED BY DT-IDX.
                10 DT-NAME      PIC X(20).
                10 DT-EFF       PIC 9(08).
                10 DT-EXP       PIC 9(08).
                10 DT-DROP      PIC X(01).

      *Retouches du referentiel relues de l'image avant.
       01  DOMAIN-UNDO-TABLE.
           05 DU-LGHT          PIC 9(02) VALUE ZERO.
           05 DU OCCURS 20 TIMES INDEXED BY DU-IDX.
                10 DU-NAME      PIC X(20).
                10 DU-EFF       PIC 9(08).
                10 DU-EXP-BEFORE PIC 9(08).
                10 DU-EXP-AFTER PIC 9(08).
                10 DU-ACTION    PIC X(01).

       01  WS-NEW-ACTIVE-FLAG  PIC X(01) VALUE "N".
           88 NEW-DOMAIN-ACTIVE            VALUE "Y".
       01  WS-OLD-SEEN-FLAG    PIC X(01) VALUE "N".
           88 OLD-DOMAIN-SEEN              VALUE "Y".
       01  WS-DOM-STATE        PIC X(30) VALUE SPACES.

      *Compteurs du compte rendu.
       01  WS-MIGRATED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-NOTIFIED-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-ALIAS-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-DB-ROWS          PIC 9(07) VALUE ZERO.
       01  WS-ED-COUNT         PIC ZZZZZZ9.

       01  WS-REPORT-LINE.
           05 OUT-R-OLD        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-NEW        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-NOM        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-STATE      PIC X(20).

      *Avis de nouvelle adresse deposes en boite d'envoi (nature
      *DOMAINE, donnee : l'ancien domaine).
       01  WS-NOTIFY-KIND      PIC X(10) VALUE "DOMAINE".
       01  WS-NOTIFY-PAYLOAD   PIC X(30).
       01  WS-NOTIFY-NOM       PIC X(50).
       01  WS-NOTIFY-EMAIL     PIC X(50).
       01  WS-NOTIFY-MOBILE    PIC X(20).

      *Verrous des traitements qui ecrivent le maitre, le registre
      *des emails et la boite d'envoi.
       01  WS-LOCK-ACTION      PIC X(08).
       01  WS-LOCK-FILE        PIC X(40).
       01  WS-LOCK-OWNER       PIC X(10) VALUE "dommig".
       01  WS-LOCK-GEN         PIC X(14) VALUE SPACES.
       01  WS-LOCK-FORCE       PIC X(01) VALUE "N".
       01  WS-LOCK-VAL-FLAG    PIC X(01) VALUE "N".
           88 LOCK-VAL-HELD                VALUE "Y".
       01  WS-LOCK-MST-FLAG    PIC X(01) VALUE "N".
           88 LOCK-MST-HELD                VALUE "Y".
       01  WS-LOCK-DSP-FLAG    PIC X(01) VALUE "N".
           88 LOCK-DSP-HELD                VALUE "Y".

      *Zones passees a la piste d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "dommig".
       01  WS-AUD-ACTION       PIC X(10) VALUE "DOMAINE".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).
       01  WS-AUD-OPERATOR     PIC X(20) VALUE "BATCH".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "dommig".
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
       01  WS-SQL-NOM          PIC X(50).
       01  WS-SQL-EMAIL        PIC X(50).
       01  WS-SQL-MOBILE       PIC X(20).
       01  WS-SQL-PATTERN      PIC X(60).
       01  WS-SQL-KEY          PIC X(50).
       01  WS-SQL-TO           PIC X(50).
       01  WS-SQL-COUNT        PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Comptes dont l'adresse est dans l'ancien domaine.
       EXEC SQL
           DECLARE C-DOMAIN CURSOR FOR
           SELECT nom, email, COALESCE(mobile, ' ')
           FROM users
           WHERE UPPER(email) LIKE TRIM(:WS-SQL-PATTERN)
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Migration du domaine de courrier de l'entreprise. Chaque
      *adresse de l'ancien domaine devient <partie locale>@<nouveau
      *domaine>, la meme dans la table users, le fichier maitre, le
      *registre des emails (a plat et indexe), la liste de
      *suppression, la table des identifiants d'export et la boite
      *d'envoi. Une adresse trop longue pour la zone, ou dont la
      *remplacante est deja portee par un autre compte, est ecartee
      *partout. L'ancien domaine reste accepte par validate jusqu'a
      *la fin de la transition, le nouveau l'est des ce jour ;
      *l'ancienne adresse reste alias du compte jusqu'a la meme
      *date ; chaque compte recoit en boite d'envoi l'avis de sa
      *nouvelle adresse. Tout ce qui est change est d'abord ecrit
      *dans l'image avant, que REVERSE relit pour tout defaire.
      *Codes retour : 0 fait (ou simule), 2 parametres refuses, 4
      *adresses ecartees, 8 verrou refuse, 1 erreur.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.

           PERFORM 0050-CHECK-ARGS-START
           THRU    0050-CHECK-ARGS-END.

           PERFORM 0100-CONNECT-START
           THRU    0100-CONNECT-END.

           PERFORM 0060-ADD-STORES-START
           THRU    0060-ADD-STORES-END.

      *Les verrous sont pris avant le reperage : rien ne doit
      *bouger entre le releve des adresses et leur reecriture.
           IF NOT SIMUL-ONLY
               PERFORM 0150-TAKE-LOCKS-START
               THRU    0150-TAKE-LOCKS-END
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de dommig_report.out, "
                       "statut : " F-REPORT-STATUS
               PERFORM 0160-RELEASE-LOCKS-START
               THRU    0160-RELEASE-LOCKS-END
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODE-REVERSE
               PERFORM 0250-LOAD-BIM-START
               THRU    0250-LOAD-BIM-END
           ELSE
               PERFORM 0200-PLAN-START
               THRU    0200-PLAN-END
           END-IF.

           IF SIMUL-ONLY
               CLOSE F-REPORT
               DISPLAY "Simulation : " WS-MIGRATED-COUNT
                       " adresse(s) a migrer, " WS-SKIPPED-COUNT
                       " ecartee(s), " WS-ACCOUNT-COUNT
                       " compte(s) ; rien n'est change."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODE-MIGRATE
               PERFORM 0300-WRITE-BIM-START
               THRU    0300-WRITE-BIM-END
           END-IF.

      *La base d'abord, en une seule unite de travail : si elle
      *echoue, aucun fichier n'est touche.
           PERFORM 0400-APPLY-DB-START
           THRU    0400-APPLY-DB-END.

           PERFORM VARYING SF-IDX FROM 1 BY 1
                     UNTIL SF-IDX > SF-LGHT
               PERFORM 0500-APPLY-FILE-START
               THRU    0500-APPLY-FILE-END
           END-PERFORM.

           IF MODE-MIGRATE
               PERFORM 0600-APPLY-REGISTRY-START
               THRU    0600-APPLY-REGISTRY-END
               PERFORM 0700-APPLY-DOMAINS-START
               THRU    0700-APPLY-DOMAINS-END
               PERFORM 0750-ADD-ALIASES-START
               THRU    0750-ADD-ALIASES-END
               PERFORM 0800-NOTIFY-START
               THRU    0800-NOTIFY-END
               MOVE SPACES              TO REC-F-BIM
               MOVE "TRL"               TO BI-TYPE
               WRITE REC-F-BIM
               CLOSE F-BIM
           ELSE
               PERFORM 0650-REVERSE-REGISTRY-START
               THRU    0650-REVERSE-REGISTRY-END
               PERFORM 0720-REVERSE-DOMAINS-START
               THRU    0720-REVERSE-DOMAINS-END
               PERFORM 0760-DROP-ALIASES-START
               THRU    0760-DROP-ALIASES-END
           END-IF.

           CLOSE F-REPORT.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.

           PERFORM 0850-SUMMARY-START
           THRU    0850-SUMMARY-END.

           IF WS-SKIPPED-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Controle de la ligne de commande.
       0050-CHECK-ARGS-START.

           IF FUNCTION UPPER-CASE(WS-ARG1) = "REVERSE"
               SET MODE-REVERSE         TO TRUE
               MOVE WS-ARG2(1:14)       TO WS-STAMP
               IF WS-STAMP IS NOT NUMERIC
                 OR WS-ARG2(15:16) NOT = SPACES
                   PERFORM 0055-USAGE-START
                   THRU    0055-USAGE-END
               END-IF
               IF FUNCTION UPPER-CASE(WS-ARG3) = "FORCE"
                   MOVE "Y"             TO WS-LOCK-FORCE
               END-IF
               MOVE SPACES              TO WS-BIM-NAME
               STRING "domain_mig_" WS-STAMP ".bim"
                      DELIMITED BY SIZE INTO WS-BIM-NAME
               GO TO 0050-CHECK-ARGS-END
           END-IF.

           IF WS-ARG1 = SPACES OR WS-ARG2 = SPACES
             OR WS-ARG1(21:10) NOT = SPACES
             OR WS-ARG2(21:10) NOT = SPACES
             OR WS-ARG3(1:8) IS NOT NUMERIC
             OR WS-ARG3(9:22) NOT = SPACES
               PERFORM 0055-USAGE-START
               THRU    0055-USAGE-END
           END-IF.

           MOVE FUNCTION LOWER-CASE(WS-ARG1) TO WS-OLD-DOMAIN.
           MOVE FUNCTION LOWER-CASE(WS-ARG2) TO WS-NEW-DOMAIN.
           MOVE FUNCTION UPPER-CASE(WS-OLD-DOMAIN)
                                        TO WS-OLD-DOMAIN-UP.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DOMAIN)
                                        TO WS-NEW-DOMAIN-UP.
           MOVE WS-ARG3(1:8)            TO WS-CUTOFF.

           IF WS-OLD-DOMAIN-UP = WS-NEW-DOMAIN-UP
               DISPLAY "Ancien et nouveau domaines identiques."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF) NOT = 0
             OR WS-CUTOFF < WS-TODAY
               DISPLAY "Fin de transition invalide ou passee : "
                       WS-ARG3(1:8)
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(WS-ARG4)
               WHEN "SIMUL"
                   SET SIMUL-ONLY       TO TRUE
               WHEN "FORCE"
                   MOVE "Y"             TO WS-LOCK-FORCE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 0055-USAGE-START
                   THRU    0055-USAGE-END
           END-EVALUATE.

           MOVE WS-NOW(1:14)            TO WS-STAMP.
           MOVE SPACES                  TO WS-BIM-NAME.
           STRING "domain_mig_" WS-STAMP ".bim"
                  DELIMITED BY SIZE INTO WS-BIM-NAME.

           EXIT.
       0050-CHECK-ARGS-END.

      ******************************************************************

      *Rappel de la syntaxe, code retour 2.
       0055-USAGE-START.

           DISPLAY "Usage : dommig <ancien domaine> <nouveau domaine>"
                   " <AAAAMMJJ fin de transition> [SIMUL|FORCE]".
           DISPLAY "        dommig REVERSE <AAAAMMJJHHMMSS> [FORCE]".
           MOVE 2                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0055-USAGE-END.

      ******************************************************************

      *Fichiers a plat qui portent une adresse, et zone de
      *l'adresse dans chacun.
       0060-ADD-STORES-START.

           MOVE WS-MASTER-FILENAME      TO WS-ADD-NAME.
           MOVE 61                      TO WS-ADD-POS.
           MOVE 50                      TO WS-ADD-LEN.
           PERFORM 0070-ADD-STORE-START
           THRU    0070-ADD-STORE-END.

           MOVE WS-REGDAT-NAME          TO WS-ADD-NAME.
           MOVE 1                       TO WS-ADD-POS.
           PERFORM 0070-ADD-STORE-START
           THRU    0070-ADD-STORE-END.

           MOVE "suppress.dat"          TO WS-ADD-NAME.
           PERFORM 0070-ADD-STORE-START
           THRU    0070-ADD-STORE-END.

      *La table des identifiants d'export porte le nom du compte,
      *qui est une adresse pour les comptes crees par adresse.
           MOVE "export_ids.dat"        TO WS-ADD-NAME.
           MOVE 12                      TO WS-ADD-POS.
           PERFORM 0070-ADD-STORE-START
           THRU    0070-ADD-STORE-END.

      *Boite d'envoi : les entrees SMS portent un numero, jamais
      *reconnu comme adresse de l'ancien domaine.
           MOVE "notify_outbox.dat"     TO WS-ADD-NAME.
           MOVE 52                      TO WS-ADD-POS.
           PERFORM 0070-ADD-STORE-START
           THRU    0070-ADD-STORE-END.

           EXIT.
       0060-ADD-STORES-END.

      ******************************************************************

       0070-ADD-STORE-START.

           ADD 1                        TO SF-LGHT.
           MOVE WS-ADD-NAME             TO SF-NAME(SF-LGHT).
           MOVE WS-ADD-POS              TO SF-POS (SF-LGHT).
           MOVE WS-ADD-LEN              TO SF-LEN (SF-LGHT).
           MOVE 0                       TO SF-DONE(SF-LGHT).
           MOVE SPACES                  TO SF-RESULT(SF-LGHT).

           EXIT.
       0070-ADD-STORE-END.

      ******************************************************************

      *Connexion a la base (acces protege, service dbcred) et
      *noms des fichiers partages servis par le service central
      *des parametres.
       0100-CONNECT-START.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-MASTER-FILENAME
           END-IF.
           MOVE "FILE.REGISTRY-DAT"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-REGDAT-NAME
           END-IF.
           MOVE "FILE.REGISTRY-IDX"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-REGIDX-NAME
           END-IF.

           EXIT.
       0100-CONNECT-END.

      ******************************************************************

      *Prend les verrous du lot de validation, de la mise a jour du
      *maitre et du repartiteur ; un verrou tenu arrete tout (code
      *8) -- FORCE reprend un verrou abandonne.
       0150-TAKE-LOCKS-START.

           MOVE "ACQUIRE"               TO WS-LOCK-ACTION.
           MOVE WS-NOW(1:14)            TO WS-LOCK-GEN.

           MOVE "validation.lock"       TO WS-LOCK-FILE.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-LOCK-OWNER WS-LOCK-GEN
                                WS-LOCK-FORCE.
           IF RETURN-CODE = 0
               SET LOCK-VAL-HELD        TO TRUE
               MOVE "usermast.lock"     TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               IF RETURN-CODE = 0
                   SET LOCK-MST-HELD    TO TRUE
                   MOVE "dispatch.lock" TO WS-LOCK-FILE
                   CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                        WS-LOCK-OWNER WS-LOCK-GEN
                                        WS-LOCK-FORCE
                   IF RETURN-CODE = 0
                       SET LOCK-DSP-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF LOCK-VAL-HELD AND LOCK-MST-HELD AND LOCK-DSP-HELD
               GO TO 0150-TAKE-LOCKS-END
           END-IF.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.
           MOVE "F"                     TO WS-INC-SEVERITY.
           MOVE "Verrou d'execution refuse : rien n'est migre"
                                        TO WS-INC-MESSAGE.
           MOVE WS-LOCK-FILE(1:30)      TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.
           MOVE 8                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0150-TAKE-LOCKS-END.

      ******************************************************************

      *Rend les verrous tenus.
       0160-RELEASE-LOCKS-START.

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           IF LOCK-DSP-HELD
               MOVE "dispatch.lock"     TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE "N"                 TO WS-LOCK-DSP-FLAG
           END-IF.
           IF LOCK-MST-HELD
               MOVE "usermast.lock"     TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE "N"                 TO WS-LOCK-MST-FLAG
           END-IF.
           IF LOCK-VAL-HELD
               MOVE "validation.lock"   TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE "N"                 TO WS-LOCK-VAL-FLAG
           END-IF.

           EXIT.
       0160-RELEASE-LOCKS-END.

      ******************************************************************

      *Reperage des adresses a migrer : les comptes de la base,
      *puis toute autre adresse de l'ancien domaine rencontree dans
      *les fichiers ; chaque remplacante est ensuite controlee. Une
      *table pleine arrete tout avant la moindre ecriture.
       0200-PLAN-START.

           SET PLANNING-IN-PROGRESS     TO TRUE.
           MOVE SPACES                  TO WS-SQL-PATTERN.
           STRING "%@" FUNCTION TRIM(WS-OLD-DOMAIN-UP)
                  DELIMITED BY SIZE INTO WS-SQL-PATTERN.

           EXEC SQL OPEN C-DOMAIN END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-DOMAIN INTO :WS-SQL-NOM, :WS-SQL-EMAIL,
                                       :WS-SQL-MOBILE
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-SQL-EMAIL    TO WS-VALUE
                   PERFORM 0510-MATCH-VALUE-START
                   THRU    0510-MATCH-VALUE-END
                   IF WS-MP-HIT > 0 AND MP-NOM(WS-MP-HIT) = SPACES
                       MOVE WS-SQL-NOM    TO MP-NOM(WS-MP-HIT)
                       MOVE WS-SQL-MOBILE TO MP-MOBILE(WS-MP-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-DOMAIN END-EXEC.

           PERFORM VARYING SF-IDX FROM 1 BY 1
                     UNTIL SF-IDX > SF-LGHT
               PERFORM 0210-PLAN-FILE-START
               THRU    0210-PLAN-FILE-END
           END-PERFORM.

           MOVE "N"                     TO WS-PLANNING-FLAG.

           IF MAP-IS-FULL
               DISPLAY "Plus de " MP-MAX " adresses a migrer : "
                       "migration abandonnee, rien n'est change."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Table des adresses a migrer pleine"
                                        TO WS-INC-MESSAGE
               MOVE WS-OLD-DOMAIN       TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               PERFORM 0160-RELEASE-LOCKS-START
               THRU    0160-RELEASE-LOCKS-END
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               PERFORM 0220-CHECK-MAP-START
               THRU    0220-CHECK-MAP-END
           END-PERFORM.

           EXIT.
       0200-PLAN-END.

      ******************************************************************

      *Releve les adresses de l'ancien domaine du fichier SF-IDX.
       0210-PLAN-FILE-START.

           MOVE SF-NAME(SF-IDX)         TO WS-LIVE-NAME.
           MOVE SF-POS(SF-IDX)          TO WS-POS.
           MOVE SF-LEN(SF-IDX)          TO WS-LEN.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE "absent"            TO SF-RESULT(SF-IDX)
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0210-PLAN-FILE-END
           END-IF.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-LIVE(1:4) NOT = "CTL "
                    MOVE REC-F-LIVE(WS-POS:WS-LEN) TO WS-VALUE
                    PERFORM 0510-MATCH-VALUE-START
                    THRU    0510-MATCH-VALUE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LIVE.
           MOVE SPACE                   TO F-LIVE-STATUS.

           EXIT.
       0210-PLAN-FILE-END.

      ******************************************************************

      *Controle la remplacante MP-IDX : elle doit tenir dans la
      *zone, et ne pas etre deja portee par un autre compte.
       0220-CHECK-MAP-START.

           MOVE SPACES                  TO MP-SKIP(MP-IDX).

           IF MP-NEW(MP-IDX) = SPACES
               MOVE "Y"                 TO MP-SKIP(MP-IDX)
               MOVE "ADRESSE TROP LONGUE" TO MP-REASON(MP-IDX)
           ELSE
               MOVE 0                   TO WS-SQL-COUNT
               MOVE FUNCTION UPPER-CASE(MP-NEW(MP-IDX))
                                        TO WS-SQL-KEY
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-SQL-COUNT
                   FROM users WHERE UPPER(email) = :WS-SQL-KEY
               END-EXEC
               IF WS-SQL-COUNT > 0
                   MOVE "Y"             TO MP-SKIP(MP-IDX)
                   MOVE "ADRESSE DEJA PRISE" TO MP-REASON(MP-IDX)
               END-IF
           END-IF.

           MOVE MP-OLD(MP-IDX)          TO OUT-R-OLD.
           MOVE MP-NEW(MP-IDX)          TO OUT-R-NEW.
           MOVE MP-NOM(MP-IDX)          TO OUT-R-NOM.

           IF MP-SKIP(MP-IDX) = "Y"
               ADD 1                    TO WS-SKIPPED-COUNT
               MOVE MP-REASON(MP-IDX)   TO OUT-R-STATE
           ELSE
               ADD 1                    TO WS-MIGRATED-COUNT
               IF MP-NOM(MP-IDX) NOT = SPACES
                   ADD 1                TO WS-ACCOUNT-COUNT
               END-IF
               IF SIMUL-ONLY
                   MOVE "A MIGRER"      TO OUT-R-STATE
               ELSE
                   MOVE "MIGREE"        TO OUT-R-STATE
               END-IF
           END-IF.

           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0220-CHECK-MAP-END.

      ******************************************************************

      *Reprise : relit l'image avant de la migration demandee. Les
      *adresses ecartees a la migration n'ont rien a defaire ; une
      *remplacante reprise depuis par un autre compte ne rend pas
      *l'ancienne adresse a ce compte.
       0250-LOAD-BIM-START.

           OPEN INPUT F-BIM.
           IF NOT F-BIM-STATUS-OK
               DISPLAY "Image avant introuvable : "
                       FUNCTION TRIM(WS-BIM-NAME)
               PERFORM 0160-RELEASE-LOCKS-START
               THRU    0160-RELEASE-LOCKS-END
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-BIM-STATUS-EOF
             READ F-BIM
              AT END
                CONTINUE
              NOT AT END
                EVALUATE BI-TYPE
                  WHEN "HDR"
                    MOVE BH-OLD-DOMAIN   TO WS-OLD-DOMAIN
                    MOVE BH-NEW-DOMAIN   TO WS-NEW-DOMAIN
                    MOVE BH-CUTOFF       TO WS-CUTOFF
                  WHEN "MAP"
                    IF BM-SKIP NOT = "Y"
                      AND MP-LGHT < MP-MAX
                        ADD 1            TO MP-LGHT
                        MOVE BM-OLD      TO MP-OLD(MP-LGHT)
                        MOVE BM-NEW      TO MP-NEW(MP-LGHT)
                        MOVE BM-NOM      TO MP-NOM(MP-LGHT)
                        MOVE SPACES      TO MP-MOBILE(MP-LGHT)
                        MOVE FUNCTION UPPER-CASE(BM-NEW)
                                         TO MP-KEY-UP(MP-LGHT)
                        MOVE BM-OLD      TO MP-TO(MP-LGHT)
                        MOVE SPACES      TO MP-SKIP(MP-LGHT)
                    END-IF
                  WHEN "DOM"
                    IF DU-LGHT < 20
                        ADD 1            TO DU-LGHT
                        MOVE BD-NAME     TO DU-NAME(DU-LGHT)
                        MOVE BD-EFF      TO DU-EFF(DU-LGHT)
                        MOVE BD-EXP-BEFORE
                                         TO DU-EXP-BEFORE(DU-LGHT)
                        MOVE BD-EXP-AFTER
                                         TO DU-EXP-AFTER(DU-LGHT)
                        MOVE BD-ACTION   TO DU-ACTION(DU-LGHT)
                    END-IF
                  WHEN "TRL"
                    SET BIM-COMPLETE     TO TRUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-BIM.
           MOVE SPACE                   TO F-BIM-STATUS.

           IF NOT BIM-COMPLETE
               DISPLAY "Migration inachevee : seul ce qu'elle a "
                       "change sera defait."
           END-IF.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               MOVE 0                   TO WS-SQL-COUNT
               MOVE FUNCTION UPPER-CASE(MP-OLD(MP-IDX))
                                        TO WS-SQL-KEY
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-SQL-COUNT
                   FROM users WHERE UPPER(email) = :WS-SQL-KEY
               END-EXEC
               MOVE MP-NEW(MP-IDX)      TO OUT-R-OLD
               MOVE MP-OLD(MP-IDX)      TO OUT-R-NEW
               MOVE MP-NOM(MP-IDX)      TO OUT-R-NOM
               IF WS-SQL-COUNT > 0
                   MOVE "Y"             TO MP-SKIP(MP-IDX)
                   ADD 1                TO WS-SKIPPED-COUNT
                   MOVE "ADRESSE REPRISE" TO OUT-R-STATE
               ELSE
                   ADD 1                TO WS-MIGRATED-COUNT
                   IF MP-NOM(MP-IDX) NOT = SPACES
                       ADD 1            TO WS-ACCOUNT-COUNT
                   END-IF
                   MOVE "RETABLIE"      TO OUT-R-STATE
               END-IF
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-PERFORM.

           EXIT.
       0250-LOAD-BIM-END.

      ******************************************************************

      *Ecrit l'entete et les correspondances de l'image avant,
      *avant toute ecriture dans la base ou les fichiers ; le
      *registre indexe et le referentiel y ajoutent leurs lignes
      *au fil de la migration.
       0300-WRITE-BIM-START.

           OPEN OUTPUT F-BIM.
           IF NOT F-BIM-STATUS-OK
               DISPLAY "Image avant inecrivable : "
                       FUNCTION TRIM(WS-BIM-NAME)
                       " (statut " F-BIM-STATUS ")"
               PERFORM 0160-RELEASE-LOCKS-START
               THRU    0160-RELEASE-LOCKS-END
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO REC-F-BIM.
           MOVE "HDR"                   TO BI-TYPE.
           MOVE WS-OLD-DOMAIN           TO BH-OLD-DOMAIN.
           MOVE WS-NEW-DOMAIN           TO BH-NEW-DOMAIN.
           MOVE WS-CUTOFF               TO BH-CUTOFF.
           MOVE WS-STAMP                TO BH-STAMP.
           WRITE REC-F-BIM.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               MOVE SPACES              TO REC-F-BIM
               MOVE "MAP"               TO BI-TYPE
               MOVE MP-OLD(MP-IDX)      TO BM-OLD
               MOVE MP-NEW(MP-IDX)      TO BM-NEW
               MOVE MP-NOM(MP-IDX)      TO BM-NOM
               MOVE MP-SKIP(MP-IDX)     TO BM-SKIP
               WRITE REC-F-BIM
           END-PERFORM.

           EXIT.
       0300-WRITE-BIM-END.

      ******************************************************************

      *Reporte chaque correspondance retenue dans la table users,
      *en une seule unite de travail ; chaque compte change part a
      *la piste d'audit une fois la transaction validee. En cas
      *d'echec, rien n'est change nulle part.
       0400-APPLY-DB-START.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT OR SQLCODE < 0
               IF MP-SKIP(MP-IDX) NOT = "Y"
                   MOVE MP-KEY-UP(MP-IDX) TO WS-SQL-KEY
                   MOVE MP-TO(MP-IDX)   TO WS-SQL-TO
                   EXEC SQL
                       UPDATE users SET email = :WS-SQL-TO
                       WHERE UPPER(email) = :WS-SQL-KEY
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1            TO WS-DB-ROWS
                   END-IF
               END-IF
           END-PERFORM.

           IF SQLCODE < 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur a la mise a jour des adresses"
               DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE
               EXEC SQL ROLLBACK END-EXEC
               IF MODE-MIGRATE
                   CLOSE F-BIM
                   CALL "CBL_DELETE_FILE" USING WS-BIM-NAME
               END-IF
               PERFORM 0160-RELEASE-LOCKS-START
               THRU    0160-RELEASE-LOCKS-END
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Echec UPDATE des adresses : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               DISPLAY "Aucune adresse n'est changee."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               IF MP-SKIP(MP-IDX) NOT = "Y"
                 AND MP-NOM(MP-IDX) NOT = SPACES
                   MOVE MP-NOM(MP-IDX)  TO WS-SQL-NOM
                   MOVE MP-TO(MP-IDX)   TO WS-AUD-AFTER
                   IF MODE-MIGRATE
                       MOVE MP-OLD(MP-IDX) TO WS-AUD-BEFORE
                   ELSE
                       MOVE MP-NEW(MP-IDX) TO WS-AUD-BEFORE
                   END-IF
                   CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                        WS-SQL-NOM WS-AUD-BEFORE WS-AUD-AFTER
                        WS-AUD-OPERATOR
               END-IF
           END-PERFORM.

           EXIT.
       0400-APPLY-DB-END.

      ******************************************************************

      *Reecrit le fichier SF-IDX dans la copie de travail, chaque
      *adresse retenue remplacee, puis bascule la copie en place ;
      *un fichier scelle est rescelle. Un fichier absent ou sans
      *adresse concernee n'est pas reecrit.
       0500-APPLY-FILE-START.

           IF SF-RESULT(SF-IDX) = "absent"
               GO TO 0500-APPLY-FILE-END
           END-IF.

           MOVE SF-NAME(SF-IDX)         TO WS-LIVE-NAME.
           MOVE SF-POS(SF-IDX)          TO WS-POS.
           MOVE SF-LEN(SF-IDX)          TO WS-LEN.
           MOVE SPACE                   TO F-LIVE-STATUS.
           OPEN INPUT F-LIVE.
           IF NOT F-LIVE-STATUS-OK
               MOVE "absent"            TO SF-RESULT(SF-IDX)
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0500-APPLY-FILE-END
           END-IF.

           OPEN OUTPUT F-WORK.
           IF NOT F-WORK-STATUS-OK
               MOVE "ECHEC : copie de travail" TO SF-RESULT(SF-IDX)
               CLOSE F-LIVE
               MOVE SPACE               TO F-LIVE-STATUS
               GO TO 0500-APPLY-FILE-END
           END-IF.

           MOVE "N"                     TO WS-SEALED-FLAG.
           MOVE 0                       TO WS-LINE-DONE.

           PERFORM UNTIL F-LIVE-STATUS-EOF
             READ F-LIVE
              AT END
                CONTINUE
              NOT AT END
      *Le temoin d'un fichier scelle ne se recopie pas : il serait
      *faux apres reecriture, le fichier est rescelle a la fin.
                IF REC-F-LIVE(1:4) = "CTL "
                    SET FILE-IS-SEALED   TO TRUE
                ELSE
                    MOVE REC-F-LIVE(WS-POS:WS-LEN) TO WS-VALUE
                    PERFORM 0510-MATCH-VALUE-START
                    THRU    0510-MATCH-VALUE-END
                    IF WS-MP-HIT > 0
                        IF MP-SKIP(WS-MP-HIT) NOT = "Y"
                            MOVE MP-TO(WS-MP-HIT)
                                 TO REC-F-LIVE(WS-POS:WS-LEN)
                            ADD 1        TO WS-LINE-DONE
                        END-IF
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
               MOVE "inchange"          TO SF-RESULT(SF-IDX)
               GO TO 0500-APPLY-FILE-END
           END-IF.

      *Bascule : seul un fichier complet remplace l'ancien.
           CALL "CBL_RENAME_FILE" USING WS-WORK-NAME WS-LIVE-NAME.
           MOVE RETURN-CODE             TO WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "Bascule impossible pour "
                       FUNCTION TRIM(WS-LIVE-NAME)
                       " (code " WS-RENAME-RC ")."
               MOVE "ECHEC : bascule impossible" TO SF-RESULT(SF-IDX)
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Bascule impossible pendant la migration"
                                        TO WS-INC-MESSAGE
               MOVE WS-LIVE-NAME(1:30)  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0500-APPLY-FILE-END
           END-IF.

           IF FILE-IS-SEALED
               MOVE "SEAL"              TO WS-VCK-ACTION
               MOVE WS-LIVE-NAME        TO WS-VCK-FILE
               CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE
           END-IF.

           MOVE WS-LINE-DONE            TO SF-DONE(SF-IDX).
           MOVE WS-LINE-DONE            TO WS-ED-COUNT.
           MOVE SPACES                  TO SF-RESULT(SF-IDX).
           STRING FUNCTION TRIM(WS-ED-COUNT) " ligne(s) reecrite(s)"
                  DELIMITED BY SIZE INTO SF-RESULT(SF-IDX).

           EXIT.
       0500-APPLY-FILE-END.

      ******************************************************************

      *Cherche l'adresse WS-VALUE dans la table des correspondances
      *(WS-MP-HIT, 0 si absente). Au reperage, une adresse de
      *l'ancien domaine encore inconnue y est ajoutee avec sa
      *remplacante (a blanc si elle ne tient pas dans la zone).
       0510-MATCH-VALUE-START.

           MOVE 0                       TO WS-MP-HIT.
           MOVE 0                       TO WS-AT-COUNT.
           INSPECT WS-VALUE TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-AT-COUNT NOT = 1
               GO TO 0510-MATCH-VALUE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VALUE))
                                        TO WS-VALUE-UP.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT OR WS-MP-HIT > 0
               IF MP-KEY-UP(MP-IDX) = WS-VALUE-UP
                   SET WS-MP-HIT        TO MP-IDX
               END-IF
           END-PERFORM.

           IF WS-MP-HIT > 0 OR NOT PLANNING-IN-PROGRESS
               GO TO 0510-MATCH-VALUE-END
           END-IF.

           MOVE SPACES                  TO WS-LOCAL-PART
                                           WS-DOMAIN-PART.
           UNSTRING WS-VALUE-UP DELIMITED BY "@"
                    INTO WS-LOCAL-PART WS-DOMAIN-PART.
           IF WS-DOMAIN-PART NOT = WS-OLD-DOMAIN-UP
               GO TO 0510-MATCH-VALUE-END
           END-IF.

           PERFORM 0520-ADD-MAP-START
           THRU    0520-ADD-MAP-END.

           EXIT.
       0510-MATCH-VALUE-END.

      ******************************************************************

      *Ajoute l'adresse WS-VALUE a la table des correspondances ;
      *la partie locale garde sa casse d'origine.
       0520-ADD-MAP-START.

           IF MP-LGHT >= MP-MAX
               SET MAP-IS-FULL          TO TRUE
               GO TO 0520-ADD-MAP-END
           END-IF.

           MOVE SPACES                  TO WS-LOCAL-PART.
           UNSTRING FUNCTION TRIM(WS-VALUE) DELIMITED BY "@"
                    INTO WS-LOCAL-PART.
           MOVE SPACES                  TO WS-NEW-ADDRESS.
           STRING FUNCTION TRIM(WS-LOCAL-PART) "@"
                  FUNCTION TRIM(WS-NEW-DOMAIN)
                  DELIMITED BY SIZE INTO WS-NEW-ADDRESS.

           ADD 1                        TO MP-LGHT.
           SET WS-MP-HIT                TO MP-LGHT.
           MOVE FUNCTION TRIM(WS-VALUE) TO MP-OLD(MP-LGHT).
           IF WS-NEW-ADDRESS(51:10) = SPACES
               MOVE WS-NEW-ADDRESS(1:50) TO MP-NEW(MP-LGHT)
           ELSE
               MOVE SPACES              TO MP-NEW(MP-LGHT)
           END-IF.
           MOVE SPACES                  TO MP-NOM(MP-LGHT).
           MOVE SPACES                  TO MP-MOBILE(MP-LGHT).
           MOVE WS-VALUE-UP             TO MP-KEY-UP(MP-LGHT).
           MOVE MP-NEW(MP-LGHT)         TO MP-TO(MP-LGHT).
           MOVE SPACES                  TO MP-SKIP(MP-LGHT).
           MOVE SPACES                  TO MP-REASON(MP-LGHT).

           EXIT.
       0520-ADD-MAP-END.

      ******************************************************************

      *Registre indexe des emails : l'entree de l'ancienne adresse
      *est notee dans l'image avant, retiree, et reinscrite sous la
      *nouvelle cle avec le meme identifiant (si cette cle existe
      *deja, l'entree existante fait foi). Un registre absent n'est
      *pas bloquant.
       0600-APPLY-REGISTRY-START.

           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN I-O F-REGIDX.
           IF NOT F-REGIDX-STATUS-OK
               MOVE SPACE               TO F-REGIDX-STATUS
               GO TO 0600-APPLY-REGISTRY-END
           END-IF.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               IF MP-SKIP(MP-IDX) NOT = "Y"
                   MOVE MP-OLD(MP-IDX)  TO REGI-EMAIL
                   READ F-REGIDX
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM 0610-MOVE-ENTRY-START
                       THRU    0610-MOVE-ENTRY-END
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE F-REGIDX.
           MOVE SPACE                   TO F-REGIDX-STATUS.

           EXIT.
       0600-APPLY-REGISTRY-END.

      ******************************************************************

      *Deplace l'entree lue (ancienne adresse MP-IDX) sous la
      *nouvelle cle.
       0610-MOVE-ENTRY-START.

           MOVE REC-F-REGIDX            TO WS-REGI-SAVE.

           MOVE "N"                     TO WS-REG-EXISTED.
           MOVE MP-NEW(MP-IDX)          TO REGI-EMAIL.
           READ F-REGIDX
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y"                 TO WS-REG-EXISTED
           END-READ.

           MOVE SPACES                  TO REC-F-BIM.
           MOVE "REG"                   TO BI-TYPE.
           MOVE WS-REGI-SAVE            TO BR-IMAGE.
           MOVE MP-NEW(MP-IDX)          TO BR-NEW.
           MOVE WS-REG-EXISTED          TO BR-EXISTED.
           WRITE REC-F-BIM.

           MOVE WS-REGI-SAVE            TO REC-F-REGIDX.
           DELETE F-REGIDX RECORD
             INVALID KEY
               CONTINUE
           END-DELETE.

           IF WS-REG-EXISTED = "N"
               MOVE WS-REGI-SAVE        TO REC-F-REGIDX
               MOVE MP-NEW(MP-IDX)      TO REGI-EMAIL
               WRITE REC-F-REGIDX
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF.

           ADD 1                        TO WS-REG-DONE.

           EXIT.
       0610-MOVE-ENTRY-END.

      ******************************************************************

      *Reprise du registre indexe depuis les lignes REG de l'image
      *avant : l'entree creee sous la nouvelle cle est retiree (pas
      *celle qui existait deja), l'entree d'origine est
      *reinscrite telle quelle.
       0650-REVERSE-REGISTRY-START.

           OPEN INPUT F-BIM.
           IF NOT F-BIM-STATUS-OK
               MOVE SPACE               TO F-BIM-STATUS
               GO TO 0650-REVERSE-REGISTRY-END
           END-IF.

           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN I-O F-REGIDX.
           IF NOT F-REGIDX-STATUS-OK
               MOVE SPACE               TO F-REGIDX-STATUS
               CLOSE F-BIM
               MOVE SPACE               TO F-BIM-STATUS
               GO TO 0650-REVERSE-REGISTRY-END
           END-IF.

           PERFORM UNTIL F-BIM-STATUS-EOF
             READ F-BIM
              AT END
                CONTINUE
              NOT AT END
                IF BI-TYPE = "REG"
                    IF BR-EXISTED = "N"
                        MOVE BR-NEW      TO REGI-EMAIL
                        DELETE F-REGIDX RECORD
                          INVALID KEY
                            CONTINUE
                        END-DELETE
                    END-IF
                    MOVE BR-IMAGE        TO REC-F-REGIDX
                    WRITE REC-F-REGIDX
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1            TO WS-REG-DONE
                    END-WRITE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-REGIDX.
           MOVE SPACE                   TO F-REGIDX-STATUS.
           CLOSE F-BIM.
           MOVE SPACE                   TO F-BIM-STATUS.

           EXIT.
       0650-REVERSE-REGISTRY-END.

      ******************************************************************

      *Referentiel des domaines : l'ancien domaine expire a la fin
      *de la transition, le nouveau entre en vigueur ce jour s'il
      *ne l'est pas deja. Chaque retouche est notee dans l'image
      *avant.
       0700-APPLY-DOMAINS-START.

           PERFORM 0710-LOAD-DOMAINS-START
           THRU    0710-LOAD-DOMAINS-END.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                     UNTIL DT-IDX > DT-LGHT
               IF FUNCTION UPPER-CASE(DT-NAME(DT-IDX))
                                        = WS-NEW-DOMAIN-UP
                 AND (DT-EXP(DT-IDX) = 0
                      OR DT-EXP(DT-IDX) >= WS-TODAY)
                   SET NEW-DOMAIN-ACTIVE TO TRUE
               END-IF
               IF FUNCTION UPPER-CASE(DT-NAME(DT-IDX))
                                        = WS-OLD-DOMAIN-UP
                 AND (DT-EXP(DT-IDX) = 0
                      OR DT-EXP(DT-IDX) > WS-CUTOFF)
                   SET OLD-DOMAIN-SEEN  TO TRUE
                   MOVE SPACES          TO REC-F-BIM
                   MOVE "DOM"           TO BI-TYPE
                   MOVE DT-NAME(DT-IDX) TO BD-NAME
                   MOVE DT-EFF(DT-IDX)  TO BD-EFF
                   MOVE DT-EXP(DT-IDX)  TO BD-EXP-BEFORE
                   MOVE WS-CUTOFF       TO BD-EXP-AFTER
                   MOVE "E"             TO BD-ACTION
                   WRITE REC-F-BIM
                   MOVE WS-CUTOFF       TO DT-EXP(DT-IDX)
               END-IF
           END-PERFORM.

           IF NOT NEW-DOMAIN-ACTIVE
               IF DT-LGHT >= DT-MAX
                   DISPLAY "Referentiel des domaines plein : "
                           "ajouter " FUNCTION TRIM(WS-NEW-DOMAIN)
                           " par domadm."
                   MOVE "E"             TO WS-INC-SEVERITY
                   MOVE "Nouveau domaine non inscrit, referentiel plein"
                                        TO WS-INC-MESSAGE
                   MOVE WS-NEW-DOMAIN   TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
               ELSE
                   ADD 1                TO DT-LGHT
                   MOVE WS-NEW-DOMAIN   TO DT-NAME(DT-LGHT)
                   MOVE WS-TODAY        TO DT-EFF(DT-LGHT)
                   MOVE 0               TO DT-EXP(DT-LGHT)
                   MOVE SPACES          TO DT-DROP(DT-LGHT)
                   MOVE SPACES          TO REC-F-BIM
                   MOVE "DOM"           TO BI-TYPE
                   MOVE WS-NEW-DOMAIN   TO BD-NAME
                   MOVE WS-TODAY        TO BD-EFF
                   MOVE 0               TO BD-EXP-BEFORE
                   MOVE 0               TO BD-EXP-AFTER
                   MOVE "A"             TO BD-ACTION
                   WRITE REC-F-BIM
               END-IF
           END-IF.

           PERFORM 0730-REWRITE-DOMAINS-START
           THRU    0730-REWRITE-DOMAINS-END.

           IF OLD-DOMAIN-SEEN
               MOVE SPACES              TO WS-DOM-STATE
               STRING "accepte jusqu'au " WS-CUTOFF
                      DELIMITED BY SIZE INTO WS-DOM-STATE
           ELSE
               MOVE "deja hors referentiel" TO WS-DOM-STATE
           END-IF.

           EXIT.
       0700-APPLY-DOMAINS-END.

      ******************************************************************

      *Charge domains.dat ; sans referentiel, la liste de repli de
      *validate sert de point de depart (en vigueur, sans
      *expiration).
       0710-LOAD-DOMAINS-START.

           MOVE 0                       TO DT-LGHT.
           MOVE SPACE                   TO F-DOM-STATUS.
           OPEN INPUT F-DOM.

           IF NOT F-DOM-STATUS-OK
               MOVE SPACE               TO F-DOM-STATUS
               PERFORM VARYING DT-IDX FROM 1 BY 1
                         UNTIL DT-IDX > 3
                   ADD 1                TO DT-LGHT
                   MOVE DOMAIN-FALLBACK(DT-IDX) TO DT-NAME(DT-LGHT)
                   MOVE 0               TO DT-EFF(DT-LGHT)
                   MOVE 0               TO DT-EXP(DT-LGHT)
                   MOVE SPACES          TO DT-DROP(DT-LGHT)
               END-PERFORM
               GO TO 0710-LOAD-DOMAINS-END
           END-IF.

           PERFORM UNTIL F-DOM-STATUS-EOF
             READ F-DOM
              AT END
                CONTINUE
              NOT AT END
                IF DOM-R-NAME NOT = SPACES AND DT-LGHT < DT-MAX
                    ADD 1                TO DT-LGHT
                    MOVE DOM-R-NAME      TO DT-NAME(DT-LGHT)
                    MOVE DOM-R-EFF       TO DT-EFF(DT-LGHT)
                    MOVE DOM-R-EXP       TO DT-EXP(DT-LGHT)
                    MOVE SPACES          TO DT-DROP(DT-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DOM.
           MOVE SPACE                   TO F-DOM-STATUS.

           EXIT.
       0710-LOAD-DOMAINS-END.

      ******************************************************************

      *Reprise du referentiel : l'expiration posee sur l'ancien
      *domaine est retiree (si elle n'a pas ete changee depuis), le
      *domaine ajoute est retire.
       0720-REVERSE-DOMAINS-START.

           IF DU-LGHT = 0
               MOVE "inchange"          TO WS-DOM-STATE
               GO TO 0720-REVERSE-DOMAINS-END
           END-IF.

           PERFORM 0710-LOAD-DOMAINS-START
           THRU    0710-LOAD-DOMAINS-END.

           PERFORM VARYING DU-IDX FROM 1 BY 1
                     UNTIL DU-IDX > DU-LGHT
               PERFORM VARYING DT-IDX FROM 1 BY 1
                         UNTIL DT-IDX > DT-LGHT
                   IF DT-NAME(DT-IDX) = DU-NAME(DU-IDX)
                     AND DT-EFF(DT-IDX) = DU-EFF(DU-IDX)
                     AND DT-EXP(DT-IDX) = DU-EXP-AFTER(DU-IDX)
                       IF DU-ACTION(DU-IDX) = "A"
                           MOVE "Y"     TO DT-DROP(DT-IDX)
                       ELSE
                           MOVE DU-EXP-BEFORE(DU-IDX)
                                        TO DT-EXP(DT-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 0730-REWRITE-DOMAINS-START
           THRU    0730-REWRITE-DOMAINS-END.

           MOVE "retabli"               TO WS-DOM-STATE.

           EXIT.
       0720-REVERSE-DOMAINS-END.

      ******************************************************************

      *Reecrit domains.dat depuis la table en memoire.
       0730-REWRITE-DOMAINS-START.

           OPEN OUTPUT F-DOM.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                     UNTIL DT-IDX > DT-LGHT
               IF DT-DROP(DT-IDX) NOT = "Y"
                   MOVE SPACES          TO REC-F-DOM
                   MOVE DT-NAME(DT-IDX) TO DOM-R-NAME
                   MOVE DT-EFF (DT-IDX) TO DOM-R-EFF
                   MOVE DT-EXP (DT-IDX) TO DOM-R-EXP
                   WRITE REC-F-DOM
               END-IF
           END-PERFORM.

           CLOSE F-DOM.
           MOVE SPACE                   TO F-DOM-STATUS.

           EXIT.
       0730-REWRITE-DOMAINS-END.

      ******************************************************************

      *Pose l'ancienne adresse en alias de chaque adresse migree,
      *jusqu'a la fin de la transition.
       0750-ADD-ALIASES-START.

           OPEN EXTEND F-ALIAS.
           IF NOT F-ALIAS-STATUS-OK
               OPEN OUTPUT F-ALIAS
           END-IF.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               IF MP-SKIP(MP-IDX) NOT = "Y"
                   MOVE SPACES          TO REC-F-ALIAS
                   MOVE MP-OLD(MP-IDX)  TO ALI-OLD
                   MOVE MP-NEW(MP-IDX)  TO ALI-NEW
                   MOVE MP-NOM(MP-IDX)  TO ALI-NOM
                   MOVE WS-CUTOFF       TO ALI-END
                   MOVE WS-STAMP        TO ALI-STAMP
                   WRITE REC-F-ALIAS
                   ADD 1                TO WS-ALIAS-COUNT
               END-IF
           END-PERFORM.

           CLOSE F-ALIAS.
           MOVE SPACE                   TO F-ALIAS-STATUS.

           EXIT.
       0750-ADD-ALIASES-END.

      ******************************************************************

      *Reprise des alias : ceux poses par la migration reprise sont
      *retires, les autres restent.
       0760-DROP-ALIASES-START.

           MOVE SPACE                   TO F-ALIAS-STATUS.
           OPEN INPUT F-ALIAS.
           IF NOT F-ALIAS-STATUS-OK
               MOVE SPACE               TO F-ALIAS-STATUS
               GO TO 0760-DROP-ALIASES-END
           END-IF.

           OPEN OUTPUT F-ALIWORK.
           IF NOT F-ALIWORK-STATUS-OK
               CLOSE F-ALIAS
               MOVE SPACE               TO F-ALIAS-STATUS
               DISPLAY "Alias non retires : copie de travail "
                       "impossible."
               GO TO 0760-DROP-ALIASES-END
           END-IF.

           PERFORM UNTIL F-ALIAS-STATUS-EOF
             READ F-ALIAS
              AT END
                CONTINUE
              NOT AT END
                IF ALI-STAMP = WS-STAMP
                    ADD 1                TO WS-ALIAS-COUNT
                ELSE
                    MOVE REC-F-ALIAS     TO REC-F-ALIWORK
                    WRITE REC-F-ALIWORK
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ALIAS.
           CLOSE F-ALIWORK.
           MOVE SPACE                   TO F-ALIAS-STATUS.

           CALL "CBL_RENAME_FILE" USING WS-ALIWORK-NAME
                                        WS-ALIAS-NAME.

           EXIT.
       0760-DROP-ALIASES-END.

      ******************************************************************

      *Avis de nouvelle adresse en boite d'envoi, a la nouvelle
      *adresse de chaque compte migre (la liste de suppression est
      *controlee par notify).
       0800-NOTIFY-START.

           MOVE WS-OLD-DOMAIN           TO WS-NOTIFY-PAYLOAD.

           PERFORM VARYING MP-IDX FROM 1 BY 1
                     UNTIL MP-IDX > MP-LGHT
               IF MP-SKIP(MP-IDX) NOT = "Y"
                 AND MP-NOM(MP-IDX) NOT = SPACES
                   MOVE MP-NOM(MP-IDX)    TO WS-NOTIFY-NOM
                   MOVE MP-NEW(MP-IDX)    TO WS-NOTIFY-EMAIL
                   MOVE MP-MOBILE(MP-IDX) TO WS-NOTIFY-MOBILE
                   CALL "notify" USING WS-NOTIFY-NOM WS-NOTIFY-EMAIL
                                       WS-NOTIFY-KIND
                                       WS-NOTIFY-PAYLOAD
                                       WS-NOTIFY-MOBILE
                   ADD 1                  TO WS-NOTIFIED-COUNT
               END-IF
           END-PERFORM.

           EXIT.
       0800-NOTIFY-END.

      ******************************************************************

      *Bilan a l'ecran et au journal des incidents.
       0850-SUMMARY-START.

           IF MODE-MIGRATE
               DISPLAY "Migration " FUNCTION TRIM(WS-OLD-DOMAIN)
                       " -> " FUNCTION TRIM(WS-NEW-DOMAIN)
                       " (image avant " FUNCTION TRIM(WS-BIM-NAME)
                       ")"
           ELSE
               DISPLAY "Reprise de la migration " WS-STAMP " ("
                       FUNCTION TRIM(WS-OLD-DOMAIN) " -> "
                       FUNCTION TRIM(WS-NEW-DOMAIN) ")"
           END-IF.
           DISPLAY "  adresses traitees : " WS-MIGRATED-COUNT
                   ", ecartees : " WS-SKIPPED-COUNT
                   ", comptes : " WS-ACCOUNT-COUNT.
           DISPLAY "  table users : " WS-DB-ROWS " ligne(s)".
           PERFORM VARYING SF-IDX FROM 1 BY 1
                     UNTIL SF-IDX > SF-LGHT
               DISPLAY "  " FUNCTION TRIM(SF-NAME(SF-IDX)) " : "
                       FUNCTION TRIM(SF-RESULT(SF-IDX))
           END-PERFORM.
           DISPLAY "  " FUNCTION TRIM(WS-REGIDX-NAME) " : "
                   WS-REG-DONE " entree(s)".
           DISPLAY "  domains.dat : " FUNCTION TRIM(WS-DOM-STATE).
           IF MODE-MIGRATE
               DISPLAY "  alias poses : " WS-ALIAS-COUNT
                       ", avis deposes : " WS-NOTIFIED-COUNT
           ELSE
               DISPLAY "  alias retires : " WS-ALIAS-COUNT
           END-IF.

           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE SPACES                  TO WS-INC-MESSAGE.
           IF MODE-MIGRATE
               STRING "Domaine migre vers "
                      FUNCTION TRIM(WS-NEW-DOMAIN)
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
           ELSE
               STRING "Migration de domaine defaite : "
                      FUNCTION TRIM(WS-NEW-DOMAIN)
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
           END-IF.
           MOVE WS-STAMP                TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0850-SUMMARY-END.
