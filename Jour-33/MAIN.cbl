                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OUTPUT-STATUS.

      *Valides du passage : ID/NOM/EMAIL, puis la provenance de la
      *ligne (expediteur, extract, passage, numero de ligne) que la
      *passerelle reporte sur le compte cree.
           SELECT F-VALID ASSIGN TO "valid_users.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VALID-STATUS.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REJWORK-STATUS.

      *Extract RH en etat complet (un nom de salarie par ligne, le
      *meme que relit le rapprochement RH du Jour-34) : une ligne
      *dont le NOM n'y figure pas concerne une personne inconnue
      *des RH.
           SELECT F-HRFULL ASSIGN TO WS-HRFULL-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HRFULL-STATUS.

      *Fichier de tri des noms de l'extract RH, charges tries pour
      *la recherche dichotomique.
           SELECT SD-HR ASSIGN TO "hrfull.srt".

      *Controle de volatilite par expediteur : photo triee par
      *identifiant du dernier extract accepte (<extract>.last), photo
      *de l'extract du soir (<extract>.cur) et liste des ecarts
      *laissee pour la revue (<extract>.vol).
           SELECT F-VOLLAST ASSIGN TO WS-VOLLAST-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VOLLAST-STATUS.

           SELECT F-VOLCUR ASSIGN TO WS-VOLCUR-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VOLCUR-STATUS.

           SELECT F-VOLDIFF ASSIGN TO WS-VOLDIFF-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VOLDIFF-STATUS.

           SELECT SD-VOL ASSIGN TO "volat.srt".

      *Extracts mis en attente par le controle de volatilite, avec
      *leur comparaison et la decision rendue par holdrev.
           SELECT F-HELD ASSIGN TO "held_extracts.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HELD-STATUS.

      *Calendrier de livraison par expediteur, cle par le nom
      *d'extract de extracts.lst : jours attendus du lundi au
      *dimanche et fourchette de volume en lignes. Les jours chomes
      *du calendrier d'exploitation n'attendent personne.
           SELECT F-SCAL ASSIGN TO "sender_calendar.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SCAL-STATUS.

           SELECT F-RCAL ASSIGN TO "run_calendar.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RCAL-STATUS.

      *Historique des livraisons attendues : une ligne par
      *expediteur attendu et par passage, relue par le bilan de
      *ponctualite.
           SELECT F-DELHIST ASSIGN TO "delivery_history.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DELHIST-STATUS.

      *Dossiers de rejet : chaque ligne rejetee y reste ouverte
      *jusqu'a son acceptation ou son classement par un operateur
      *(casadm) ; relu par le bilan de vieillissement (caseage).
           SELECT F-CASE ASSIGN TO "reject_cases.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CASE-STATUS.

      *Mode partitionne : chaque partition (PART=k/n) ecrit un
      *fichier de travail par extract qu'elle traite et, a la fin,
      *sa fiche de totaux ; la fusion (MERGE=n) relit les deux.
           SELECT F-PWORK ASSIGN TO WS-PWORK-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PWORK-STATUS.

           SELECT F-PCTL ASSIGN TO WS-PCTL-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PCTL-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       FD  F-VALID.

       01 REC-F-VALID          PIC X(211).

       FD  F-CORR.


       FD  F-VALID-GEN.

       01 REC-F-VALID-GEN      PIC X(211).

       FD  F-GENLIST.


       FD  F-VALID-DOM.

       01 REC-F-VALID-DOM      PIC X(211).

       FD  F-THRESH.

           05 PRO-PREFIX       PIC X(10).
           05 FILLER           PIC X(01).
           05 PRO-DOMAINS      PIC X(80).
           05 FILLER           PIC X(01).
           05 PRO-VOLAT        PIC 9(03).

       FD  F-SVALID.

       01 REC-F-SVALID         PIC X(211).

       FD  F-LEDGER.

           05 RW-REASON        PIC X(30).
           05 RW-SRC           PIC X(40).

       FD  F-HRFULL.

       01 REC-F-HRFULL.
           05 HRF-NAME         PIC X(50).

       SD  SD-HR.

       01 REC-SD-HR.
           05 SRT-HR-NAME      PIC X(50).

       FD  F-VOLLAST.

       01 REC-F-VOLLAST.
           05 VL-ID            PIC X(10).
           05 VL-NOM           PIC X(50).
           05 VL-EMAIL         PIC X(50).

       FD  F-VOLCUR.

       01 REC-F-VOLCUR.
           05 VC-ID            PIC X(10).
           05 VC-NOM           PIC X(50).
           05 VC-EMAIL         PIC X(50).

       FD  F-VOLDIFF.

       01 REC-F-VOLDIFF        PIC X(120).

       SD  SD-VOL.

       01 REC-SD-VOL.
           05 SRT-VOL-ID       PIC X(10).
           05 SRT-VOL-NOM      PIC X(50).
           05 SRT-VOL-EMAIL    PIC X(50).

      *HX-STATE : A en attente, L libere (a traiter au prochain
      *passage), T libere puis traite, E ecarte, S remplace par une
      *livraison suivante dans la tolerance. HX-RATE : part des
      *identifiants ajoutes, retires ou modifies, en % du dernier
      *extract accepte.
       FD  F-HELD.

       01 REC-F-HELD.
           05 HX-FILE          PIC X(40).
           05 FILLER           PIC X(01).
           05 HX-GEN           PIC X(14).
           05 FILLER           PIC X(01).
           05 HX-PREV          PIC 9(07).
           05 FILLER           PIC X(01).
           05 HX-CUR           PIC 9(07).
           05 FILLER           PIC X(01).
           05 HX-ADDED         PIC 9(07).
           05 FILLER           PIC X(01).
           05 HX-REMOVED       PIC 9(07).
           05 FILLER           PIC X(01).
           05 HX-CHANGED       PIC 9(07).
           05 FILLER           PIC X(01).
           05 HX-RATE          PIC 9(03)V9.
           05 FILLER           PIC X(01).
           05 HX-TOL           PIC 9(03).
           05 FILLER           PIC X(01).
           05 HX-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 HX-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 HX-DECIDED       PIC X(14).

      *SCAL-DAYS : O attendu, N non, du lundi au dimanche.
       FD  F-SCAL.

       01 REC-F-SCAL.
           05 SCAL-FILE        PIC X(40).
           05 FILLER           PIC X(01).
           05 SCAL-DAYS        PIC X(07).
           05 FILLER           PIC X(01).
           05 SCAL-MIN         PIC 9(07).
           05 FILLER           PIC X(01).
           05 SCAL-MAX         PIC 9(07).

       FD  F-RCAL.

       01 REC-F-RCAL           PIC X(80).

      *DH-STATUS : OK livre dans la fourchette (ou livre sans
      *compte dans ce passage, DH-COUNT a zero), ABSENT, VOLUME
      *hors fourchette.
       FD  F-DELHIST.

       01 REC-F-DELHIST.
           05 DH-DATE          PIC X(08).
           05 FILLER           PIC X(01).
           05 DH-FILE          PIC X(40).
           05 FILLER           PIC X(01).
           05 DH-STATUS        PIC X(06).
           05 FILLER           PIC X(01).
           05 DH-COUNT         PIC 9(07).
           05 FILLER           PIC X(01).
           05 DH-MIN           PIC 9(07).
           05 FILLER           PIC X(01).
           05 DH-MAX           PIC 9(07).
           05 FILLER           PIC X(01).
           05 DH-GEN           PIC X(14).

       FD  F-CASE.

           COPY rejcase.

       FD  F-PWORK.

           COPY partwork.

      *Fiche de totaux d'une partition (partition_k.ctl), ecrite en
      *dernier : son absence signale une partition inachevee.
       FD  F-PCTL.

       01  REC-F-PCTL.
           05 PC-PART          PIC 9(01).
           05 FILLER           PIC X(01).
           05 PC-PARTS         PIC 9(01).
           05 FILLER           PIC X(01).
           05 PC-DELIM         PIC X(01).
           05 FILLER           PIC X(01).
           05 PC-GEN           PIC X(14).
           05 FILLER           PIC X(01).
           05 PC-EXTS          PIC 9(03).
           05 FILLER           PIC X(01).
           05 PC-LINES         PIC 9(07).
           05 FILLER           PIC X(01).
           05 PC-READ          PIC 9(07).
           05 FILLER           PIC X(01).
           05 PC-REJ           PIC 9(07).
           05 FILLER           PIC X(01).
           05 PC-QUAR          PIC 9(07).
           05 FILLER           PIC X(01).
           05 PC-CAND          PIC 9(07).

      ******************************************************************

       WORKING-STORAGE SECTION.
       01  WS-CORRECT-FLAG         PIC X(01) VALUE "N".
           88 CORRECT-MODE-ON                VALUE "Y".
       01  WS-CORR-COUNT           PIC 9(07) VALUE ZERO.
      *Rang de la ligne lue dans corrections.dat, provenance des
      *corrections acceptees.
       01  WS-CORR-LINE            PIC 9(07) VALUE ZERO.

      *Mode reprise : "RESTART" en ligne de commande recharge le
      *point de reprise et les sorties deja ecrites, puis saute les

      *Profil de chaque extract de la liste : seuil d'alerte propre
      *(0 = seuil global), prefixe de sortie propre (blanc = pas de
      *fichier propre), jusqu'a cinq domaines autorises propres
      *(aucun = referentiel global) et tolerance de volatilite
      *propre (0 = tolerance globale).
       01  EXT-PROFILES.
           05 EXT-PRO-ROW OCCURS 50 TIMES.
                10 EXT-THRESH      PIC 9(03).
                10 EXT-VOLAT       PIC 9(03).
                10 EXT-PREFIX      PIC X(10).
                10 EXT-DOM-CNT     PIC 9(01).
                10 EXT-DOM         PIC X(20) OCCURS 5 TIMES.
           05 EXT-CTL-DATE        PIC X(08) OCCURS 50 TIMES.
           05 EXT-LINES           PIC 9(07) OCCURS 50 TIMES.

      *Controle de volatilite : etat de chaque extract de la liste
      *(N normal, A mis en attente, L libere par holdrev) et photo
      *du soir prete a remplacer la reference apres acceptation.
       01  EXT-VOL-INFO.
           05 EXT-VOL-STATE       PIC X(01) OCCURS 50 TIMES.
           05 EXT-VOL-SNAP        PIC X(01) OCCURS 50 TIMES.

       01  F-VOLLAST-STATUS        PIC X(02) VALUE SPACE.
           88 F-VOLLAST-STATUS-OK            VALUE "00".
           88 F-VOLLAST-STATUS-EOF           VALUE "10".
       01  F-VOLCUR-STATUS         PIC X(02) VALUE SPACE.
           88 F-VOLCUR-STATUS-OK             VALUE "00".
           88 F-VOLCUR-STATUS-EOF            VALUE "10".
       01  F-VOLDIFF-STATUS        PIC X(02) VALUE SPACE.
           88 F-VOLDIFF-STATUS-OK            VALUE "00".
       01  F-HELD-STATUS           PIC X(02) VALUE SPACE.
           88 F-HELD-STATUS-OK               VALUE "00".
           88 F-HELD-STATUS-EOF              VALUE "10".

       01  WS-VOLLAST-NAME        PIC X(45).
       01  WS-VOLCUR-NAME         PIC X(45).
       01  WS-VOLDIFF-NAME        PIC X(45).

      *Tolerance globale (TUN.VOLAT-MAX, 0 = controle coupe sauf
      *tolerance propre au profil) et tolerance effective de
      *l'extract en cours.
       01  WS-VOL-MAX             PIC 9(03) VALUE 30.
       01  WS-VOL-TOL             PIC 9(03).
       01  WS-VOL-PREV            PIC 9(07).
       01  WS-VOL-CUR             PIC 9(07).
       01  WS-VOL-ADDED           PIC 9(07).
       01  WS-VOL-REMOVED         PIC 9(07).
       01  WS-VOL-CHANGED         PIC 9(07).
       01  WS-VOL-RATE            PIC 9(03)V9.
       01  WS-VOL-RATE-OUT        PIC ZZ9.9.
       01  WS-VOL-DIFFS           PIC 9(07).
       01  WS-VOL-DIFF-MAX        PIC 9(07) VALUE 500.
       01  WS-VOL-SORT-EOF-FLAG   PIC X(01) VALUE "N".
           88 VOL-SORT-AT-END               VALUE "Y".
       01  WS-VOL-REF-FLAG        PIC X(01) VALUE "N".
           88 VOL-HAS-REFERENCE             VALUE "Y".
       01  WS-VOL-HELD-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-VOL-RATE-WORK       PIC 9(07)V9.
       01  WS-VOL-DIFF-LINE.
           05 VD-KIND             PIC X(08).
           05 VD-ID               PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 VD-NOM              PIC X(50).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 VD-EMAIL            PIC X(50).
       01  WS-VOL-WRITE-FLAG      PIC X(01) VALUE "N".
           88 VOL-DIFF-IS-OPEN              VALUE "Y".

      *Registre des mises en attente charge en memoire, complete
      *par le passage puis reecrit en fin de passage.
       01  HELD-TABLE.
           05 HT-LGHT             PIC 9(03) VALUE ZERO.
           05 HT-MAX              PIC 9(03) VALUE 200.
           05 HT OCCURS 200 TIMES.
                10 HT-FILE         PIC X(40).
                10 HT-GEN          PIC X(14).
                10 HT-PREV         PIC 9(07).
                10 HT-CUR          PIC 9(07).
                10 HT-ADDED        PIC 9(07).
                10 HT-REMOVED      PIC 9(07).
                10 HT-CHANGED      PIC 9(07).
                10 HT-RATE         PIC 9(03)V9.
                10 HT-TOL          PIC 9(03).
                10 HT-STATE        PIC X(01).
                10 HT-DECIDER      PIC X(20).
                10 HT-DECIDED      PIC X(14).
       01  WS-HT-IDX              PIC 9(03).
       01  WS-HT-HIT              PIC 9(03).
       01  WS-HELD-CHANGED-FLAG   PIC X(01) VALUE "N".
           88 HELD-TABLE-CHANGED            VALUE "Y".

      *Ligne de journal d'un extract mis en attente.
       01  WS-JOURNAL-HOLD-LINE.
           05 FILLER              PIC X(01) VALUE "[".
           05 OUT-JH-STAMP        PIC X(14).
           05 FILLER              PIC X(11) VALUE "] Attente: ".
           05 OUT-JH-FILE         PIC X(40).
           05 FILLER              PIC X(08) VALUE " Ajout: ".
           05 OUT-JH-ADDED        PIC ZZZZZZ9.
           05 FILLER              PIC X(10) VALUE " Retrait: ".
           05 OUT-JH-REMOVED      PIC ZZZZZZ9.
           05 FILLER              PIC X(08) VALUE " Modif: ".
           05 OUT-JH-CHANGED      PIC ZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 OUT-JH-RATE         PIC ZZ9.9.
           05 FILLER              PIC X(05) VALUE " % / ".
           05 OUT-JH-TOL          PIC ZZ9.
           05 FILLER              PIC X(02) VALUE " %".

       01  F-ALIAS-STATUS          PIC X(02) VALUE SPACE.
           88 F-ALIAS-STATUS-OK              VALUE "00".
           88 F-ALIAS-STATUS-EOF             VALUE "10".
                10 AL-NEW          PIC X(10).
       01  WS-ALIAS-HIT           PIC 9(03).

       01  F-HRFULL-STATUS         PIC X(02) VALUE SPACE.
           88 F-HRFULL-STATUS-OK             VALUE "00".
           88 F-HRFULL-STATUS-EOF            VALUE "10".
       01  WS-HRFULL-NAME         PIC X(40) VALUE
               "hr_fullstate.txt".

      *Noms de l'extract RH, en majuscules et tries, pour le
      *controle des lignes acceptees. Mode du controle (parametre
      *TUN.HR-CHECK) : REJET (defaut) route la ligne inconnue en
      *rejet, AVERT l'accepte en la signalant et en la comptant,
      *OFF coupe le controle. Sans extract RH lisible, le controle
      *est suspendu pour le passage plutot que de tout rejeter.
       01  HR-TABLE.
           05 HR-LGHT             PIC 9(05) VALUE ZERO.
           05 HR-MAX              PIC 9(05) VALUE 99999.
           05 HR-T-NAME           PIC X(50) OCCURS 99999 TIMES.
       01  WS-HR-MODE             PIC X(05) VALUE "REJET".
           88 HR-CHECK-REJECT               VALUE "REJET".
           88 HR-CHECK-WARN                 VALUE "AVERT".
           88 HR-CHECK-OFF                  VALUE "OFF".
       01  WS-HR-KEY              PIC X(50).
       01  WS-HR-PREV             PIC X(50).
       01  WS-HR-FOUND-FLAG       PIC X(01) VALUE "N".
           88 HR-FOUND                      VALUE "Y".
       01  WS-HR-SORT-EOF-FLAG    PIC X(01) VALUE "N".
           88 HR-SORT-AT-END                VALUE "Y".
       01  WS-HR-LO               PIC 9(05).
       01  WS-HR-HI               PIC 9(05).
       01  WS-HR-MID              PIC 9(05).
       01  WS-HR-WARN-COUNT       PIC 9(07) VALUE ZERO.

      *Plafond de securite pour les tableaux ACCEPTED-KEYS et
      *INVALID-USER.
       01  USER-LGHT-MAX          PIC 9(05) VALUE 99999.
           05 OUT-V-ID             PIC X(10).
           05 OUT-V-NAME           PIC X(50).
           05 OUT-V-EMAIL          PIC X(50).
      *Provenance : les positions 1 a 110 ne bougent pas pour les
      *lecteurs existants, la zone suit en 111.
           05 OUT-V-SENDER         PIC X(40).
           05 OUT-V-EXTRACT        PIC X(40).
           05 OUT-V-STAMP          PIC X(14).
           05 OUT-V-LINE           PIC 9(07).

      *Compteur d'utilisateurs valides, pour le bilan de fin de fichier.
       01  WS-VALID-COUNT         PIC 9(07) VALUE ZERO.
           88 DRYRUN-MODE-ON                VALUE "Y".

      *Ligne de commande : "CSV"/"DRYRUN"/"CORRECT"/"RESTART"/
      *"DELIM"/"FORCE"/"PART=k/n"/"MERGE=n", dans n'importe quel
      *ordre.
       01  WS-CMD-LINE            PIC X(120).
       01  WS-CMD-ARGS.
           05 WS-ARG              PIC X(20) OCCURS 6 TIMES.
      *que le journal attribue lus/rejetes a chaque source.
       01  WS-FILE-READ           PIC 9(07) VALUE ZERO.
       01  WS-FILE-REJ            PIC 9(07) VALUE ZERO.
       01  WS-FILE-HRW            PIC 9(07) VALUE ZERO.
       01  FILE-STATS.
           05 FS-READ             PIC 9(07) OCCURS 50 TIMES.
           05 FS-REJ              PIC 9(07) OCCURS 50 TIMES.
           05 FS-QUAR             PIC 9(07) OCCURS 50 TIMES.
           05 FS-HRW              PIC 9(07) OCCURS 50 TIMES.

       01  F-CORRTPL-STATUS       PIC X(02) VALUE SPACE.

      *Zones de la verification des extracts types : entete lu,
      *compte des details, compte annonce par la queue.
       01  WS-HDR-SENDER          PIC X(40).
      *Expediteur de chaque extract pour la provenance des valides :
      *celui de l'entete d'un extract type, a defaut le nom de
      *l'extract lui-meme.
       01  EXT-SENDER-INFO.
           05 EXT-SENDER          PIC X(40) OCCURS 50 TIMES.
       01  WS-HDR-DATE            PIC X(08).
       01  WS-TYPED-D-COUNT       PIC 9(07).
       01  WS-TYPED-T-COUNT       PIC 9(07).
      *sont presents, 4 ecart de reconciliation, 6 taux de rejet
      *au-dela du seuil d'alerte, 8 abandon (les abandons
      *positionnent RETURN-CODE directement au moment du STOP RUN).
      *Un expediteur attendu absent ou hors fourchette de volume
      *leve aussi le code 6.
      *On retient le niveau le plus haut rencontre.
       01  WS-FINAL-RC            PIC 9(02) VALUE ZERO.

       01  F-ALERT-STATUS         PIC X(02) VALUE SPACE.
           88 F-ALERT-STATUS-OK             VALUE "00".

       01  F-SCAL-STATUS          PIC X(02) VALUE SPACE.
           88 F-SCAL-STATUS-OK              VALUE "00".
           88 F-SCAL-STATUS-EOF             VALUE "10".
       01  F-RCAL-STATUS          PIC X(02) VALUE SPACE.
           88 F-RCAL-STATUS-OK              VALUE "00".
           88 F-RCAL-STATUS-EOF             VALUE "10".
       01  F-DELHIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-DELHIST-STATUS-OK           VALUE "00".
       01  F-CASE-STATUS          PIC X(02) VALUE SPACE.
           88 F-CASE-STATUS-OK              VALUE "00".
           88 F-CASE-STATUS-EOF             VALUE "10".

      *Registre des dossiers de rejet charge en memoire, mis a jour
      *par le passage puis reecrit. Un registre qui ne tient pas
      *entier dans la table n'est pas reecrit (il perdrait les
      *dossiers non charges).
       01  CASE-TABLE.
           05 CT-LGHT             PIC 9(05) VALUE ZERO.
           05 CT-MAX              PIC 9(05) VALUE 20000.
           05 CT OCCURS 20000 TIMES INDEXED BY CT-IDX.
                10 CT-SRC          PIC X(40).
                10 CT-ID           PIC X(10).
                10 CT-NOM          PIC X(50).
                10 CT-EMAIL        PIC X(50).
                10 CT-REASON       PIC X(30).
                10 CT-STATE        PIC X(01).
                10 CT-OPENED       PIC X(08).
                10 CT-LAST         PIC X(08).
                10 CT-CLOSED       PIC X(08).
                10 CT-CLOSER       PIC X(20).
                10 CT-NOTE         PIC X(40).
                10 CT-REMIND       PIC X(08).
                10 CT-REMIND-CNT   PIC 9(02).
       01  WS-CASE-FULL-FLAG      PIC X(01) VALUE "N".
           88 CASE-TABLE-OVERFLOW           VALUE "Y".
       01  WS-CASE-DATE           PIC X(08).
       01  WS-CASE-HIT            PIC 9(05).
       01  WS-CASE-OPENED         PIC 9(05) VALUE ZERO.
       01  WS-CASE-CLOSED         PIC 9(05) VALUE ZERO.
       01  WS-CASE-PENDING        PIC 9(05) VALUE ZERO.

      *Controle des livraisons attendues : jour du passage, rang
      *du jour dans la semaine (1 lundi a 7 dimanche), jour chome
      *au calendrier d'exploitation.
       01  WS-DLV-TODAY           PIC 9(08).
       01  WS-DLV-DAY-NUM         PIC 9(07).
       01  WS-DLV-WEEKDAY         PIC 9(01).
       01  WS-DLV-WEEKEND-FLAG    PIC X(01) VALUE "N".
           88 DLV-WEEKEND-IS-OFF            VALUE "Y".
       01  WS-DLV-OFF-FLAG        PIC X(01) VALUE "N".
           88 DLV-DAY-IS-OFF                VALUE "Y".
       01  WS-DLV-HIT             PIC 9(03).
       01  WS-DLV-VOLUME          PIC 9(07).
       01  WS-DLV-MIN             PIC 9(07).
       01  WS-DLV-MAX             PIC 9(07).
       01  WS-DLV-STATE           PIC X(06).
           88 DLV-STATE-OK                  VALUE "OK".
       01  WS-DLV-DUE             PIC 9(03) VALUE ZERO.
       01  WS-DLV-MISSING         PIC 9(03) VALUE ZERO.
       01  WS-DLV-OUTRANGE        PIC 9(03) VALUE ZERO.

      *Ligne de journal d'une livraison attendue en defaut, et
      *ligne de synthese du controle.
       01  WS-JOURNAL-DLV-LINE.
           05 FILLER              PIC X(01) VALUE "[".
           05 OUT-JL-STAMP        PIC X(14).
           05 FILLER              PIC X(13) VALUE "] Livraison: ".
           05 OUT-JL-FILE         PIC X(40).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OUT-JL-STATE        PIC X(06).
           05 FILLER              PIC X(07) VALUE " Lus : ".
           05 OUT-JL-COUNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(11) VALUE " Attendu : ".
           05 OUT-JL-MIN          PIC ZZZZZZ9.
           05 FILLER              PIC X(03) VALUE " a ".
           05 OUT-JL-MAX          PIC ZZZZZZ9.

       01  WS-JOURNAL-DLV-SUM-LINE.
           05 FILLER              PIC X(01) VALUE "[".
           05 OUT-JS-STAMP        PIC X(14).
           05 FILLER              PIC X(25) VALUE
                  "] Livraisons attendues : ".
           05 OUT-JS-DUE          PIC ZZ9.
           05 FILLER              PIC X(12) VALUE " Absentes : ".
           05 OUT-JS-MISSING      PIC ZZ9.
           05 FILLER              PIC X(15) VALUE " Hors volume : ".
           05 OUT-JS-OUTRANGE     PIC ZZ9.

       01  WS-ALERT-DLV-LINE.
           05 FILLER              PIC X(01) VALUE "[".
           05 OUT-AL-STAMP        PIC X(14).
           05 FILLER              PIC X(21) VALUE
                  "] ALERTE livraison : ".
           05 OUT-AL-FILE         PIC X(40).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 OUT-AL-STATE        PIC X(06).
           05 FILLER              PIC X(07) VALUE " lus : ".
           05 OUT-AL-COUNT        PIC ZZZZZZ9.
           05 FILLER              PIC X(02) VALUE " (".
           05 OUT-AL-MIN          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE "-".
           05 OUT-AL-MAX          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE ")".

      *Seuil d'alerte du taux de rejet, en pourcentage des lignes
      *lues ; 20 si le fichier de reglage est absent.
       01  WS-ALERT-THRESHOLD     PIC 9(03) VALUE 20.
           05 FILLER              PIC X(03) VALUE " : ".
           05 OUT-SC-RCOUNT       PIC ZZZZZZ9.

      *Mode partitionne : "PART=k/n" valide la partition k d'un
      *decoupage en n (extracts de rang k, k+n, k+2n... de la
      *liste) dans ses fichiers de travail, sans toucher aux
      *sorties ni aux registres ; "MERGE=n" rejoue ensuite les n
      *partitions dans l'ordre de la liste et produit les sorties
      *habituelles.
       01  WS-PART-MODE           PIC X(01) VALUE SPACE.
           88 PART-WORKER                   VALUE "W".
           88 PART-MERGE                    VALUE "M".
       01  WS-PART-NO             PIC 9(01) VALUE ZERO.
       01  WS-PART-CNT            PIC 9(01) VALUE ZERO.
       01  WS-PART-IDX            PIC 9(02).
       01  WS-PART-OF             PIC 9(01).
       01  WS-PART-ARG-FLAG       PIC X(01) VALUE "N".
           88 PART-ARG-BAD                  VALUE "Y".
       01  WS-PART-GAP-FLAG       PIC X(01) VALUE "N".
           88 PART-GAP-FOUND                VALUE "Y".
       01  WS-PW-KIND             PIC X(01).
       01  WS-PW-SEQ              PIC 9(03).
       01  WS-PWORK-NAME          PIC X(40).
       01  WS-PCTL-NAME           PIC X(40).
       01  WS-PART-MSG            PIC X(60).
       01  F-PWORK-STATUS         PIC X(02) VALUE SPACE.
           88 F-PWORK-STATUS-OK             VALUE "00".
           88 F-PWORK-STATUS-EOF            VALUE "10".
       01  F-PCTL-STATUS          PIC X(02) VALUE SPACE.
           88 F-PCTL-STATUS-OK              VALUE "00".

      *Totaux de controle par partition : ceux annonces par la
      *fiche de la partition (PT-) et ceux recomptes par la fusion
      *dans ses fichiers de travail (PT-S-) ; en mode partition,
      *la ligne de la partition traitee sert de cumul.
       01  PART-TOTALS.
           05 PT-ROW OCCURS 9 TIMES.
                10 PT-EXTS        PIC 9(03).
                10 PT-LINES       PIC 9(07).
                10 PT-READ        PIC 9(07).
                10 PT-REJ         PIC 9(07).
                10 PT-QUAR        PIC 9(07).
                10 PT-CAND        PIC 9(07).
                10 PT-S-EXTS      PIC 9(03).
                10 PT-S-LINES     PIC 9(07).
                10 PT-S-READ      PIC 9(07).
                10 PT-S-REJ       PIC 9(07).
                10 PT-S-QUAR      PIC 9(07).
                10 PT-S-CAND      PIC 9(07).

      *Totaux attendus par extract (queue de son fichier de
      *travail), rapproches des lignes effectivement rejouees.
       01  PART-EXT-EXPECT.
           05 PX-READ             PIC 9(07) OCCURS 50 TIMES.
           05 PX-QUAR             PIC 9(07) OCCURS 50 TIMES.

      *Recomptage d'un fichier de travail par la fusion.
       01  WS-PW-CNT-LINES        PIC 9(07).
       01  WS-PW-CNT-R            PIC 9(07).
       01  WS-PW-CNT-Q            PIC 9(07).
       01  WS-PW-CNT-C            PIC 9(07).
       01  WS-PW-TAIL-FLAG        PIC X(01) VALUE "N".
           88 PW-TAIL-SEEN                  VALUE "Y".

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
                 WHEN "FORCE"
                   SET FORCE-MODE-ON   TO TRUE
                 WHEN OTHER
                   IF WS-ARG(WS-ARG-IDX)(1:5) = "PART="
                     OR WS-ARG(WS-ARG-IDX)(1:6) = "MERGE="
                       PERFORM 0080-PART-ARG-START
                       THRU    0080-PART-ARG-END
                   END-IF
               END-EVALUATE
           END-PERFORM.

      *Un argument de partition mal forme ne doit pas laisser
      *partir un passage complet a la place d'une partition.
           IF PART-ARG-BAD
               DISPLAY "ABANDON : argument de partition invalide "
                       "(PART=k/n ou MERGE=n, n de 1 a 9)."
               MOVE "F"                TO WS-INC-SEVERITY
               MOVE "Argument de partition invalide"
                                       TO WS-INC-MESSAGE
               MOVE WS-CMD-LINE(1:30)  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF.

      *Une partition n'ecrit que ses fichiers de travail : la
      *simulation et la reprise n'y ont pas de sens (elle se
      *relance en entier), elles se demandent a la fusion. Chaque
      *partition a son propre verrou pour tourner en meme temps
      *que les autres ; la fusion prend le verrou habituel.
           IF PART-WORKER
               IF DRYRUN-MODE-ON OR RESTART-MODE-ON
                   DISPLAY "DRYRUN/RESTART ignores en mode "
                           "partition."
                   MOVE "N"            TO WS-DRYRUN-FLAG
                   MOVE "N"            TO WS-RESTART-FLAG
               END-IF
               MOVE SPACES             TO WS-LOCK-FILE
               STRING "validation_p" WS-PART-NO ".lock"
                      DELIMITED BY SIZE INTO WS-LOCK-FILE
           END-IF.

      *En entree delimitee, la normalisation couvre toute la ligne
      *large, pas seulement les 110 octets de la disposition fixe.
           IF DELIM-MODE-ON
           PERFORM 0095-MANIFEST-CHECK-START
           THRU    0095-MANIFEST-CHECK-END.

      *Une partition valide ici ses extracts et s'arrete : les
      *controles qui dependent des autres lignes (doublons du
      *passage, registre, RH) et toutes les sorties reviennent a
      *la fusion.
           IF PART-WORKER
               PERFORM 0190-PART-RUN-START
               THRU    0190-PART-RUN-END
           END-IF.

      *La fusion verifie que chaque partition est complete et que
      *ses totaux se recoupent avant d'ouvrir la moindre sortie.
           IF PART-MERGE
               PERFORM 0170-PART-CHECK-START
               THRU    0170-PART-CHECK-END
           END-IF.

      *Comparaison de chaque extract au dernier extract accepte du
      *meme expediteur : un fichier bien forme mais qui renouvelle
      *une trop grande part de la population (donnees de l'an
      *dernier, population d'une autre branche) est mis en attente
      *de revue au lieu d'etre traite.
           PERFORM 0970-VOLATILITY-CHECK-START
           THRU    0970-VOLATILITY-CHECK-END.

      *Chargement des correspondances d'identifiants renumerotes,
      *consultees par le controle de doublon inter-passages.
           PERFORM 0088-LOAD-ALIAS-START
           THRU    0088-LOAD-ALIAS-END.

      *Chargement de l'extract RH en etat complet pour le controle
      *des lignes acceptees, sauf controle coupe par parametre.
           IF NOT HR-CHECK-OFF
               PERFORM 0098-LOAD-HR-START
               THRU    0098-LOAD-HR-END
           END-IF.

      *Ouverture du registre indexe des emails acceptes lors des
      *passages precedents (conversion depuis l'ancien registre a
      *plat a la premiere execution).
               IF RESUME-ACTIVE AND WS-EXT-IDX < WS-RESUME-FILE
                   DISPLAY "Reprise : fichier deja traite, saute : "
                           EXT-NAME(WS-EXT-IDX)
               ELSE
               IF EXT-VOL-STATE(WS-EXT-IDX) = "A"
                   DISPLAY "Extract en attente de revue, saute : "
                           EXT-NAME(WS-EXT-IDX)
               ELSE
                   MOVE EXT-NAME(WS-EXT-IDX) TO WS-INPUT-FILENAME
                   IF PART-MERGE
                       PERFORM 0180-MERGE-INPUT-START
                       THRU    0180-MERGE-INPUT-END
                   ELSE
                       PERFORM 0100-F-INPUT-START
                       THRU    0100-F-INPUT-END
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *Fusion : un ecart entre une queue de fichier de travail et
      *les lignes rejouees est un ecart de reconciliation.
           IF PART-GAP-FOUND
               DISPLAY "ATTENTION : ecart entre partitions et "
                       "fusion (voir ci-dessus)."
               IF WS-FINAL-RC < 4
                   MOVE 4               TO WS-FINAL-RC
               END-IF
           END-IF.

           IF NOT DRYRUN-MODE-ON
               CLOSE F-VALID
               CLOSE F-VALID-GEN
               CLOSE F-QUAR
           END-IF.

           IF WS-HR-WARN-COUNT > 0
               DISPLAY "Lignes inconnues des RH acceptees en "
                       "avertissement : " WS-HR-WARN-COUNT
           END-IF.

      *Paragraphe optionnel de re-test des lignes rejetees, a partir
      *d'un fichier de corrections, sans rejouer tout users.dat.
           IF CORRECT-MODE-ON
           PERFORM 0700-JOURNAL-START
           THRU    0700-JOURNAL-END.

      *Livraisons attendues ce jour au calendrier des expediteurs :
      *un expediteur absent de la liste, ou dont le volume sort de
      *sa fourchette, est signale au journal et dans ops_alert.log
      *-- une branche qui cesse d'envoyer ne passe plus inapercue.
           PERFORM 0570-DELIVERY-CHECK-START
           THRU    0570-DELIVERY-CHECK-END.

      *Bulletin de qualite par expediteur, a partir des compteurs
      *par fichier et des motifs de rejets.work (avant sa purge de
      *fin de passage).
               THRU    0950-LEDGER-UPDATE-END
           END-IF.

      *Les photos des extracts acceptes deviennent la reference du
      *prochain controle de volatilite ; les mises en attente et
      *les liberations consommees sont reportees au registre des
      *extracts en attente.
           IF NOT DRYRUN-MODE-ON
               PERFORM 0960-HOLD-UPDATE-START
               THRU    0960-HOLD-UPDATE-END
           END-IF.

      *Suivi des rejets : les dossiers des personnes acceptees ce
      *soir se ferment, les rejets du passage ouvrent (ou
      *rafraichissent) le leur -- lu dans rejects.work avant sa
      *purge.
           IF NOT DRYRUN-MODE-ON
               PERFORM 0990-CASE-UPDATE-START
               THRU    0990-CASE-UPDATE-END
           END-IF.

      *Passage termine normalement : le point de reprise et le
      *fichier de travail des rejets ne serviront plus, on les
      *supprime pour que le prochain passage parte de zero.
           IF NOT DRYRUN-MODE-ON
               CALL "CBL_DELETE_FILE" USING WS-CHKPT-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-REJWORK-FILENAME
               IF PART-MERGE
                   PERFORM 0178-PART-PURGE-START
                   THRU    0178-PART-PURGE-END
               END-IF
           END-IF.

      *Le registre indexe est reste ouvert pour les lectures a la

      ******************************************************************

      *Lecture d'un argument de partition : "PART=k/n" (partition
      *k d'un decoupage en n) ou "MERGE=n" (fusion des n
      *partitions), n de 1 a 9. Un seul argument de partition par
      *passage ; toute autre forme est refusee.
       0080-PART-ARG-START.

           IF WS-PART-MODE NOT = SPACE
               SET PART-ARG-BAD         TO TRUE
               GO TO 0080-PART-ARG-END
           END-IF.

           IF WS-ARG(WS-ARG-IDX)(1:5) = "PART="
               IF WS-ARG(WS-ARG-IDX)(6:1) IS NUMERIC
                 AND WS-ARG(WS-ARG-IDX)(7:1) = "/"
                 AND WS-ARG(WS-ARG-IDX)(8:1) IS NUMERIC
                 AND WS-ARG(WS-ARG-IDX)(9:12) = SPACES
                   MOVE WS-ARG(WS-ARG-IDX)(6:1) TO WS-PART-NO
                   MOVE WS-ARG(WS-ARG-IDX)(8:1) TO WS-PART-CNT
                   SET PART-WORKER      TO TRUE
               ELSE
                   SET PART-ARG-BAD     TO TRUE
                   GO TO 0080-PART-ARG-END
               END-IF
           ELSE
               IF WS-ARG(WS-ARG-IDX)(7:1) IS NUMERIC
                 AND WS-ARG(WS-ARG-IDX)(8:13) = SPACES
                   MOVE WS-ARG(WS-ARG-IDX)(7:1) TO WS-PART-CNT
                   SET PART-MERGE       TO TRUE
               ELSE
                   SET PART-ARG-BAD     TO TRUE
                   GO TO 0080-PART-ARG-END
               END-IF
           END-IF.

           IF WS-PART-CNT = 0
             OR (PART-WORKER
                 AND (WS-PART-NO = 0 OR WS-PART-NO > WS-PART-CNT))
               SET PART-ARG-BAD         TO TRUE
           END-IF.

           EXIT.
       0080-PART-ARG-END.

      ******************************************************************

      *Interroge le service central des parametres : noms du
      *registre des emails (remappes en environnement TEST) et
      *reglages jusqu'ici cables en dur (cadence du point de
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

      *Extract RH de reference et mode du controle RH (REJET,
      *AVERT le temps d'assainir la couverture du fichier RH, OFF).
           MOVE "FILE.HR-FULLSTATE"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-HRFULL-NAME
           END-IF.

           MOVE "TUN.HR-CHECK"          TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE FUNCTION UPPER-CASE(WS-PRM-VALUE(1:5))
                                        TO WS-HR-MODE
               IF NOT HR-CHECK-REJECT
                 AND NOT HR-CHECK-WARN
                 AND NOT HR-CHECK-OFF
                   DISPLAY "Mode de controle RH inconnu : "
                           FUNCTION TRIM(WS-PRM-VALUE)
                           ", REJET retenu."
                   SET HR-CHECK-REJECT  TO TRUE
               END-IF
           END-IF.

      *Tolerance de volatilite par defaut des extracts (en % des
      *identifiants du dernier extract accepte) ; 0 coupe le
      *controle pour les expediteurs sans tolerance propre.
           MOVE "TUN.VOLAT-MAX"         TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-VOL-MAX =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           EXIT.
       0085-LOAD-PARAMS-END.

      *et les rattache aux extracts de la liste : seuil d'alerte
      *propre (0 = global), prefixe de sortie propre (blanc = pas
      *de fichier propre), domaines autorises propres separes par
      *des virgules (aucun = referentiel global), tolerance de
      *volatilite propre (0 ou absente = tolerance globale). Un
      *fichier absent laisse tout le monde sur le profil par defaut.
       0087-LOAD-PROFILES-START.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               MOVE 0                   TO EXT-THRESH(WS-EXT-IDX)
               MOVE 0                   TO EXT-VOLAT(WS-EXT-IDX)
               MOVE SPACES              TO EXT-PREFIX(WS-EXT-IDX)
               MOVE 0                   TO EXT-DOM-CNT(WS-EXT-IDX)
           END-PERFORM.
               MOVE PRO-THRESH          TO EXT-THRESH(WS-EXT-IDX)
           END-IF.
           MOVE PRO-PREFIX              TO EXT-PREFIX(WS-EXT-IDX).
      *Les profils d'avant la tolerance de volatilite s'arretent
      *aux domaines : zone a blanc, tolerance globale.
           IF PRO-VOLAT IS NUMERIC
               MOVE PRO-VOLAT           TO EXT-VOLAT(WS-EXT-IDX)
           END-IF.

           MOVE SPACES                  TO WS-PRO-DOM-FIELDS.
           UNSTRING PRO-DOMAINS DELIMITED BY ","

      ******************************************************************

      *Charge l'extract RH en etat complet dans HR-TABLE, en
      *majuscules, trie et sans doublon, par un tri interne sur
      *SD-HR. Extract absent ou vide : le controle RH est suspendu
      *pour le passage (signale au journal des incidents) -- un
      *fichier RH manquant ne doit pas rejeter toute la nuit.
       0098-LOAD-HR-START.

           OPEN INPUT F-HRFULL.
           IF F-HRFULL-STATUS-OK
               CLOSE F-HRFULL
               SORT SD-HR
                    ON ASCENDING KEY SRT-HR-NAME
                    INPUT PROCEDURE  IS 0740-HR-RELEASE-START
                                     THRU 0740-HR-RELEASE-END
                    OUTPUT PROCEDURE IS 0741-HR-RETURN-START
                                     THRU 0741-HR-RETURN-END
           ELSE
               DISPLAY "Extract RH illisible ("
                       FUNCTION TRIM(WS-HRFULL-NAME)
                       "), statut : " F-HRFULL-STATUS
           END-IF.
           MOVE SPACE                   TO F-HRFULL-STATUS.

           IF HR-LGHT > 0
               DISPLAY "Extract RH charge : " HR-LGHT
                       " nom(s), controle RH en mode " WS-HR-MODE
               GO TO 0098-LOAD-HR-END
           END-IF.

           DISPLAY "Controle RH suspendu pour ce passage.".
           SET HR-CHECK-OFF             TO TRUE.
           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE "Extract RH absent ou vide : controle RH suspendu"
                                        TO WS-INC-MESSAGE.
           MOVE WS-HRFULL-NAME(1:30)    TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0098-LOAD-HR-END.

      ******************************************************************

      *Charge la liste des extracts depuis extracts.lst ; sans
      *liste, le passage consomme users.dat comme avant. Les noms
      *sont consommes dans l'ordre du fichier, pour que la reprise
                     UNTIL WS-EXT-IDX > EXT-COUNT
               MOVE SPACES              TO EXT-CTL-DATE(WS-EXT-IDX)
               MOVE 0                   TO EXT-LINES(WS-EXT-IDX)
               MOVE EXT-NAME(WS-EXT-IDX) TO EXT-SENDER(WS-EXT-IDX)
      *Un extract deja enregistre au registre des extracts
      *consommes est refuse ici, avant toute sortie, sauf FORCE.
               PERFORM 0089-LEDGER-CHECK-START

           MOVE WS-HDR-DATE             TO EXT-CTL-DATE(WS-EXT-IDX).
           MOVE WS-TYPED-D-COUNT        TO EXT-LINES(WS-EXT-IDX).
           IF WS-HDR-SENDER NOT = SPACES
               MOVE WS-HDR-SENDER       TO EXT-SENDER(WS-EXT-IDX)
           END-IF.

           DISPLAY "Extract type conforme pour "
                   FUNCTION TRIM(EXT-NAME(WS-EXT-IDX))

      ******************************************************************

      *Procedure d'entree du tri de l'extract RH : chaque nom non
      *blanc est livre au tri en majuscules.
       0740-HR-RELEASE-START.

           OPEN INPUT F-HRFULL.

           PERFORM UNTIL F-HRFULL-STATUS-EOF
             READ F-HRFULL
              AT END
                CONTINUE
              NOT AT END
                IF HRF-NAME NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(HRF-NAME)
                                         TO SRT-HR-NAME
                    RELEASE REC-SD-HR
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-HRFULL.

           EXIT.
       0740-HR-RELEASE-END.

      ******************************************************************

      *Procedure de sortie du tri de l'extract RH : les noms
      *arrivent tries, les repetitions sont ecartees.
       0741-HR-RETURN-START.

           MOVE "N"                     TO WS-HR-SORT-EOF-FLAG.
           MOVE SPACES                  TO WS-HR-PREV.

           PERFORM UNTIL HR-SORT-AT-END
             RETURN SD-HR
              AT END
                SET HR-SORT-AT-END      TO TRUE
              NOT AT END
                IF SRT-HR-NAME NOT = WS-HR-PREV
                    IF HR-LGHT >= HR-MAX
                        DISPLAY "Table RH pleine (" HR-MAX
                                ") : nom ignore : " SRT-HR-NAME
                    ELSE
                        ADD 1            TO HR-LGHT
                        MOVE SRT-HR-NAME TO HR-T-NAME(HR-LGHT)
                    END-IF
                    MOVE SRT-HR-NAME     TO WS-HR-PREV
                END-IF
             END-RETURN
           END-PERFORM.

           EXIT.
       0741-HR-RETURN-END.

      ******************************************************************

      *Recherche dichotomique de WS-HR-KEY (nom en majuscules) dans
      *la table triee de l'extract RH : HR-FOUND si present.
       0745-HR-FIND-START.

           MOVE "N"                     TO WS-HR-FOUND-FLAG.
           MOVE 1                       TO WS-HR-LO.
           MOVE HR-LGHT                 TO WS-HR-HI.

           PERFORM UNTIL WS-HR-LO > WS-HR-HI OR HR-FOUND
               COMPUTE WS-HR-MID = (WS-HR-LO + WS-HR-HI) / 2
               EVALUATE TRUE
                 WHEN HR-T-NAME(WS-HR-MID) = WS-HR-KEY
                   SET HR-FOUND         TO TRUE
                 WHEN HR-T-NAME(WS-HR-MID) < WS-HR-KEY
                   COMPUTE WS-HR-LO = WS-HR-MID + 1
                 WHEN OTHER
                   IF WS-HR-MID = 1
                       MOVE 0           TO WS-HR-HI
                   ELSE
                       COMPUTE WS-HR-HI = WS-HR-MID - 1
                   END-IF
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0745-HR-FIND-END.

      ******************************************************************

      *Aiguillage final d'une ligne qui a passe tous les autres
      *controles : acceptee si son NOM figure dans l'extract RH.
      *Inconnue des RH : rejetee sous son propre motif en mode
      *REJET, acceptee mais signalee et comptee par expediteur en
      *mode AVERT. Controle coupe ou suspendu : acceptee.
       0750-HR-ROUTE-START.

           IF HR-CHECK-OFF
               PERFORM 0350-ACCEPT-RECORD-START
               THRU    0350-ACCEPT-RECORD-END
               GO TO 0750-HR-ROUTE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(NOM) TO WS-HR-KEY.
           PERFORM 0745-HR-FIND-START
           THRU    0745-HR-FIND-END.

           IF HR-FOUND
               PERFORM 0350-ACCEPT-RECORD-START
               THRU    0350-ACCEPT-RECORD-END
               GO TO 0750-HR-ROUTE-END
           END-IF.

           IF HR-CHECK-WARN
               DISPLAY "Inconnu des RH (avertissement) sur la ligne "
                       "n° " ID-USER
               ADD 1                    TO WS-HR-WARN-COUNT
               ADD 1                    TO WS-FILE-HRW
               PERFORM 0350-ACCEPT-RECORD-START
               THRU    0350-ACCEPT-RECORD-END
           ELSE
               DISPLAY "Inconnu des RH sur la ligne n° " ID-USER
               MOVE "Inconnu des RH"    TO RW-REASON
               PERFORM 0320-REJECT-RECORD-START
               THRU    0320-REJECT-RECORD-END
           END-IF.

           EXIT.
       0750-HR-ROUTE-END.

      ******************************************************************

      *Lecture du fichier d'entree courant, une ligne a la fois :
      *chaque ligne est normalisee, validee et routee immediatement
      *vers le fichier des valides ou la table des rejets, si bien
           MOVE 0                       TO WS-FILE-READ.
           MOVE 0                       TO WS-FILE-REJ.
           MOVE 0                       TO WS-FILE-QUAR.
           MOVE 0                       TO WS-FILE-HRW.
      *Le BOM UTF-8 peut se presenter en tete de chacun des
      *fichiers de la liste.
           MOVE "Y"                     TO WS-NORM-FIRST.
               STOP RUN
           END-IF.

      *En mode partition, les lignes de l'extract partent dans son
      *fichier de travail au lieu des sorties.
           IF PART-WORKER
               PERFORM 0185-PART-OPEN-START
               THRU    0185-PART-OPEN-END
           END-IF.

      *Fichier des valides propre a l'expediteur profile, ouvert
      *pour la duree de son extract (pas en mode partition : les
      *acceptations y sont prononcees par la fusion).
           MOVE "N"                     TO WS-SVALID-OPEN-FLAG.
           IF NOT DRYRUN-MODE-ON AND NOT PART-WORKER
             AND EXT-PREFIX(WS-EXT-IDX) NOT = SPACES
               PERFORM 0105-SVALID-OPEN-START
               THRU    0105-SVALID-OPEN-END
           END-IF.

           DISPLAY "Debut de lecture de "

           CLOSE F-INPUT.

           IF PART-WORKER
               PERFORM 0186-PART-CLOSE-START
               THRU    0186-PART-CLOSE-END
               GO TO 0100-F-INPUT-END
           END-IF.

           PERFORM 0106-FILE-END-START
           THRU    0106-FILE-END-END.

           EXIT.
       0100-F-INPUT-END.

      ******************************************************************

      *Ouverture du fichier des valides propre a l'expediteur
      *profile de l'extract courant. En reprise sur le fichier de
      *la coupure, il se prolonge au lieu de s'ecraser : les lignes
      *d'avant la coupure sont sautees sans etre reecrites, un
      *OPEN OUTPUT ne laisserait que les lignes d'apres.
       0105-SVALID-OPEN-START.

           MOVE SPACES                  TO WS-SVALID-NAME.
           STRING FUNCTION TRIM(EXT-PREFIX(WS-EXT-IDX))
                  "valid_users.out" INTO WS-SVALID-NAME.
           IF RESUME-ACTIVE AND WS-EXT-IDX = WS-RESUME-FILE
               OPEN EXTEND F-SVALID
           ELSE
               OPEN OUTPUT F-SVALID
           END-IF.
           IF F-SVALID-STATUS-OK
               SET SVALID-IS-OPEN       TO TRUE
           ELSE
               DISPLAY "Fichier des valides du profil "
                       "inecrivable : "
                       FUNCTION TRIM(WS-SVALID-NAME)
           END-IF.

           EXIT.
       0105-SVALID-OPEN-END.

      ******************************************************************

      *Fin d'un extract (lu directement ou rejoue depuis sa
      *partition) : fermeture du fichier des valides du profil,
      *compteurs du fichier pour le bilan, et point de reprise
      *pousse sur la frontiere (prochain fichier, zero ligne a
      *sauter), pour qu'une coupure entre deux fichiers reprenne
      *au bon endroit.
       0106-FILE-END-START.

           IF SVALID-IS-OPEN
               CLOSE F-SVALID
               MOVE "N"                 TO WS-SVALID-OPEN-FLAG
           END-IF.

           MOVE WS-FILE-READ            TO FS-READ(WS-EXT-IDX).
           MOVE WS-FILE-REJ             TO FS-REJ (WS-EXT-IDX).
           MOVE WS-FILE-QUAR            TO FS-QUAR(WS-EXT-IDX).
           MOVE WS-FILE-HRW             TO FS-HRW (WS-EXT-IDX).

           COMPUTE WS-PRIOR-DONE = WS-VALID-COUNT + WS-REJECT-TOTAL
                                   + WS-QUAR-COUNT.
           IF NOT DRYRUN-MODE-ON
               PERFORM 0160-CHECKPOINT-WRITE-START
               THRU    0160-CHECKPOINT-WRITE-END
           END-IF.

           EXIT.
       0106-FILE-END-END.

      ******************************************************************

      *Tri des enregistrements types de la ligne courante d'un
      *extract H/D/T : l'entete et la queue (deja verifies par le
      *pre-vol) sont sautes sans compter dans les lignes brutes
           ADD 1                        TO WS-QUAR-COUNT.
           ADD 1                        TO WS-FILE-QUAR.

           IF PART-WORKER
               MOVE "Q"                 TO WS-PW-KIND
               PERFORM 0187-PART-WRITE-START
               THRU    0187-PART-WRITE-END
               GO TO 0120-QUARANTINE-END
           END-IF.

           IF NOT DRYRUN-MODE-ON
               MOVE SPACES              TO REC-F-QUAR
               MOVE WS-LINE-COUNT       TO Q-LINENO
      *traitees.
       0150-CHECKPOINT-START.

           IF DRYRUN-MODE-ON OR PART-WORKER
               GO TO 0150-CHECKPOINT-END
           END-IF.


      ******************************************************************

      *Controle d'entree de la fusion : chaque partition doit avoir
      *laisse sa fiche de totaux (ecrite en dernier, son absence
      *signale une partition inachevee ou encore en cours), pour
      *le meme decoupage et le meme mode d'entree ; chaque extract
      *de la liste doit avoir son fichier de travail complet, cree
      *par la bonne partition. Les fichiers sont recomptes et leurs
      *totaux rapproches de ceux des queues et des fiches : tout
      *ecart arrete la fusion avant la moindre sortie.
       0170-PART-CHECK-START.

           DISPLAY "Fusion de " WS-PART-CNT " partition(s).".
           INITIALIZE PART-TOTALS.
           INITIALIZE PART-EXT-EXPECT.

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PART-CNT
               PERFORM 0171-PART-CTL-READ-START
               THRU    0171-PART-CTL-READ-END
           END-PERFORM.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               PERFORM 0172-PART-SCAN-START
               THRU    0172-PART-SCAN-END
           END-PERFORM.

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PART-CNT
               IF PT-S-EXTS (WS-PART-IDX) NOT = PT-EXTS (WS-PART-IDX)
                 OR PT-S-LINES(WS-PART-IDX) NOT = PT-LINES(WS-PART-IDX)
                 OR PT-S-READ (WS-PART-IDX) NOT = PT-READ (WS-PART-IDX)
                 OR PT-S-REJ  (WS-PART-IDX) NOT = PT-REJ  (WS-PART-IDX)
                 OR PT-S-QUAR (WS-PART-IDX) NOT = PT-QUAR (WS-PART-IDX)
                 OR PT-S-CAND (WS-PART-IDX) NOT = PT-CAND (WS-PART-IDX)
                   PERFORM 0177-PART-NAMES-START
                   THRU    0177-PART-NAMES-END
                   MOVE "Totaux de partition non concordants"
                                        TO WS-PART-MSG
                   MOVE WS-PCTL-NAME(1:30) TO WS-INC-KEY
                   PERFORM 0179-PART-ABORT-START
                   THRU    0179-PART-ABORT-END
               END-IF
               DISPLAY "Partition " WS-PART-IDX " : "
                       PT-EXTS(WS-PART-IDX) " extract(s), lignes "
                       PT-LINES(WS-PART-IDX) ", lus "
                       PT-READ(WS-PART-IDX) ", rejets de ligne "
                       PT-REJ(WS-PART-IDX) ", quarantaine "
                       PT-QUAR(WS-PART-IDX) ", candidates "
                       PT-CAND(WS-PART-IDX) " -- concordant."
           END-PERFORM.

           EXIT.
       0170-PART-CHECK-END.

      ******************************************************************

      *Lecture de la fiche de totaux de la partition WS-PART-IDX.
       0171-PART-CTL-READ-START.

           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.
           MOVE WS-PCTL-NAME(1:30)      TO WS-INC-KEY.

           MOVE SPACE                   TO F-PCTL-STATUS.
           OPEN INPUT F-PCTL.
           IF NOT F-PCTL-STATUS-OK
               MOVE "Partition inachevee (fiche de totaux absente)"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           READ F-PCTL
             AT END
               MOVE "Partition inachevee (fiche de totaux vide)"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-READ.
           CLOSE F-PCTL.

           IF PC-PART NOT = WS-PART-IDX
             OR PC-PARTS NOT = WS-PART-CNT
               MOVE "Partition produite pour un autre decoupage"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           IF PC-DELIM NOT = WS-DELIM-FLAG
               MOVE "Partition produite dans un autre mode d'entree"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           MOVE PC-EXTS                 TO PT-EXTS (WS-PART-IDX).
           MOVE PC-LINES                TO PT-LINES(WS-PART-IDX).
           MOVE PC-READ                 TO PT-READ (WS-PART-IDX).
           MOVE PC-REJ                  TO PT-REJ  (WS-PART-IDX).
           MOVE PC-QUAR                 TO PT-QUAR (WS-PART-IDX).
           MOVE PC-CAND                 TO PT-CAND (WS-PART-IDX).

           EXIT.
       0171-PART-CTL-READ-END.

      ******************************************************************

      *Recomptage du fichier de travail de l'extract WS-EXT-IDX :
      *entete conforme (extract, partition, decoupage), queue
      *presente et concordante avec les lignes du fichier. Les
      *totaux attendus de l'extract sont gardes pour le rapprochement
      *avec les lignes rejouees.
       0172-PART-SCAN-START.

           COMPUTE WS-PART-OF =
                   FUNCTION MOD(WS-EXT-IDX - 1, WS-PART-CNT) + 1.
           MOVE WS-PART-OF              TO WS-PART-IDX.
           MOVE WS-EXT-IDX              TO WS-PW-SEQ.
           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.
           MOVE EXT-NAME(WS-EXT-IDX)(1:30) TO WS-INC-KEY.

           MOVE SPACE                   TO F-PWORK-STATUS.
           OPEN INPUT F-PWORK.
           IF NOT F-PWORK-STATUS-OK
               MOVE "Fichier de travail de partition absent"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           READ F-PWORK
             AT END
               MOVE "Fichier de travail de partition vide"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-READ.

           IF PW-H-KIND NOT = "H"
             OR PW-H-EXT NOT = EXT-NAME(WS-EXT-IDX)
             OR PW-H-PART NOT = WS-PART-OF
             OR PW-H-PARTS NOT = WS-PART-CNT
               MOVE "Fichier de travail d'un autre extract/decoupage"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           MOVE 0                       TO WS-PW-CNT-Q.
           MOVE 0                       TO WS-PW-CNT-R.
           MOVE 0                       TO WS-PW-CNT-C.
           MOVE "N"                     TO WS-PW-TAIL-FLAG.

           PERFORM UNTIL F-PWORK-STATUS-EOF OR PW-TAIL-SEEN
             READ F-PWORK
              AT END
                CONTINUE
              NOT AT END
                EVALUATE PW-KIND
                  WHEN "Q"
                    ADD 1               TO WS-PW-CNT-Q
                  WHEN "R"
                    ADD 1               TO WS-PW-CNT-R
                  WHEN "C"
                    ADD 1               TO WS-PW-CNT-C
                  WHEN "T"
                    SET PW-TAIL-SEEN    TO TRUE
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-PWORK.

           IF NOT PW-TAIL-SEEN
               MOVE "Fichier de travail tronque (queue absente)"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           COMPUTE WS-PW-CNT-LINES =
                   WS-PW-CNT-Q + WS-PW-CNT-R + WS-PW-CNT-C.
           IF PW-T-LINES NOT = WS-PW-CNT-LINES
             OR PW-T-READ NOT = WS-PW-CNT-R + WS-PW-CNT-C
             OR PW-T-REJ  NOT = WS-PW-CNT-R
             OR PW-T-QUAR NOT = WS-PW-CNT-Q
             OR PW-T-CAND NOT = WS-PW-CNT-C
               MOVE "Queue du fichier de travail non concordante"
                                        TO WS-PART-MSG
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           COMPUTE PX-READ(WS-EXT-IDX) = WS-PW-CNT-R + WS-PW-CNT-C.
           MOVE WS-PW-CNT-Q             TO PX-QUAR(WS-EXT-IDX).

           ADD 1                TO PT-S-EXTS (WS-PART-OF).
           ADD WS-PW-CNT-LINES  TO PT-S-LINES(WS-PART-OF).
           ADD PX-READ(WS-EXT-IDX) TO PT-S-READ(WS-PART-OF).
           ADD WS-PW-CNT-R      TO PT-S-REJ  (WS-PART-OF).
           ADD WS-PW-CNT-Q      TO PT-S-QUAR (WS-PART-OF).
           ADD WS-PW-CNT-C      TO PT-S-CAND (WS-PART-OF).

           EXIT.
       0172-PART-SCAN-END.

      ******************************************************************

      *Noms des fichiers de partition : fichier de travail de
      *l'extract de rang WS-PW-SEQ, fiche de totaux de la
      *partition WS-PART-IDX.
       0177-PART-NAMES-START.

           MOVE SPACES                  TO WS-PWORK-NAME.
           STRING "partwork_" WS-PW-SEQ ".dat"
                  DELIMITED BY SIZE INTO WS-PWORK-NAME.
           MOVE SPACES                  TO WS-PCTL-NAME.
           STRING "partition_" WS-PART-IDX ".ctl"
                  DELIMITED BY SIZE INTO WS-PCTL-NAME.

           EXIT.
       0177-PART-NAMES-END.

      ******************************************************************

      *Fusion terminee : les fichiers de travail et les fiches des
      *partitions ne serviront plus ; les supprimer evite qu'une
      *fusion ulterieure rejoue des partitions d'une autre nuit.
       0178-PART-PURGE-START.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               MOVE WS-EXT-IDX          TO WS-PW-SEQ
               PERFORM 0177-PART-NAMES-START
               THRU    0177-PART-NAMES-END
               CALL "CBL_DELETE_FILE" USING WS-PWORK-NAME
           END-PERFORM.

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > WS-PART-CNT
               PERFORM 0177-PART-NAMES-START
               THRU    0177-PART-NAMES-END
               CALL "CBL_DELETE_FILE" USING WS-PCTL-NAME
           END-PERFORM.

           EXIT.
       0178-PART-PURGE-END.

      ******************************************************************

      *Abandon d'une partition ou de la fusion (WS-PART-MSG et
      *WS-INC-KEY renseignes par l'appelant) : rien n'a encore ete
      *ecrit dans les sorties.
       0179-PART-ABORT-START.

           DISPLAY "ABANDON : " FUNCTION TRIM(WS-PART-MSG) " : "
                   FUNCTION TRIM(WS-INC-KEY).
           MOVE "F"                     TO WS-INC-SEVERITY.
           MOVE WS-PART-MSG             TO WS-INC-MESSAGE.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.
           MOVE 8                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0179-PART-ABORT-END.

      ******************************************************************

      *Fusion d'un extract : ses lignes sont rejouees depuis le
      *fichier de travail de sa partition, dans leur ordre de
      *lecture. Quarantaines et rejets de ligne sont prononces tels
      *quels ; les candidates passent par le meme routage que dans
      *un passage unique (doublons, registre, RH), a leur rang dans
      *la liste -- d'ou des decisions identiques. Le curseur de
      *reprise porte sur le numero de ligne d'origine.
       0180-MERGE-INPUT-START.

           MOVE 0                       TO WS-LINE-COUNT.
           MOVE 0                       TO WS-FILE-READ.
           MOVE 0                       TO WS-FILE-REJ.
           MOVE 0                       TO WS-FILE-QUAR.
           MOVE 0                       TO WS-FILE-HRW.

           COMPUTE WS-PART-OF =
                   FUNCTION MOD(WS-EXT-IDX - 1, WS-PART-CNT) + 1.
           MOVE WS-PART-OF              TO WS-PART-IDX.
           MOVE WS-EXT-IDX              TO WS-PW-SEQ.
           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.

           MOVE SPACE                   TO F-PWORK-STATUS.
           OPEN INPUT F-PWORK.
           IF NOT F-PWORK-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       FUNCTION TRIM(WS-PWORK-NAME)
                       ", statut : " F-PWORK-STATUS
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Ouverture du fichier de travail impossible"
                                        TO WS-INC-MESSAGE
               MOVE WS-PWORK-NAME(1:30) TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N"                     TO WS-SVALID-OPEN-FLAG.
           IF NOT DRYRUN-MODE-ON
             AND EXT-PREFIX(WS-EXT-IDX) NOT = SPACES
               PERFORM 0105-SVALID-OPEN-START
               THRU    0105-SVALID-OPEN-END
           END-IF.

           DISPLAY "Debut de fusion de "
                   FUNCTION TRIM(WS-INPUT-FILENAME)
                   " (partition " WS-PART-OF ").".

           MOVE "N"                     TO WS-PW-TAIL-FLAG.
           PERFORM UNTIL F-PWORK-STATUS-EOF OR PW-TAIL-SEEN
             READ F-PWORK
              AT END
                CONTINUE
              NOT AT END
                EVALUATE PW-KIND
                  WHEN "H"
                    CONTINUE
                  WHEN "T"
                    SET PW-TAIL-SEEN    TO TRUE
                  WHEN OTHER
                    MOVE PW-LINENO      TO WS-LINE-COUNT
                    IF RESUME-ACTIVE AND WS-EXT-IDX = WS-RESUME-FILE
                       AND WS-LINE-COUNT <= WS-SKIP-ROWS
                        CONTINUE
                    ELSE
                        PERFORM 0181-MERGE-LINE-START
                        THRU    0181-MERGE-LINE-END
                        PERFORM 0150-CHECKPOINT-START
                        THRU    0150-CHECKPOINT-END
                    END-IF
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-PWORK.

      *Rapprochement de l'extract : lignes rejouees contre la queue
      *de son fichier de travail (sauf sur le fichier d'une reprise,
      *dont le debut a ete saute).
           IF NOT (RESUME-ACTIVE AND WS-EXT-IDX = WS-RESUME-FILE)
             AND (WS-FILE-READ NOT = PX-READ(WS-EXT-IDX)
                  OR WS-FILE-QUAR NOT = PX-QUAR(WS-EXT-IDX))
               DISPLAY "ATTENTION : "
                       FUNCTION TRIM(WS-INPUT-FILENAME)
                       " : lus/quarantaine rejoues " WS-FILE-READ
                       "/" WS-FILE-QUAR ", partition "
                       PX-READ(WS-EXT-IDX) "/" PX-QUAR(WS-EXT-IDX)
               SET PART-GAP-FOUND       TO TRUE
           END-IF.

           PERFORM 0106-FILE-END-START
           THRU    0106-FILE-END-END.

           EXIT.
       0180-MERGE-INPUT-END.

      ******************************************************************

      *Rejeu d'une ligne du fichier de travail : la ligne reprend sa
      *place dans la disposition fixe avant d'etre prononcee.
       0181-MERGE-LINE-START.

           IF PW-KIND = "Q"
               MOVE PW-CONTENT          TO REC-F-INPUT-WIDE
               PERFORM 0120-QUARANTINE-START
               THRU    0120-QUARANTINE-END
               GO TO 0181-MERGE-LINE-END
           END-IF.

           ADD 1                        TO WS-INPUT-COUNT.
           ADD 1                        TO WS-FILE-READ.
           MOVE SPACES                  TO REC-F-INPUT-WIDE.
           MOVE PW-ID                   TO ID-USER.
           MOVE PW-NOM                  TO NOM.
           MOVE PW-EMAIL                TO EMAIL.

           IF PW-KIND = "R"
               MOVE PW-REASON           TO RW-REASON
               PERFORM 0320-REJECT-RECORD-START
               THRU    0320-REJECT-RECORD-END
           ELSE
               PERFORM 0360-ROUTE-LINE-START
               THRU    0360-ROUTE-LINE-END
           END-IF.

           EXIT.
       0181-MERGE-LINE-END.

      ******************************************************************

      *Partition : ouverture du fichier de travail de l'extract
      *courant et ecriture de son entete.
       0185-PART-OPEN-START.

           MOVE WS-EXT-IDX              TO WS-PW-SEQ.
           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.

           MOVE SPACE                   TO F-PWORK-STATUS.
           OPEN OUTPUT F-PWORK.
           IF NOT F-PWORK-STATUS-OK
               MOVE "Fichier de travail de partition inecrivable"
                                        TO WS-PART-MSG
               MOVE WS-PWORK-NAME(1:30) TO WS-INC-KEY
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.

           MOVE SPACES                  TO REC-F-PWORK-HEAD.
           MOVE "H"                     TO PW-H-KIND.
           MOVE EXT-NAME(WS-EXT-IDX)    TO PW-H-EXT.
           MOVE WS-PART-NO              TO PW-H-PART.
           MOVE WS-PART-CNT             TO PW-H-PARTS.
           MOVE WS-DELIM-FLAG           TO PW-H-DELIM.
           MOVE WS-GEN-STAMP            TO PW-H-GEN.
           WRITE REC-F-PWORK-HEAD.

           EXIT.
       0185-PART-OPEN-END.

      ******************************************************************

      *Partition : queue du fichier de travail (totaux de controle
      *de l'extract) et cumul dans les totaux de la partition.
       0186-PART-CLOSE-START.

           MOVE SPACES                  TO REC-F-PWORK-TAIL.
           MOVE "T"                     TO PW-T-KIND.
           MOVE WS-LINE-COUNT           TO PW-T-LINES.
           MOVE WS-FILE-READ            TO PW-T-READ.
           MOVE WS-FILE-REJ             TO PW-T-REJ.
           MOVE WS-FILE-QUAR            TO PW-T-QUAR.
           COMPUTE PW-T-CAND = WS-FILE-READ - WS-FILE-REJ.
           WRITE REC-F-PWORK-TAIL.
           CLOSE F-PWORK.

           ADD 1                TO PT-EXTS (WS-PART-NO).
           ADD WS-LINE-COUNT    TO PT-LINES(WS-PART-NO).
           ADD WS-FILE-READ     TO PT-READ (WS-PART-NO).
           ADD WS-FILE-REJ      TO PT-REJ  (WS-PART-NO).
           ADD WS-FILE-QUAR     TO PT-QUAR (WS-PART-NO).
           ADD PW-T-CAND        TO PT-CAND (WS-PART-NO).

           DISPLAY "Fichier de travail ecrit : "
                   FUNCTION TRIM(WS-PWORK-NAME).

           EXIT.
       0186-PART-CLOSE-END.

      ******************************************************************

      *Partition : une ligne routee de l'extract courant part dans
      *le fichier de travail (WS-PW-KIND : Q, R ou C), avec son
      *numero de ligne d'origine.
       0187-PART-WRITE-START.

           MOVE SPACES                  TO REC-F-PWORK.
           MOVE WS-PW-KIND              TO PW-KIND.
           MOVE WS-LINE-COUNT           TO PW-LINENO.
           IF WS-PW-KIND = "Q"
               MOVE REC-F-INPUT-WIDE    TO PW-CONTENT
           ELSE
               MOVE ID-USER             TO PW-ID
               MOVE NOM                 TO PW-NOM
               MOVE EMAIL               TO PW-EMAIL
               IF WS-PW-KIND = "R"
                   MOVE RW-REASON       TO PW-REASON
               END-IF
           END-IF.
           WRITE REC-F-PWORK.

           EXIT.
       0187-PART-WRITE-END.

      ******************************************************************

      *Passage d'une partition : validation, dans les fichiers de
      *travail, des extracts de la liste qui lui reviennent (rang
      *k, k+n, k+2n...), puis fiche de totaux ecrite en dernier --
      *elle est d'abord supprimee, pour qu'une partition interrompue
      *ne laisse jamais une fiche d'un passage anterieur. Le
      *passage s'arrete ici.
       0190-PART-RUN-START.

           DISPLAY "Partition " WS-PART-NO "/" WS-PART-CNT
                   " : validation des extracts qui lui reviennent.".

           MOVE WS-PART-NO              TO WS-PART-IDX.
           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.
           CALL "CBL_DELETE_FILE" USING WS-PCTL-NAME.

           IF WS-GEN-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:14)       TO WS-GEN-STAMP
           END-IF.

           INITIALIZE PT-ROW(WS-PART-NO).

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               COMPUTE WS-PART-OF =
                       FUNCTION MOD(WS-EXT-IDX - 1, WS-PART-CNT) + 1
               IF WS-PART-OF = WS-PART-NO
                   MOVE EXT-NAME(WS-EXT-IDX) TO WS-INPUT-FILENAME
                   PERFORM 0100-F-INPUT-START
                   THRU    0100-F-INPUT-END
               END-IF
           END-PERFORM.

           MOVE WS-PART-NO              TO WS-PART-IDX.
           PERFORM 0177-PART-NAMES-START
           THRU    0177-PART-NAMES-END.
           MOVE SPACE                   TO F-PCTL-STATUS.
           OPEN OUTPUT F-PCTL.
           IF NOT F-PCTL-STATUS-OK
               MOVE "Fiche de totaux de partition inecrivable"
                                        TO WS-PART-MSG
               MOVE WS-PCTL-NAME(1:30)  TO WS-INC-KEY
               PERFORM 0179-PART-ABORT-START
               THRU    0179-PART-ABORT-END
           END-IF.
           MOVE SPACES                  TO REC-F-PCTL.
           MOVE WS-PART-NO              TO PC-PART.
           MOVE WS-PART-CNT             TO PC-PARTS.
           MOVE WS-DELIM-FLAG           TO PC-DELIM.
           MOVE WS-GEN-STAMP            TO PC-GEN.
           MOVE PT-EXTS (WS-PART-NO)    TO PC-EXTS.
           MOVE PT-LINES(WS-PART-NO)    TO PC-LINES.
           MOVE PT-READ (WS-PART-NO)    TO PC-READ.
           MOVE PT-REJ  (WS-PART-NO)    TO PC-REJ.
           MOVE PT-QUAR (WS-PART-NO)    TO PC-QUAR.
           MOVE PT-CAND (WS-PART-NO)    TO PC-CAND.
           WRITE REC-F-PCTL.
           CLOSE F-PCTL.

           DISPLAY "Partition " WS-PART-NO "/" WS-PART-CNT
                   " terminee : " PT-EXTS(WS-PART-NO)
                   " extract(s), lus " PT-READ(WS-PART-NO)
                   ", rejets de ligne " PT-REJ(WS-PART-NO)
                   ", quarantaine " PT-QUAR(WS-PART-NO)
                   ", candidates " PT-CAND(WS-PART-NO) ".".

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-INC-PROGRAM WS-LOCK-GEN
                                WS-LOCK-FORCE.

           MOVE 0                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0190-PART-RUN-END.

      ******************************************************************

      *Validation et routage de la ligne courante de REC-F-INPUT :
      *appel du sous-programme validate puis controle de doublon
      *contre les cles deja acceptees, et aiguillage immediat vers
                 WHEN OTHER
                   MOVE "Email ou Index invalide" TO RW-REASON
               END-EVALUATE
               PERFORM 0305-LINE-REJECT-START
               THRU    0305-LINE-REJECT-END
           ELSE
      *Le champ NOM a ses propres regles (non vide, caracteres
      *admis, longueur minimale), controlees avec leurs motifs de
               THRU    0330-CHECK-NOM-END
               IF WS-NOM-RC NOT = 0
                   DISPLAY "Nom rejete sur la ligne n° " ID-USER
                   PERFORM 0305-LINE-REJECT-START
                   THRU    0305-LINE-REJECT-END
                   GO TO 0300-TEST-MAIL-END
               END-IF
      *En mode partition, la ligne s'arrete ici : candidate,
      *elle attend la fusion pour les controles suivants.
               IF PART-WORKER
                   MOVE "C"               TO WS-PW-KIND
                   PERFORM 0187-PART-WRITE-START
                   THRU    0187-PART-WRITE-END
               ELSE
                   PERFORM 0360-ROUTE-LINE-START
                   THRU    0360-ROUTE-LINE-END
               END-IF
           END-IF.
           EXIT.
       0300-TEST-MAIL-END.

      ******************************************************************

      *Rejet prononce par les controles propres a la ligne (email,
      *index, domaine, nom ; RW-REASON renseigne) : ecrit au fil de
      *l'eau, ou reporte dans le fichier de travail de la partition
      *pour que la fusion le prononce a son rang.
       0305-LINE-REJECT-START.

           IF PART-WORKER
               ADD 1                    TO WS-FILE-REJ
               MOVE "R"                 TO WS-PW-KIND
               PERFORM 0187-PART-WRITE-START
               THRU    0187-PART-WRITE-END
           ELSE
               PERFORM 0320-REJECT-RECORD-START
               THRU    0320-REJECT-RECORD-END
           END-IF.

           EXIT.
       0305-LINE-REJECT-END.

      ******************************************************************

      *Routage d'une ligne qui a passe les controles propres a la
      *ligne : doublons du passage, doublon inter-passages, puis
      *controle RH avant l'acceptation. Ces controles dependent des
      *lignes deja acceptees : ils se font dans l'ordre de la liste,
      *en passage unique comme a la fusion des partitions.
       0360-ROUTE-LINE-START.

      *Une ligne syntaxiquement correcte peut quand meme faire
      *doublon avec une ligne deja acceptee plus haut : sur
      *l'identifiant (cle des systemes aval et du rapprochement
      *des corrections -- premiere occurrence conservee) ou sur
      *l'email, chacun avec son motif. Recherche dichotomique dans
      *les tables triees du passage.
           MOVE "N"                   TO WS-DUP-FLAG
           MOVE ID-USER               TO WS-BIN-ID
           PERFORM 0720-ACC-ID-FIND-START
           THRU    0720-ACC-ID-FIND-END
           IF BIN-FOUND
               SET DUP-FOUND          TO TRUE
               MOVE "Identifiant en double" TO RW-REASON
           ELSE
               MOVE EMAIL             TO WS-BIN-EMAIL
               PERFORM 0710-ACC-EMAIL-FIND-START
               THRU    0710-ACC-EMAIL-FIND-END
               IF BIN-FOUND
                   SET DUP-FOUND      TO TRUE
                   MOVE "Email en double"   TO RW-REASON
               END-IF
           END-IF
           IF NOT DUP-FOUND
      *Doublon inter-passages : lecture a la cle dans le registre
      *indexe.
             MOVE EMAIL               TO WS-BIN-EMAIL
             MOVE ID-USER             TO WS-BIN-ID
             PERFORM 0730-REG-LOOKUP-START
             THRU    0730-REG-LOOKUP-END
             IF DUP-FOUND
               DISPLAY "Doublon inter-passages sur la ligne "
                       "n° " ID-USER
               PERFORM 0320-REJECT-RECORD-START
               THRU    0320-REJECT-RECORD-END
             ELSE
      *Derniere porte avant l'acceptation : la personne doit
      *figurer dans l'extract RH en etat complet.
               PERFORM 0750-HR-ROUTE-START
               THRU    0750-HR-ROUTE-END
             END-IF
           ELSE
             DISPLAY "Doublon sur la ligne n° " ID-USER
             PERFORM 0320-REJECT-RECORD-START
             THRU    0320-REJECT-RECORD-END
           END-IF.
           EXIT.
       0360-ROUTE-LINE-END.

      ******************************************************************

               MOVE ID-USER             TO OUT-V-ID
               MOVE NOM                 TO OUT-V-NAME
               MOVE EMAIL               TO OUT-V-EMAIL
               MOVE EXT-SENDER(WS-EXT-IDX) TO OUT-V-SENDER
               MOVE EXT-NAME(WS-EXT-IDX) TO OUT-V-EXTRACT
               MOVE WS-GEN-STAMP        TO OUT-V-STAMP
               MOVE WS-LINE-COUNT       TO OUT-V-LINE
               MOVE WS-VALID-OUTPUT     TO REC-F-VALID
               WRITE REC-F-VALID
               MOVE WS-VALID-OUTPUT     TO REC-F-VALID-GEN

      ******************************************************************

      *Controle des livraisons attendues, sur le calendrier des
      *expediteurs (sender_calendar.cfg) : chaque expediteur attendu
      *le jour du passage est cherche dans la liste des extracts et
      *son volume compare a sa fourchette. Les defauts vont au
      *journal et dans ops_alert.log ; chaque expediteur attendu
      *laisse une ligne dans delivery_history.log pour le bilan de
      *ponctualite (la simulation n'alerte ni n'historise).
       0570-DELIVERY-CHECK-START.

           MOVE 0                       TO WS-DLV-DUE.
           MOVE 0                       TO WS-DLV-MISSING.
           MOVE 0                       TO WS-DLV-OUTRANGE.
           MOVE WS-GEN-STAMP(1:8)       TO WS-DLV-TODAY.

           PERFORM 0571-DELIVERY-DAY-START
           THRU    0571-DELIVERY-DAY-END.
           IF DLV-DAY-IS-OFF
               DISPLAY "Jour chome au calendrier : aucune livraison "
                       "attendue."
               GO TO 0570-DELIVERY-CHECK-END
           END-IF.

           OPEN INPUT F-SCAL.
           IF NOT F-SCAL-STATUS-OK
               MOVE SPACE               TO F-SCAL-STATUS
               GO TO 0570-DELIVERY-CHECK-END
           END-IF.

           OPEN EXTEND F-JOURNAL.
           IF NOT F-JOURNAL-STATUS-OK
               OPEN OUTPUT F-JOURNAL
           END-IF.
           IF NOT DRYRUN-MODE-ON
               OPEN EXTEND F-DELHIST
               IF NOT F-DELHIST-STATUS-OK
                   OPEN OUTPUT F-DELHIST
               END-IF
           END-IF.

           PERFORM UNTIL F-SCAL-STATUS-EOF
             READ F-SCAL
              AT END
                CONTINUE
              NOT AT END
                IF SCAL-FILE NOT = SPACES
                  AND SCAL-FILE(1:1) NOT = "*"
                  AND SCAL-DAYS(WS-DLV-WEEKDAY:1) = "O"
                    PERFORM 0572-DELIVERY-ONE-START
                    THRU    0572-DELIVERY-ONE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SCAL.
           MOVE SPACE                   TO F-SCAL-STATUS.

           IF WS-DLV-DUE > 0
               MOVE WS-GEN-STAMP        TO OUT-JS-STAMP
               MOVE WS-DLV-DUE          TO OUT-JS-DUE
               MOVE WS-DLV-MISSING      TO OUT-JS-MISSING
               MOVE WS-DLV-OUTRANGE     TO OUT-JS-OUTRANGE
               MOVE WS-JOURNAL-DLV-SUM-LINE TO REC-F-JOURNAL
               WRITE REC-F-JOURNAL
           END-IF.

           CLOSE F-JOURNAL.
           IF NOT DRYRUN-MODE-ON
               CLOSE F-DELHIST
           END-IF.

           IF WS-DLV-MISSING > 0 OR WS-DLV-OUTRANGE > 0
               DISPLAY "ALERTE livraisons : " WS-DLV-MISSING
                       " expediteur(s) absent(s), " WS-DLV-OUTRANGE
                       " hors fourchette de volume."
               IF WS-FINAL-RC < 6
                   MOVE 6               TO WS-FINAL-RC
               END-IF
           END-IF.

           EXIT.
       0570-DELIVERY-CHECK-END.

      ******************************************************************

      *Rang du jour du passage dans la semaine, et jour chome ?
      *Meme lecture de run_calendar.cfg que l'enchainement de nuit :
      *jour ferie liste, ou samedi/dimanche sous la regle WEEKEND
      *OFF.
       0571-DELIVERY-DAY-START.

           MOVE "N"                     TO WS-DLV-OFF-FLAG.
           MOVE "N"                     TO WS-DLV-WEEKEND-FLAG.

           COMPUTE WS-DLV-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DLV-TODAY).
           COMPUTE WS-DLV-WEEKDAY = FUNCTION MOD(WS-DLV-DAY-NUM, 7).
           IF WS-DLV-WEEKDAY = 0
               MOVE 7                   TO WS-DLV-WEEKDAY
           END-IF.

           OPEN INPUT F-RCAL.
           IF NOT F-RCAL-STATUS-OK
               MOVE SPACE               TO F-RCAL-STATUS
               GO TO 0571-DELIVERY-DAY-END
           END-IF.

           PERFORM UNTIL F-RCAL-STATUS-EOF
             READ F-RCAL
              AT END
                CONTINUE
              NOT AT END
                EVALUATE TRUE
                  WHEN REC-F-RCAL(1:11) = "WEEKEND OFF"
                    SET DLV-WEEKEND-IS-OFF TO TRUE
                  WHEN REC-F-RCAL(1:8) IS NUMERIC
                    IF FUNCTION NUMVAL(REC-F-RCAL(1:8)) = WS-DLV-TODAY
                        SET DLV-DAY-IS-OFF TO TRUE
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-RCAL.
           MOVE SPACE                   TO F-RCAL-STATUS.

           IF DLV-WEEKEND-IS-OFF AND WS-DLV-WEEKDAY > 5
               SET DLV-DAY-IS-OFF       TO TRUE
           END-IF.

           EXIT.
       0571-DELIVERY-DAY-END.

      ******************************************************************

      *Expediteur REC-F-SCAL attendu ce jour : present dans la liste
      *des extracts, et volume (lignes lues et mises en quarantaine,
      *a defaut le compte du pre-vol) dans sa fourchette. Un extract
      *liste mais vide compte comme absent ; un extract saute par
      *la reprise ou mis en attente est livre, mais sans compte dans
      *ce passage son volume n'est pas juge.
       0572-DELIVERY-ONE-START.

           ADD 1                        TO WS-DLV-DUE.
           MOVE "OK"                    TO WS-DLV-STATE.
           MOVE 0                       TO WS-DLV-VOLUME.
      *Une fourchette illisible ne juge pas le volume.
           MOVE 0                       TO WS-DLV-MIN.
           MOVE 9999999                 TO WS-DLV-MAX.
           IF SCAL-MIN IS NUMERIC AND SCAL-MAX IS NUMERIC
               MOVE SCAL-MIN            TO WS-DLV-MIN
               MOVE SCAL-MAX            TO WS-DLV-MAX
           END-IF.

           MOVE 0                       TO WS-DLV-HIT.
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT OR WS-DLV-HIT > 0
               IF EXT-NAME(WS-EXT-IDX) = SCAL-FILE
                   MOVE WS-EXT-IDX      TO WS-DLV-HIT
               END-IF
           END-PERFORM.

           IF WS-DLV-HIT > 0
               COMPUTE WS-DLV-VOLUME = FS-READ(WS-DLV-HIT)
                                     + FS-QUAR(WS-DLV-HIT)
               IF WS-DLV-VOLUME = 0
                   MOVE EXT-LINES(WS-DLV-HIT) TO WS-DLV-VOLUME
               END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-DLV-HIT = 0
               MOVE "ABSENT"            TO WS-DLV-STATE
             WHEN WS-DLV-VOLUME > 0
               IF WS-DLV-VOLUME < WS-DLV-MIN
                 OR WS-DLV-VOLUME > WS-DLV-MAX
                   MOVE "VOLUME"        TO WS-DLV-STATE
               END-IF
             WHEN EXT-VOL-STATE(WS-DLV-HIT) = "A"
               CONTINUE
             WHEN RESUME-ACTIVE AND WS-DLV-HIT < WS-RESUME-FILE
               CONTINUE
             WHEN OTHER
               MOVE "ABSENT"            TO WS-DLV-STATE
           END-EVALUATE.

           IF NOT DRYRUN-MODE-ON
               MOVE SPACES              TO REC-F-DELHIST
               MOVE WS-GEN-STAMP(1:8)   TO DH-DATE
               MOVE SCAL-FILE           TO DH-FILE
               MOVE WS-DLV-STATE        TO DH-STATUS
               MOVE WS-DLV-VOLUME       TO DH-COUNT
               MOVE WS-DLV-MIN          TO DH-MIN
               MOVE WS-DLV-MAX          TO DH-MAX
               MOVE WS-GEN-STAMP        TO DH-GEN
               WRITE REC-F-DELHIST
           END-IF.

           IF DLV-STATE-OK
               GO TO 0572-DELIVERY-ONE-END
           END-IF.

           IF WS-DLV-STATE = "ABSENT"
               ADD 1                    TO WS-DLV-MISSING
           ELSE
               ADD 1                    TO WS-DLV-OUTRANGE
           END-IF.

           DISPLAY "Livraison attendue en defaut : "
                   FUNCTION TRIM(SCAL-FILE) " " WS-DLV-STATE
                   " (" WS-DLV-VOLUME " lignes).".

           MOVE WS-GEN-STAMP            TO OUT-JL-STAMP.
           MOVE SCAL-FILE               TO OUT-JL-FILE.
           MOVE WS-DLV-STATE            TO OUT-JL-STATE.
           MOVE WS-DLV-VOLUME           TO OUT-JL-COUNT.
           MOVE WS-DLV-MIN              TO OUT-JL-MIN.
           MOVE WS-DLV-MAX              TO OUT-JL-MAX.
           MOVE WS-JOURNAL-DLV-LINE     TO REC-F-JOURNAL.
           WRITE REC-F-JOURNAL.

           IF NOT DRYRUN-MODE-ON
               OPEN EXTEND F-ALERT
               IF NOT F-ALERT-STATUS-OK
                   OPEN OUTPUT F-ALERT
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:14)        TO OUT-AL-STAMP
               MOVE SCAL-FILE           TO OUT-AL-FILE
               MOVE WS-DLV-STATE        TO OUT-AL-STATE
               MOVE WS-DLV-VOLUME       TO OUT-AL-COUNT
               MOVE WS-DLV-MIN          TO OUT-AL-MIN
               MOVE WS-DLV-MAX          TO OUT-AL-MAX
               MOVE WS-ALERT-DLV-LINE   TO REC-F-ALERT
               WRITE REC-F-ALERT
               CLOSE F-ALERT
           END-IF.

           EXIT.
       0572-DELIVERY-ONE-END.

      ******************************************************************

      *Paragraphe optionnel : relit corrections.dat (meme disposition
      *que users.dat) et retente validate sur chaque ligne de
      *INVALID-USER dont l'identifiant correspond ; une ligne qui
      *passe desormais est ecrite chez les valides et marquee
      *corrigee dans INVALID-USER pour qu'elle ne soit plus signalee.
      *Une collision relevee pendant les corrections doit citer sa
      *vraie source chez les candidats a la fusion.
           MOVE "corrections.dat"       TO WS-INPUT-FILENAME.
           MOVE 0                       TO WS-CORR-LINE.

           DISPLAY "Debut du traitement des corrections.".

              AT END
                DISPLAY "Fin du traitement des corrections."
              NOT AT END
                ADD 1                   TO WS-CORR-LINE
                PERFORM VARYING USER-I-IDX FROM 1 BY 1
                    UNTIL USER-I-IDX > USER-I-LGHT
                  IF USER-I-ID(USER-I-IDX) = CORR-ID
                            MOVE 9     TO RETURN-CODE
                        END-IF
                    END-IF
      *Une correction passe aussi le controle RH : en mode REJET,
      *un nom toujours inconnu des RH laisse la ligne en rejet.
                    IF RETURN-CODE = 0
                      AND NOT HR-CHECK-OFF
                        MOVE FUNCTION UPPER-CASE(CORR-NOM)
                                       TO WS-HR-KEY
                        PERFORM 0745-HR-FIND-START
                        THRU    0745-HR-FIND-END
                        IF NOT HR-FOUND
                            IF HR-CHECK-REJECT
                                MOVE 9 TO RETURN-CODE
                            ELSE
                                DISPLAY "Correction inconnue des RH "
                                        "(avertissement) : " CORR-ID
                                ADD 1  TO WS-HR-WARN-COUNT
                            END-IF
                        END-IF
                    END-IF
                    IF RETURN-CODE = 0
      *Une correction syntaxiquement valide peut quand meme
      *reprendre un mail deja accepte : meme controle de doublon
                             MOVE CORR-ID    TO OUT-V-ID
                             MOVE CORR-NOM   TO OUT-V-NAME
                             MOVE CORR-EMAIL TO OUT-V-EMAIL
                             MOVE "CORRECTION" TO OUT-V-SENDER
                             MOVE "corrections.dat"
                                             TO OUT-V-EXTRACT
                             MOVE WS-GEN-STAMP TO OUT-V-STAMP
                             MOVE WS-CORR-LINE TO OUT-V-LINE
                             MOVE WS-VALID-OUTPUT TO REC-F-VALID
                             WRITE REC-F-VALID
                             MOVE WS-VALID-OUTPUT
               END-IF
           END-PERFORM.

      *Extracts mis en attente par le controle de volatilite (la
      *simulation ne met rien en attente).
           IF NOT DRYRUN-MODE-ON
               PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                         UNTIL WS-EXT-IDX > EXT-COUNT
                   IF EXT-VOL-STATE(WS-EXT-IDX) = "A"
                       PERFORM 0705-JOURNAL-HOLD-START
                       THRU    0705-JOURNAL-HOLD-END
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "TOTAL"                TO OUT-J-FILE.
           MOVE WS-INPUT-COUNT         TO OUT-J-TOTAL.
           COMPUTE OUT-J-REJECTED = WS-REJECT-TOTAL - WS-CORR-COUNT.

      ******************************************************************

      *Ligne de journal de l'extract WS-EXT-IDX mis en attente :
      *comparaison retenue au registre des extracts en attente.
       0705-JOURNAL-HOLD-START.

           PERFORM 0979-HELD-FIND-START
           THRU    0979-HELD-FIND-END.
           IF WS-HT-HIT = 0
               GO TO 0705-JOURNAL-HOLD-END
           END-IF.

           MOVE WS-GEN-STAMP            TO OUT-JH-STAMP.
           MOVE EXT-NAME(WS-EXT-IDX)    TO OUT-JH-FILE.
           MOVE HT-ADDED  (WS-HT-HIT)   TO OUT-JH-ADDED.
           MOVE HT-REMOVED(WS-HT-HIT)   TO OUT-JH-REMOVED.
           MOVE HT-CHANGED(WS-HT-HIT)   TO OUT-JH-CHANGED.
           MOVE HT-RATE   (WS-HT-HIT)   TO OUT-JH-RATE.
           MOVE HT-TOL    (WS-HT-HIT)   TO OUT-JH-TOL.
           MOVE WS-JOURNAL-HOLD-LINE    TO REC-F-JOURNAL.
           WRITE REC-F-JOURNAL.

           EXIT.
       0705-JOURNAL-HOLD-END.

      ******************************************************************

      *Bulletin de qualite par expediteur : une passe sur
      *rejets.work ventile les motifs par fichier source, puis un
      *bulletin est ecrit par extract consomme -- lus, rejets par
               WRITE REC-F-SCORE
           END-IF.

      *Controle RH en avertissement : les lignes acceptees bien
      *qu'inconnues des RH ont leur propre ligne au bulletin.
           IF FS-HRW(WS-EXT-IDX) > 0
               MOVE "--- Avertissements ---" TO REC-F-SCORE
               WRITE REC-F-SCORE
               MOVE "Inconnu des RH (avertissement)"
                                        TO OUT-SC-REASON
               MOVE FS-HRW(WS-EXT-IDX)  TO OUT-SC-RCOUNT
               MOVE WS-SCORE-REASON-LINE TO REC-F-SCORE
               WRITE REC-F-SCORE
           END-IF.

           CLOSE F-SCORE.

           EXIT.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
      *Un extract en attente n'est pas consomme : il doit pouvoir
      *passer une fois libere.
             IF EXT-VOL-STATE(WS-EXT-IDX) NOT = "A"
               MOVE SPACES              TO REC-F-LEDGER
               MOVE EXT-NAME(WS-EXT-IDX) TO LED-FILE
               MOVE EXT-CTL-DATE(WS-EXT-IDX) TO LED-DATE
               END-IF
               MOVE WS-GEN-STAMP        TO LED-GEN
               WRITE REC-F-LEDGER
             END-IF
           END-PERFORM.

           CLOSE F-LEDGER.

      ******************************************************************

      *Fin de passage du controle de volatilite : la photo de
      *chaque extract accepte remplace sa reference, celle d'un
      *extract en attente est jetee (la reference reste celle du
      *dernier extract accepte) ; une liberation consommee passe a
      *l'etat T. Le registre des extracts en attente est reecrit
      *s'il a bouge.
       0960-HOLD-UPDATE-START.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               IF EXT-VOL-SNAP(WS-EXT-IDX) = "Y"
                   PERFORM 0978-VOL-NAMES-START
                   THRU    0978-VOL-NAMES-END
                   IF EXT-VOL-STATE(WS-EXT-IDX) = "A"
                       CALL "CBL_DELETE_FILE" USING WS-VOLCUR-NAME
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-VOLLAST-NAME
                       CALL "CBL_RENAME_FILE" USING WS-VOLCUR-NAME
                                                    WS-VOLLAST-NAME
                   END-IF
               END-IF
               IF EXT-VOL-STATE(WS-EXT-IDX) = "L"
                   PERFORM 0979-HELD-FIND-START
                   THRU    0979-HELD-FIND-END
                   IF WS-HT-HIT > 0
                       MOVE "T"         TO HT-STATE(WS-HT-HIT)
                       SET HELD-TABLE-CHANGED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT HELD-TABLE-CHANGED
               GO TO 0960-HOLD-UPDATE-END
           END-IF.

           OPEN OUTPUT F-HELD.
           IF NOT F-HELD-STATUS-OK
               DISPLAY "Registre des extracts en attente "
                       "inecrivable, statut : " F-HELD-STATUS
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des extracts en attente inecrivable"
                                        TO WS-INC-MESSAGE
               MOVE "held_extracts.dat" TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0960-HOLD-UPDATE-END
           END-IF.

           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                     UNTIL WS-HT-IDX > HT-LGHT
               MOVE SPACES              TO REC-F-HELD
               MOVE HT-FILE   (WS-HT-IDX) TO HX-FILE
               MOVE HT-GEN    (WS-HT-IDX) TO HX-GEN
               MOVE HT-PREV   (WS-HT-IDX) TO HX-PREV
               MOVE HT-CUR    (WS-HT-IDX) TO HX-CUR
               MOVE HT-ADDED  (WS-HT-IDX) TO HX-ADDED
               MOVE HT-REMOVED(WS-HT-IDX) TO HX-REMOVED
               MOVE HT-CHANGED(WS-HT-IDX) TO HX-CHANGED
               MOVE HT-RATE   (WS-HT-IDX) TO HX-RATE
               MOVE HT-TOL    (WS-HT-IDX) TO HX-TOL
               MOVE HT-STATE  (WS-HT-IDX) TO HX-STATE
               MOVE HT-DECIDER(WS-HT-IDX) TO HX-DECIDER
               MOVE HT-DECIDED(WS-HT-IDX) TO HX-DECIDED
               WRITE REC-F-HELD
           END-PERFORM.

           CLOSE F-HELD.
           MOVE SPACE                   TO F-HELD-STATUS.

           EXIT.
       0960-HOLD-UPDATE-END.

      ******************************************************************

      *Controle de volatilite de chaque extract de la liste, en
      *pre-vol. L'expediteur est reconnu, comme pour les profils et
      *le registre des extracts consommes, au nom de l'extract : sa
      *reference est la photo du dernier extract accepte sous ce
      *nom. Sans reference (premier envoi), l'extract passe et sa
      *photo devient la reference.
       0970-VOLATILITY-CHECK-START.

           PERFORM 0971-LOAD-HELD-START
           THRU    0971-LOAD-HELD-END.

           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                     UNTIL WS-EXT-IDX > EXT-COUNT
               MOVE "N"                 TO EXT-VOL-STATE(WS-EXT-IDX)
               MOVE "N"                 TO EXT-VOL-SNAP (WS-EXT-IDX)
               IF EXT-VOLAT(WS-EXT-IDX) > 0
                   MOVE EXT-VOLAT(WS-EXT-IDX) TO WS-VOL-TOL
               ELSE
                   MOVE WS-VOL-MAX      TO WS-VOL-TOL
               END-IF
               IF WS-VOL-TOL > 0
                   PERFORM 0972-VOL-ONE-START
                   THRU    0972-VOL-ONE-END
               END-IF
      *En simulation, la photo du soir ne sert qu'a la mesure.
               IF DRYRUN-MODE-ON
                 AND EXT-VOL-SNAP(WS-EXT-IDX) = "Y"
                   CALL "CBL_DELETE_FILE" USING WS-VOLCUR-NAME
                   MOVE "N"             TO EXT-VOL-SNAP(WS-EXT-IDX)
               END-IF
           END-PERFORM.

           IF WS-VOL-HELD-COUNT > 0
               DISPLAY "Extracts mis en attente de revue : "
                       WS-VOL-HELD-COUNT " (voir holdrev)."
               IF WS-FINAL-RC < 6
                   MOVE 6               TO WS-FINAL-RC
               END-IF
           END-IF.

           EXIT.
       0970-VOLATILITY-CHECK-END.

      ******************************************************************

      *Charge le registre des extracts en attente ; absent, il part
      *vide.
       0971-LOAD-HELD-START.

           MOVE 0                       TO HT-LGHT.
           MOVE SPACE                   TO F-HELD-STATUS.

           OPEN INPUT F-HELD.
           IF NOT F-HELD-STATUS-OK
               MOVE SPACE               TO F-HELD-STATUS
               GO TO 0971-LOAD-HELD-END
           END-IF.

           PERFORM UNTIL F-HELD-STATUS-EOF
             READ F-HELD
              AT END
                CONTINUE
              NOT AT END
                IF HX-FILE NOT = SPACES
                  IF HT-LGHT >= HT-MAX
                      DISPLAY "Registre des extracts en attente "
                              "plein (" HT-MAX ") : entree ignoree : "
                              HX-FILE
                  ELSE
                      ADD 1              TO HT-LGHT
                      MOVE HX-FILE       TO HT-FILE   (HT-LGHT)
                      MOVE HX-GEN        TO HT-GEN    (HT-LGHT)
                      MOVE HX-PREV       TO HT-PREV   (HT-LGHT)
                      MOVE HX-CUR        TO HT-CUR    (HT-LGHT)
                      MOVE HX-ADDED      TO HT-ADDED  (HT-LGHT)
                      MOVE HX-REMOVED    TO HT-REMOVED(HT-LGHT)
                      MOVE HX-CHANGED    TO HT-CHANGED(HT-LGHT)
                      MOVE HX-RATE       TO HT-RATE   (HT-LGHT)
                      MOVE HX-TOL        TO HT-TOL    (HT-LGHT)
                      MOVE HX-STATE      TO HT-STATE  (HT-LGHT)
                      MOVE HX-DECIDER    TO HT-DECIDER(HT-LGHT)
                      MOVE HX-DECIDED    TO HT-DECIDED(HT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-HELD.
           MOVE SPACE                   TO F-HELD-STATUS.

           EXIT.
       0971-LOAD-HELD-END.

      ******************************************************************

      *Controle de l'extract WS-EXT-IDX contre sa tolerance
      *effective WS-VOL-TOL. Un extract libere par holdrev passe
      *sans comparaison. Sinon la part des identifiants ajoutes,
      *retires ou modifies, rapportee au dernier extract accepte,
      *ne doit pas depasser la tolerance.
       0972-VOL-ONE-START.

           PERFORM 0978-VOL-NAMES-START
           THRU    0978-VOL-NAMES-END.

      *Photo du soir, triee par identifiant, dans les memes
      *conditions de lecture que le traitement.
           SORT SD-VOL
                ON ASCENDING KEY SRT-VOL-ID
                INPUT PROCEDURE  IS 0973-VOL-RELEASE-START
                                 THRU 0973-VOL-RELEASE-END
                OUTPUT PROCEDURE IS 0974-VOL-RETURN-START
                                 THRU 0974-VOL-RETURN-END.
           MOVE "Y"                     TO EXT-VOL-SNAP(WS-EXT-IDX).

           PERFORM 0979-HELD-FIND-START
           THRU    0979-HELD-FIND-END.

           IF WS-HT-HIT > 0
             AND HT-STATE(WS-HT-HIT) = "L"
               MOVE "L"                 TO EXT-VOL-STATE(WS-EXT-IDX)
               DISPLAY "Extract libere par "
                       FUNCTION TRIM(HT-DECIDER(WS-HT-HIT))
                       " : controle de volatilite leve pour "
                       FUNCTION TRIM(EXT-NAME(WS-EXT-IDX)) "."
               GO TO 0972-VOL-ONE-END
           END-IF.

           PERFORM 0975-VOL-COMPARE-START
           THRU    0975-VOL-COMPARE-END.

           IF NOT VOL-HAS-REFERENCE
               DISPLAY "Pas de reference de volatilite pour "
                       FUNCTION TRIM(EXT-NAME(WS-EXT-IDX))
                       " : premier envoi retenu comme reference."
               GO TO 0972-VOL-ONE-END
           END-IF.

           MOVE WS-VOL-RATE             TO WS-VOL-RATE-OUT.
           DISPLAY "Volatilite de "
                   FUNCTION TRIM(EXT-NAME(WS-EXT-IDX)) " : "
                   WS-VOL-ADDED " ajout(s), " WS-VOL-REMOVED
                   " retrait(s), " WS-VOL-CHANGED " modif(s) sur "
                   WS-VOL-PREV " -- " WS-VOL-RATE-OUT
                   " % (tolerance " WS-VOL-TOL " %).".

           IF WS-VOL-RATE > WS-VOL-TOL
               PERFORM 0981-VOL-HOLD-START
               THRU    0981-VOL-HOLD-END
               GO TO 0972-VOL-ONE-END
           END-IF.

      *Dans la tolerance : une attente laissee par une livraison
      *precedente est close, la nouvelle livraison la remplace.
           IF WS-HT-HIT > 0
             AND HT-STATE(WS-HT-HIT) = "A"
             AND NOT DRYRUN-MODE-ON
               MOVE "S"                 TO HT-STATE(WS-HT-HIT)
               MOVE WS-INC-PROGRAM      TO HT-DECIDER(WS-HT-HIT)
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:14)        TO HT-DECIDED(WS-HT-HIT)
               SET HELD-TABLE-CHANGED   TO TRUE
           END-IF.

           EXIT.
       0972-VOL-ONE-END.

      ******************************************************************

      *Procedure d'entree du tri de la photo du soir : chaque ligne
      *de detail de l'extract, ramenee a la disposition fixe
      *ID/NOM/EMAIL comme a la lecture du traitement (filtre des
      *types H/D/T, normalisation, decoupage delimite), est livree
      *au tri ; les lignes promises a la quarantaine sont ecartees.
       0973-VOL-RELEASE-START.

           MOVE EXT-NAME(WS-EXT-IDX)    TO WS-INPUT-FILENAME.
           MOVE SPACE                   TO F-INPUT-STATUS.
           MOVE "Y"                     TO WS-NORM-FIRST.

           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
               MOVE SPACE               TO F-INPUT-STATUS
               GO TO 0973-VOL-RELEASE-END
           END-IF.

           PERFORM UNTIL F-INPUT-STATUS-EOF
             READ F-INPUT
              AT END
                CONTINUE
              NOT AT END
               MOVE "N"                 TO WS-TYPED-SKIP-FLAG
               IF EXT-TYPED(WS-EXT-IDX) = "Y"
                   PERFORM 0115-TYPED-FILTER-START
                   THRU    0115-TYPED-FILTER-END
               END-IF
               IF NOT TYPED-LINE-SKIPPED
                   MOVE REC-F-INPUT-WIDE TO WS-NORM-BUFFER
                   CALL "normtext" USING WS-NORM-BUFFER WS-NORM-LEN
                                         WS-NORM-FIRST WS-NORM-ASCII
                   MOVE "N"             TO WS-NORM-FIRST
                   MOVE RETURN-CODE     TO WS-NORM-RC
                   MOVE WS-NORM-BUFFER  TO REC-F-INPUT-WIDE
                   PERFORM 0110-CHECK-STRUCT-START
                   THRU    0110-CHECK-STRUCT-END
                   IF NOT QUARANTINE-LINE
                       IF DELIM-MODE-ON
                           PERFORM 0130-PARSE-DELIM-START
                           THRU    0130-PARSE-DELIM-END
                       END-IF
                       MOVE ID-USER     TO SRT-VOL-ID
                       MOVE NOM         TO SRT-VOL-NOM
                       MOVE EMAIL       TO SRT-VOL-EMAIL
                       RELEASE REC-SD-VOL
                   END-IF
               END-IF
             END-READ
           END-PERFORM.

           CLOSE F-INPUT.
           MOVE SPACE                   TO F-INPUT-STATUS.
           MOVE 0                       TO WS-NORM-RC.

           EXIT.
       0973-VOL-RELEASE-END.

      ******************************************************************

      *Procedure de sortie du tri : la photo triee est ecrite dans
      *<extract>.cur.
       0974-VOL-RETURN-START.

           MOVE "N"                     TO WS-VOL-SORT-EOF-FLAG.

           OPEN OUTPUT F-VOLCUR.
           IF NOT F-VOLCUR-STATUS-OK
               DISPLAY "Photo de volatilite inecrivable : "
                       FUNCTION TRIM(WS-VOLCUR-NAME)
                       ", statut : " F-VOLCUR-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL VOL-SORT-AT-END
             RETURN SD-VOL
              AT END
                SET VOL-SORT-AT-END     TO TRUE
              NOT AT END
                MOVE REC-SD-VOL         TO REC-F-VOLCUR
                WRITE REC-F-VOLCUR
             END-RETURN
           END-PERFORM.

           CLOSE F-VOLCUR.
           MOVE SPACE                   TO F-VOLCUR-STATUS.

           EXIT.
       0974-VOL-RETURN-END.

      ******************************************************************

      *Rapprochement de la reference et de la photo du soir, toutes
      *deux triees par identifiant : identifiant absent de la
      *reference = ajout, absent du soir = retrait, present des deux
      *cotes avec un NOM ou un EMAIL different = modification. Les
      *premiers ecarts sont ecrits dans <extract>.vol pour la revue
      *(sauf simulation).
       0975-VOL-COMPARE-START.

           MOVE "N"                     TO WS-VOL-REF-FLAG.
           MOVE 0                       TO WS-VOL-PREV.
           MOVE 0                       TO WS-VOL-CUR.
           MOVE 0                       TO WS-VOL-ADDED.
           MOVE 0                       TO WS-VOL-REMOVED.
           MOVE 0                       TO WS-VOL-CHANGED.
           MOVE 0                       TO WS-VOL-DIFFS.
           MOVE 0                       TO WS-VOL-RATE.

           MOVE SPACE                   TO F-VOLLAST-STATUS.
           OPEN INPUT F-VOLLAST.
           IF NOT F-VOLLAST-STATUS-OK
               MOVE SPACE               TO F-VOLLAST-STATUS
               GO TO 0975-VOL-COMPARE-END
           END-IF.

           MOVE SPACE                   TO F-VOLCUR-STATUS.
           OPEN INPUT F-VOLCUR.

           MOVE "N"                     TO WS-VOL-WRITE-FLAG.
           IF NOT DRYRUN-MODE-ON
               OPEN OUTPUT F-VOLDIFF
               IF F-VOLDIFF-STATUS-OK
                   SET VOL-DIFF-IS-OPEN TO TRUE
               END-IF
           END-IF.

           PERFORM 0976-VOL-READ-LAST-START
           THRU    0976-VOL-READ-LAST-END.
           PERFORM 0977-VOL-READ-CUR-START
           THRU    0977-VOL-READ-CUR-END.

           PERFORM UNTIL VL-ID = HIGH-VALUES
                     AND VC-ID = HIGH-VALUES
               EVALUATE TRUE
                 WHEN VL-ID < VC-ID
                   ADD 1                TO WS-VOL-REMOVED
                   MOVE "RETRAIT "      TO VD-KIND
                   MOVE VL-ID           TO VD-ID
                   MOVE VL-NOM          TO VD-NOM
                   MOVE VL-EMAIL        TO VD-EMAIL
                   PERFORM 0980-VOL-DIFF-WRITE-START
                   THRU    0980-VOL-DIFF-WRITE-END
                   PERFORM 0976-VOL-READ-LAST-START
                   THRU    0976-VOL-READ-LAST-END
                 WHEN VL-ID > VC-ID
                   ADD 1                TO WS-VOL-ADDED
                   MOVE "AJOUT   "      TO VD-KIND
                   MOVE VC-ID           TO VD-ID
                   MOVE VC-NOM          TO VD-NOM
                   MOVE VC-EMAIL        TO VD-EMAIL
                   PERFORM 0980-VOL-DIFF-WRITE-START
                   THRU    0980-VOL-DIFF-WRITE-END
                   PERFORM 0977-VOL-READ-CUR-START
                   THRU    0977-VOL-READ-CUR-END
                 WHEN OTHER
                   IF VL-NOM NOT = VC-NOM
                     OR VL-EMAIL NOT = VC-EMAIL
                       ADD 1            TO WS-VOL-CHANGED
                       MOVE "AVANT   "  TO VD-KIND
                       MOVE VL-ID       TO VD-ID
                       MOVE VL-NOM      TO VD-NOM
                       MOVE VL-EMAIL    TO VD-EMAIL
                       PERFORM 0980-VOL-DIFF-WRITE-START
                       THRU    0980-VOL-DIFF-WRITE-END
                       MOVE "APRES   "  TO VD-KIND
                       MOVE VC-ID       TO VD-ID
                       MOVE VC-NOM      TO VD-NOM
                       MOVE VC-EMAIL    TO VD-EMAIL
                       PERFORM 0980-VOL-DIFF-WRITE-START
                       THRU    0980-VOL-DIFF-WRITE-END
                   END-IF
                   PERFORM 0976-VOL-READ-LAST-START
                   THRU    0976-VOL-READ-LAST-END
                   PERFORM 0977-VOL-READ-CUR-START
                   THRU    0977-VOL-READ-CUR-END
               END-EVALUATE
           END-PERFORM.

           CLOSE F-VOLLAST.
           CLOSE F-VOLCUR.
           MOVE SPACE                   TO F-VOLLAST-STATUS.
           MOVE SPACE                   TO F-VOLCUR-STATUS.
           IF VOL-DIFF-IS-OPEN
               CLOSE F-VOLDIFF
               MOVE "N"                 TO WS-VOL-WRITE-FLAG
           END-IF.

      *Une reference vide ne sert pas de base : l'extract passe
      *comme un premier envoi.
           IF WS-VOL-PREV = 0
               GO TO 0975-VOL-COMPARE-END
           END-IF.
           SET VOL-HAS-REFERENCE        TO TRUE.

           COMPUTE WS-VOL-RATE-WORK ROUNDED =
                   (WS-VOL-ADDED + WS-VOL-REMOVED + WS-VOL-CHANGED)
                   * 100 / WS-VOL-PREV.
           IF WS-VOL-RATE-WORK > 999.9
               MOVE 999.9               TO WS-VOL-RATE
           ELSE
               MOVE WS-VOL-RATE-WORK    TO WS-VOL-RATE
           END-IF.

           EXIT.
       0975-VOL-COMPARE-END.

      ******************************************************************

      *Lecture suivante de la reference ; en fin de fichier, la cle
      *passe a HIGH-VALUES pour le rapprochement.
       0976-VOL-READ-LAST-START.

           READ F-VOLLAST
             AT END
               MOVE HIGH-VALUES         TO VL-ID
             NOT AT END
               ADD 1                    TO WS-VOL-PREV
           END-READ.

           EXIT.
       0976-VOL-READ-LAST-END.

      ******************************************************************

      *Lecture suivante de la photo du soir ; en fin de fichier, la
      *cle passe a HIGH-VALUES pour le rapprochement.
       0977-VOL-READ-CUR-START.

           READ F-VOLCUR
             AT END
               MOVE HIGH-VALUES         TO VC-ID
             NOT AT END
               ADD 1                    TO WS-VOL-CUR
           END-READ.

           EXIT.
       0977-VOL-READ-CUR-END.

      ******************************************************************

      *Noms des photos et de la liste des ecarts de l'extract
      *WS-EXT-IDX.
       0978-VOL-NAMES-START.

           MOVE SPACES                  TO WS-VOLLAST-NAME.
           MOVE SPACES                  TO WS-VOLCUR-NAME.
           MOVE SPACES                  TO WS-VOLDIFF-NAME.
           STRING FUNCTION TRIM(EXT-NAME(WS-EXT-IDX)) ".last"
                  DELIMITED BY SIZE   INTO WS-VOLLAST-NAME.
           STRING FUNCTION TRIM(EXT-NAME(WS-EXT-IDX)) ".cur"
                  DELIMITED BY SIZE   INTO WS-VOLCUR-NAME.
           STRING FUNCTION TRIM(EXT-NAME(WS-EXT-IDX)) ".vol"
                  DELIMITED BY SIZE   INTO WS-VOLDIFF-NAME.

           EXIT.
       0978-VOL-NAMES-END.

      ******************************************************************

      *Entree du registre des extracts en attente encore ouverte
      *(attente A ou liberation L) pour l'extract WS-EXT-IDX :
      *WS-HT-HIT, 0 si aucune.
       0979-HELD-FIND-START.

           MOVE 0                       TO WS-HT-HIT.
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                     UNTIL WS-HT-IDX > HT-LGHT
               IF HT-FILE(WS-HT-IDX) = EXT-NAME(WS-EXT-IDX)
                 AND (HT-STATE(WS-HT-IDX) = "A"
                      OR HT-STATE(WS-HT-IDX) = "L")
                   MOVE WS-HT-IDX       TO WS-HT-HIT
               END-IF
           END-PERFORM.

           EXIT.
       0979-HELD-FIND-END.

      ******************************************************************

      *Ecrit l'ecart courant dans <extract>.vol, dans la limite de
      *WS-VOL-DIFF-MAX lignes -- la revue n'a besoin que d'un
      *echantillon, les compteurs restent exacts.
       0980-VOL-DIFF-WRITE-START.

           IF NOT VOL-DIFF-IS-OPEN
               GO TO 0980-VOL-DIFF-WRITE-END
           END-IF.

           ADD 1                        TO WS-VOL-DIFFS.
           IF WS-VOL-DIFFS > WS-VOL-DIFF-MAX
               GO TO 0980-VOL-DIFF-WRITE-END
           END-IF.

           MOVE WS-VOL-DIFF-LINE        TO REC-F-VOLDIFF.
           WRITE REC-F-VOLDIFF.

           EXIT.
       0980-VOL-DIFF-WRITE-END.

      ******************************************************************

      *Mise en attente de l'extract WS-EXT-IDX : il sera saute par
      *le traitement et ne sera pas enregistre comme consomme ; la
      *comparaison est reportee au registre des extracts en attente
      *(une attente encore ouverte pour le meme extract est mise a
      *jour plutot que doublee) pour la revue par holdrev.
       0981-VOL-HOLD-START.

           MOVE "A"                     TO EXT-VOL-STATE(WS-EXT-IDX).
           ADD 1                        TO WS-VOL-HELD-COUNT.

           DISPLAY "ATTENTE : " FUNCTION TRIM(EXT-NAME(WS-EXT-IDX))
                   " renouvelle " WS-VOL-RATE-OUT
                   " % de la population (tolerance " WS-VOL-TOL
                   " %) -- extract mis en attente de revue.".

           IF DRYRUN-MODE-ON
               GO TO 0981-VOL-HOLD-END
           END-IF.

           IF WS-HT-HIT = 0
               IF HT-LGHT >= HT-MAX
                   DISPLAY "Registre des extracts en attente plein ("
                           HT-MAX ") : abandon."
                   MOVE "F"             TO WS-INC-SEVERITY
                   MOVE "Registre des extracts en attente plein"
                                        TO WS-INC-MESSAGE
                   MOVE EXT-NAME(WS-EXT-IDX) TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM
                        WS-INC-SEVERITY WS-INC-MESSAGE WS-INC-KEY
                   MOVE 8               TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                    TO HT-LGHT
               MOVE HT-LGHT             TO WS-HT-HIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE EXT-NAME(WS-EXT-IDX)    TO HT-FILE   (WS-HT-HIT).
           MOVE WS-NOW(1:14)            TO HT-GEN    (WS-HT-HIT).
           MOVE WS-VOL-PREV             TO HT-PREV   (WS-HT-HIT).
           MOVE WS-VOL-CUR              TO HT-CUR    (WS-HT-HIT).
           MOVE WS-VOL-ADDED            TO HT-ADDED  (WS-HT-HIT).
           MOVE WS-VOL-REMOVED          TO HT-REMOVED(WS-HT-HIT).
           MOVE WS-VOL-CHANGED          TO HT-CHANGED(WS-HT-HIT).
           MOVE WS-VOL-RATE             TO HT-RATE   (WS-HT-HIT).
           MOVE WS-VOL-TOL              TO HT-TOL    (WS-HT-HIT).
           MOVE "A"                     TO HT-STATE  (WS-HT-HIT).
           MOVE SPACES                  TO HT-DECIDER(WS-HT-HIT).
           MOVE SPACES                  TO HT-DECIDED(WS-HT-HIT).
           SET HELD-TABLE-CHANGED       TO TRUE.

           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE "Extract mis en attente : volatilite hors tolerance"
                                        TO WS-INC-MESSAGE.
           MOVE EXT-NAME(WS-EXT-IDX)    TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0981-VOL-HOLD-END.

      ******************************************************************

      *Complete le registre persistant avec les emails acceptes par
      *ce passage : relecture du fichier des valides du jour, une
      *entree a la cle par ligne avec l'identifiant proprietaire et

           EXIT.
       0860-REG-REVIVE-END.

      ******************************************************************

      *Tenue des dossiers de rejet en fin de passage. Un dossier
      *ouvert dont l'identifiant a ete accepte ce soir (extract ou
      *corrections.dat) est ferme ; chaque rejet restant de
      *rejects.work ouvre un dossier, ou rafraichit le dossier
      *ouvert du meme expediteur pour le meme identifiant.
       0990-CASE-UPDATE-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-CASE-DATE.

           PERFORM 0991-CASE-LOAD-START
           THRU    0991-CASE-LOAD-END.

           IF CASE-TABLE-OVERFLOW
               DISPLAY "Registre des dossiers de rejet trop "
                       "volumineux (" CT-MAX ") : non mis a jour."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des dossiers de rejet non mis a jour"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0990-CASE-UPDATE-END
           END-IF.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               IF CT-STATE(CT-IDX) = "O"
                   MOVE CT-ID(CT-IDX)   TO WS-BIN-ID
                   PERFORM 0720-ACC-ID-FIND-START
                   THRU    0720-ACC-ID-FIND-END
                   IF BIN-FOUND
                       PERFORM 0993-CASE-CLOSE-START
                       THRU    0993-CASE-CLOSE-END
                   END-IF
               END-IF
           END-PERFORM.

      *Un rejet dont l'identifiant a quand meme ete accepte ce soir
      *(ligne corrigee, doublon d'une ligne acceptee) n'ouvre pas
      *de dossier : la personne a son compte.
           MOVE SPACE                   TO F-REJWORK-STATUS.
           OPEN INPUT F-REJWORK.
           IF F-REJWORK-STATUS-OK
               PERFORM UNTIL F-REJWORK-STATUS-EOF
                 READ F-REJWORK
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE RW-ID          TO WS-BIN-ID
                    PERFORM 0720-ACC-ID-FIND-START
                    THRU    0720-ACC-ID-FIND-END
                    IF NOT BIN-FOUND AND RW-ID NOT = SPACES
                        PERFORM 0992-CASE-REJECT-START
                        THRU    0992-CASE-REJECT-END
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-REJWORK
           END-IF.
           MOVE SPACE                   TO F-REJWORK-STATUS.

           PERFORM 0994-CASE-SAVE-START
           THRU    0994-CASE-SAVE-END.

           DISPLAY "Dossiers de rejet : " WS-CASE-OPENED
                   " ouvert(s), " WS-CASE-CLOSED " ferme(s), "
                   WS-CASE-PENDING " en cours.".

           EXIT.
       0990-CASE-UPDATE-END.

      ******************************************************************

      *Charge le registre des dossiers de rejet ; absent, il part
      *vide.
       0991-CASE-LOAD-START.

           MOVE 0                       TO CT-LGHT.
           MOVE SPACE                   TO F-CASE-STATUS.

           OPEN INPUT F-CASE.
           IF NOT F-CASE-STATUS-OK
               MOVE SPACE               TO F-CASE-STATUS
               GO TO 0991-CASE-LOAD-END
           END-IF.

           PERFORM UNTIL F-CASE-STATUS-EOF
             READ F-CASE
              AT END
                CONTINUE
              NOT AT END
                IF CS-ID NOT = SPACES
                  IF CT-LGHT >= CT-MAX
                      SET CASE-TABLE-OVERFLOW TO TRUE
                      MOVE "10"          TO F-CASE-STATUS
                  ELSE
                      ADD 1              TO CT-LGHT
                      MOVE CS-SRC        TO CT-SRC       (CT-LGHT)
                      MOVE CS-ID         TO CT-ID        (CT-LGHT)
                      MOVE CS-NOM        TO CT-NOM       (CT-LGHT)
                      MOVE CS-EMAIL      TO CT-EMAIL     (CT-LGHT)
                      MOVE CS-REASON     TO CT-REASON    (CT-LGHT)
                      MOVE CS-STATE      TO CT-STATE     (CT-LGHT)
                      MOVE CS-OPENED     TO CT-OPENED    (CT-LGHT)
                      MOVE CS-LAST       TO CT-LAST      (CT-LGHT)
                      MOVE CS-CLOSED     TO CT-CLOSED    (CT-LGHT)
                      MOVE CS-CLOSER     TO CT-CLOSER    (CT-LGHT)
                      MOVE CS-NOTE       TO CT-NOTE      (CT-LGHT)
                      MOVE CS-REMIND     TO CT-REMIND    (CT-LGHT)
                      IF CS-REMIND-CNT IS NUMERIC
                          MOVE CS-REMIND-CNT TO CT-REMIND-CNT(CT-LGHT)
                      ELSE
                          MOVE 0         TO CT-REMIND-CNT(CT-LGHT)
                      END-IF
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-CASE.
           MOVE SPACE                   TO F-CASE-STATUS.

           EXIT.
       0991-CASE-LOAD-END.

      ******************************************************************

      *Rejet courant de rejects.work : le dossier ouvert du meme
      *expediteur et du meme identifiant prend la date, le motif et
      *les valeurs soumises de ce passage ; sans dossier ouvert, un
      *nouveau dossier est ouvert.
       0992-CASE-REJECT-START.

           MOVE 0                       TO WS-CASE-HIT.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT OR WS-CASE-HIT > 0
               IF CT-STATE(CT-IDX) = "O"
                 AND CT-ID(CT-IDX) = RW-ID
                 AND CT-SRC(CT-IDX) = RW-SRC
                   SET WS-CASE-HIT      TO CT-IDX
               END-IF
           END-PERFORM.

           IF WS-CASE-HIT = 0
               IF CT-LGHT >= CT-MAX
                   DISPLAY "Registre des dossiers de rejet plein ("
                           CT-MAX ") : dossier non ouvert : " RW-ID
                   GO TO 0992-CASE-REJECT-END
               END-IF
               ADD 1                    TO CT-LGHT
               MOVE CT-LGHT             TO WS-CASE-HIT
               MOVE RW-SRC              TO CT-SRC   (WS-CASE-HIT)
               MOVE RW-ID               TO CT-ID    (WS-CASE-HIT)
               MOVE "O"                 TO CT-STATE (WS-CASE-HIT)
               MOVE WS-CASE-DATE        TO CT-OPENED(WS-CASE-HIT)
               MOVE SPACES              TO CT-CLOSED(WS-CASE-HIT)
               MOVE SPACES              TO CT-CLOSER(WS-CASE-HIT)
               MOVE SPACES              TO CT-NOTE  (WS-CASE-HIT)
               MOVE SPACES              TO CT-REMIND(WS-CASE-HIT)
               MOVE 0                   TO CT-REMIND-CNT(WS-CASE-HIT)
               ADD 1                    TO WS-CASE-OPENED
           END-IF.

           MOVE RW-NOM                  TO CT-NOM   (WS-CASE-HIT).
           MOVE RW-EMAIL                TO CT-EMAIL (WS-CASE-HIT).
           MOVE RW-REASON               TO CT-REASON(WS-CASE-HIT).
           MOVE WS-CASE-DATE            TO CT-LAST  (WS-CASE-HIT).

           EXIT.
       0992-CASE-REJECT-END.

      ******************************************************************

      *Ferme le dossier CT-IDX, dont l'identifiant a ete accepte
      *ce soir : par corrections.dat si une ligne rejetee de cet
      *identifiant a ete corrigee, sinon par un extract.
       0993-CASE-CLOSE-START.

           MOVE "N"                     TO WS-CORRECTED-LINE-FLAG.
           IF WS-CORR-COUNT > 0
               PERFORM VARYING USER-I-IDX FROM 1 BY 1
                         UNTIL USER-I-IDX > USER-I-LGHT
                               OR LINE-WAS-CORRECTED
                   IF USER-I-IS-CORRECTED(USER-I-IDX)
                     AND USER-I-ID(USER-I-IDX) = CT-ID(CT-IDX)
                       SET LINE-WAS-CORRECTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "F"                     TO CT-STATE (CT-IDX).
           MOVE WS-CASE-DATE            TO CT-CLOSED(CT-IDX).
           MOVE "LOT"                   TO CT-CLOSER(CT-IDX).
           IF LINE-WAS-CORRECTED
               MOVE "Accepte par correction" TO CT-NOTE(CT-IDX)
           ELSE
               MOVE "Accepte par un extract" TO CT-NOTE(CT-IDX)
           END-IF.
           ADD 1                        TO WS-CASE-CLOSED.

           EXIT.
       0993-CASE-CLOSE-END.

      ******************************************************************

      *Reecrit le registre des dossiers de rejet et compte les
      *dossiers qui restent ouverts.
       0994-CASE-SAVE-START.

           OPEN OUTPUT F-CASE.
           IF NOT F-CASE-STATUS-OK
               DISPLAY "Registre des dossiers de rejet inecrivable, "
                       "statut : " F-CASE-STATUS
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des dossiers de rejet inecrivable"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0994-CASE-SAVE-END
           END-IF.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               MOVE SPACES              TO REC-F-CASE
               MOVE CT-SRC       (CT-IDX) TO CS-SRC
               MOVE CT-ID        (CT-IDX) TO CS-ID
               MOVE CT-NOM       (CT-IDX) TO CS-NOM
               MOVE CT-EMAIL     (CT-IDX) TO CS-EMAIL
               MOVE CT-REASON    (CT-IDX) TO CS-REASON
               MOVE CT-STATE     (CT-IDX) TO CS-STATE
               MOVE CT-OPENED    (CT-IDX) TO CS-OPENED
               MOVE CT-LAST      (CT-IDX) TO CS-LAST
               MOVE CT-CLOSED    (CT-IDX) TO CS-CLOSED
               MOVE CT-CLOSER    (CT-IDX) TO CS-CLOSER
               MOVE CT-NOTE      (CT-IDX) TO CS-NOTE
               MOVE CT-REMIND    (CT-IDX) TO CS-REMIND
               MOVE CT-REMIND-CNT(CT-IDX) TO CS-REMIND-CNT
               WRITE REC-F-CASE
               IF CT-STATE(CT-IDX) = "O"
                   ADD 1                TO WS-CASE-PENDING
               END-IF
           END-PERFORM.

           CLOSE F-CASE.
           MOVE SPACE                   TO F-CASE-STATUS.

           EXIT.
       0994-CASE-SAVE-END.
