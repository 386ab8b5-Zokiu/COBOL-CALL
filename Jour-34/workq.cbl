      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. workq.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *File des demandes de suppression (menu, option 7) : une
      *demande "P" attend la decision d'un second ADMIN.
           SELECT F-PENDING ASSIGN TO "pending_deletes.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDING-STATUS.

      *File des demandes de changement de profil (menu, option A) :
      *une demande "P" attend la decision d'un second ADMIN (menu,
      *option B).
           SELECT F-PENDROL ASSIGN TO "pending_roles.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDROL-STATUS.

      *Candidats a la fusion ecrits par le lot de validation
      *Jour-33 : un candidat "P" attend la revue de mergerev.
           SELECT F-MERGE ASSIGN TO "merge_candidates.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MERGE-STATUS.

      *Compte rendu de l'entretien des journaux : ses lignes
      *EXCEPTION attendent une correction du reglage.
           SELECT F-HKRPT ASSIGN TO "housekeeping.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HKRPT-STATUS.

      *Ecarts du rapprochement a trois sources (recon3).
           SELECT F-RECON ASSIGN TO "recon_exceptions.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RECON-STATUS.

      *Candidats au depart du rapprochement RH (hrrecon).
           SELECT F-LEAVERS ASSIGN TO "hr_leavers.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LEAVERS-STATUS.

      *Operateurs habilites et leur role : les relances partent
      *aux operateurs du role qui peut trancher.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      *Memoire de la file : un element par ligne, avec le jour ou
      *il est apparu, sa derniere relance et son etat (O ouvert, X
      *expire). Les rapports etant refaits chaque nuit, c'est elle
      *qui donne leur age aux exceptions ; un element disparu de sa
      *source est regle et quitte la memoire.
           SELECT F-TRACK ASSIGN TO "workq_track.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TRACK-STATUS.

      *La file unique des decisions en attente.
           SELECT F-REPORT ASSIGN TO "workq.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

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

       FD  F-MERGE.

       01  REC-F-MERGE.
           05 MC-NEW-ID        PIC X(10).
           05 FILLER           PIC X(01).
           05 MC-REG-ID        PIC X(10).
           05 FILLER           PIC X(01).
           05 MC-EMAIL         PIC X(50).
           05 FILLER           PIC X(01).
           05 MC-SRC           PIC X(40).
           05 FILLER           PIC X(01).
           05 MC-REG-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 MC-RUN-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 MC-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 MC-DECIDER       PIC X(20).

       FD  F-HKRPT.

       01  REC-F-HKRPT.
           05 HKR-TAG          PIC X(12).
           05 HKR-NAME         PIC X(40).
           05 FILLER           PIC X(01).
           05 HKR-REASON       PIC X(40).
           05 FILLER           PIC X(17).

       FD  F-RECON.

       01  REC-F-RECON.
           05 RCN-KIND         PIC X(20).
           05 FILLER           PIC X(01).
           05 RCN-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 RCN-DETAIL       PIC X(50).
           05 FILLER           PIC X(08).

       FD  F-LEAVERS.

       01  REC-F-LEAVERS.
           05 LVR-KIND         PIC X(12).
           05 FILLER           PIC X(01).
           05 LVR-NOM          PIC X(50).
           05 FILLER           PIC X(37).

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      *Source : SUPP suppression, ROLE changement de profil, FUSI
      *fusion, ENTR entretien, RAPP rapprochement, DEPA depart RH.
      *Cle : le compte, l'email du candidat ou le fichier
      *entretenu ; nature : le profil demande, le type d'ecart ou
      *le motif.
       FD  F-TRACK.

       01  REC-F-TRACK.
           05 TRK-SRC          PIC X(04).
           05 FILLER           PIC X(01).
           05 TRK-KEY          PIC X(50).
           05 FILLER           PIC X(01).
           05 TRK-KIND         PIC X(20).
           05 FILLER           PIC X(01).
           05 TRK-SINCE        PIC X(08).
           05 FILLER           PIC X(01).
           05 TRK-REMIND       PIC X(08).
           05 FILLER           PIC X(01).
           05 TRK-STATE        PIC X(01).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(130).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-PENDING-STATUS    PIC X(02) VALUE SPACE.
           88 F-PENDING-STATUS-OK          VALUE "00".
           88 F-PENDING-STATUS-EOF         VALUE "10".

       01  F-PENDROL-STATUS    PIC X(02) VALUE SPACE.
           88 F-PENDROL-STATUS-OK          VALUE "00".
           88 F-PENDROL-STATUS-EOF         VALUE "10".

       01  F-MERGE-STATUS      PIC X(02) VALUE SPACE.
           88 F-MERGE-STATUS-OK            VALUE "00".
           88 F-MERGE-STATUS-EOF           VALUE "10".

       01  F-HKRPT-STATUS      PIC X(02) VALUE SPACE.
           88 F-HKRPT-STATUS-OK            VALUE "00".
           88 F-HKRPT-STATUS-EOF           VALUE "10".

       01  F-RECON-STATUS      PIC X(02) VALUE SPACE.
           88 F-RECON-STATUS-OK            VALUE "00".
           88 F-RECON-STATUS-EOF           VALUE "10".

       01  F-LEAVERS-STATUS    PIC X(02) VALUE SPACE.
           88 F-LEAVERS-STATUS-OK          VALUE "00".
           88 F-LEAVERS-STATUS-EOF         VALUE "10".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

       01  F-TRACK-STATUS      PIC X(02) VALUE SPACE.
           88 F-TRACK-STATUS-OK            VALUE "00".
           88 F-TRACK-STATUS-EOF           VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Jour de reference (AAAAMMJJ), premier parametre de la ligne
      *de commande ; a defaut, le jour courant.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-TODAY            PIC 9(08).
       01  WS-TODAY-NUM        PIC 9(07).
       01  WS-SINCE-NUM        PIC 9(07).
       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).

      *Age en jours au-dela duquel un element est relance, et
      *entre deux relances (cle WORKQ.REMIND-DAYS, 7 a defaut) ;
      *age au-dela duquel il expire (cle WORKQ.EXPIRE-DAYS, 30 a
      *defaut). 0 coupe les relances ou l'expiration.
       01  WS-REMIND-DAYS      PIC 9(03) VALUE 7.
       01  WS-EXPIRE-DAYS      PIC 9(03) VALUE 30.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *File des suppressions chargee en entier : une demande
      *expiree y passe a l'etat "X" et le fichier est reecrit.
       01  PEND-TABLE.
           05 PT-LGHT          PIC 9(04) VALUE ZERO.
           05 PT-MAX           PIC 9(04) VALUE 2000.
           05 PT OCCURS 2000 TIMES INDEXED BY PT-IDX.
                10 PT-NAME      PIC X(50).
                10 PT-REQUESTOR PIC X(20).
                10 PT-STAMP     PIC X(19).
                10 PT-STATE     PIC X(01).
                10 PT-DECIDER   PIC X(20).
                10 PT-DECIDED   PIC X(19).
                10 PT-TICKET    PIC X(18).
       01  WS-PEND-FULL-FLAG   PIC X(01) VALUE "N".
           88 PEND-TABLE-OVERFLOW          VALUE "Y".
       01  WS-PEND-CHG-FLAG    PIC X(01) VALUE "N".
           88 PEND-CHANGED                 VALUE "Y".

      *Demandes de changement de profil, meme traitement.
       01  PENDROL-TABLE.
           05 PRT-LGHT         PIC 9(04) VALUE ZERO.
           05 PRT-MAX          PIC 9(04) VALUE 2000.
           05 PRT OCCURS 2000 TIMES INDEXED BY PRT-IDX.
                10 PRT-NAME     PIC X(50).
                10 PRT-ROLE     PIC X(10).
                10 PRT-REQUESTOR PIC X(20).
                10 PRT-STAMP    PIC X(19).
                10 PRT-STATE    PIC X(01).
                10 PRT-DECIDER  PIC X(20).
                10 PRT-DECIDED  PIC X(19).
                10 PRT-TICKET   PIC X(18).
       01  WS-PENDROL-FULL-FLAG PIC X(01) VALUE "N".
           88 PENDROL-TABLE-OVERFLOW       VALUE "Y".
       01  WS-PENDROL-CHG-FLAG PIC X(01) VALUE "N".
           88 PENDROL-CHANGED              VALUE "Y".

      *Candidats a la fusion, meme traitement.
       01  MERGE-TABLE.
           05 MG-LGHT          PIC 9(03) VALUE ZERO.
           05 MG-MAX           PIC 9(03) VALUE 500.
           05 MG OCCURS 500 TIMES INDEXED BY MG-IDX.
                10 MG-NEW-ID    PIC X(10).
                10 MG-REG-ID    PIC X(10).
                10 MG-EMAIL     PIC X(50).
                10 MG-SRC       PIC X(40).
                10 MG-REG-DATE  PIC X(08).
                10 MG-RUN-DATE  PIC X(08).
                10 MG-STATE     PIC X(01).
                10 MG-DECIDER   PIC X(20).
       01  WS-MERGE-FULL-FLAG  PIC X(01) VALUE "N".
           88 MERGE-TABLE-OVERFLOW         VALUE "Y".
       01  WS-MERGE-CHG-FLAG   PIC X(01) VALUE "N".
           88 MERGE-CHANGED                VALUE "Y".

      *Memoire de la file chargee en memoire.
       01  TRACK-TABLE.
           05 TK-LGHT          PIC 9(04) VALUE ZERO.
           05 TK-MAX           PIC 9(04) VALUE 5000.
           05 TK OCCURS 5000 TIMES INDEXED BY TK-IDX.
                10 TK-SRC       PIC X(04).
                10 TK-KEY       PIC X(50).
                10 TK-KIND      PIC X(20).
                10 TK-SINCE     PIC X(08).
                10 TK-REMIND    PIC X(08).
                10 TK-STATE     PIC X(01).

      *La file de travail : un element par decision en attente,
      *avec le role qui peut trancher et le programme a employer.
      *Action du passage : R relance due, X expiration.
       01  WORK-TABLE.
           05 WQ-LGHT          PIC 9(04) VALUE ZERO.
           05 WQ-MAX           PIC 9(04) VALUE 5000.
           05 WQ OCCURS 5000 TIMES INDEXED BY WQ-IDX.
                10 WQ-SRC       PIC X(04).
                10 WQ-KEY       PIC X(50).
                10 WQ-KIND      PIC X(20).
                10 WQ-SINCE     PIC X(08).
                10 WQ-AGE       PIC 9(05).
                10 WQ-ROLE      PIC X(10).
                10 WQ-PROG      PIC X(20).
                10 WQ-REMIND    PIC X(08).
                10 WQ-STATE     PIC X(01).
                10 WQ-ACTION    PIC X(01).
                10 WQ-REF       PIC 9(04).
       01  WS-WORK-FULL-FLAG   PIC X(01) VALUE "N".
           88 WORK-TABLE-OVERFLOW          VALUE "Y".

      *Element en cours d'ajout a la file.
       01  WS-NEW-SRC          PIC X(04).
       01  WS-NEW-KEY          PIC X(50).
       01  WS-NEW-KIND         PIC X(20).
       01  WS-NEW-SINCE        PIC X(08).
       01  WS-NEW-ROLE         PIC X(10).
       01  WS-NEW-PROG         PIC X(20).
       01  WS-NEW-REF          PIC 9(04).

      *Operateurs habilites, charges pour les relances.
       01  OPER-TABLE.
           05 OT-LGHT          PIC 9(03) VALUE ZERO.
           05 OT-MAX           PIC 9(03) VALUE 200.
           05 OT OCCURS 200 TIMES INDEXED BY OT-IDX.
                10 OT-ID        PIC X(20).
                10 OT-ROLE      PIC X(10).

       01  WS-HIT              PIC 9(04).
       01  WS-OPEN-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-DUE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SENT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NOMAIL-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-OPER-DUE         PIC 9(05).
       01  WS-OPER-OLDEST      PIC 9(05).

       01  WS-DB-FLAG          PIC X(01) VALUE "N".
           88 DB-IS-CONNECTED              VALUE "Y".

      *Relance par la boite d'envoi, une par operateur et par
      *passage : nombre d'elements dus et age du plus ancien.
       01  WS-NOTIFY-NOM       PIC X(50).
       01  WS-NOTIFY-EMAIL     PIC X(50).
       01  WS-NOTIFY-KIND      PIC X(10) VALUE "WORKQ".
       01  WS-NOTIFY-PAYLOAD   PIC X(30).
       01  WS-NOTIFY-MOBILE    PIC X(20) VALUE SPACES.

      *Zones passees a la piste d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "workq".
       01  WS-AUD-ACTION       PIC X(10) VALUE "EXPIRE".
       01  WS-AUD-NOM          PIC X(50).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).
       01  WS-AUD-OPERATOR     PIC X(20) VALUE "WORKQ".

       01  WS-HEADER.
           05 FILLER           PIC X(36) VALUE
                  "DECISIONS EN ATTENTE - FILE AU ".
           05 OUT-H-DATE       PIC X(08).

       01  WS-COLUMNS.
           05 FILLER           PIC X(14) VALUE "Type".
           05 FILLER           PIC X(08) VALUE "   Age".
           05 FILLER           PIC X(09) VALUE "Role".
           05 FILLER           PIC X(21) VALUE "Programme".
           05 FILLER           PIC X(51) VALUE "Element".
           05 FILLER           PIC X(20) VALUE "Nature".

       01  WS-ITEM-LINE.
           05 OUT-L-TYPE       PIC X(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-AGE        PIC ZZZZ9.
           05 FILLER           PIC X(03) VALUE " j ".
           05 OUT-L-ROLE       PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-PROG       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-KEY        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-KIND       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-MARK       PIC X(06).

       01  WS-TRAILER.
           05 FILLER           PIC X(12) VALUE "En attente: ".
           05 OUT-T-OPEN       PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE " / relances:".
           05 OUT-T-SENT       PIC ZZZZ9.
           05 FILLER           PIC X(15) VALUE " / sans email: ".
           05 OUT-T-NOMAIL     PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE " / expires: ".
           05 OUT-T-EXP        PIC ZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "workq".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ACCT-NAME        PIC X(50).
       01  WS-ACCT-EMAIL       PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *File de travail des operateurs : chaque element en attente
      *d'une decision humaine -- demandes de suppression et de
      *changement de profil, candidats a la fusion, exceptions de
      *l'entretien et du rapprochement, candidats au depart RH --
      *est rassemble dans
      *workq.rpt avec son type, son age, le role qui peut trancher
      *et le programme a employer. Au-dela de WORKQ.REMIND-DAYS
      *jours, les operateurs du role sont relances par la boite
      *d'envoi (puis de nouveau apres le meme delai) ; au-dela de
      *WORKQ.EXPIRE-DAYS jours, l'element expire avec une entree
      *d'audit au lieu de trainer.
      *Usage : workq [<jour AAAAMMJJ>]
      *Code retour : 0 file produite, 1 date illisible ou fichier
      *inecrivable, 4 relances non envoyees (base injoignable), 8
      *file trop volumineuse.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           IF WS-ARG1(1:8) IS NUMERIC
               MOVE WS-ARG1(1:8)        TO WS-TODAY
           ELSE
               MOVE WS-NOW(1:8)         TO WS-TODAY
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TODAY) NOT = 0
               DISPLAY "Jour de reference illisible (AAAAMMJJ) : "
                       WS-ARG1
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TODAY-NUM = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           MOVE "WORKQ.REMIND-DAYS"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-REMIND-DAYS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE "WORKQ.EXPIRE-DAYS"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-EXPIRE-DAYS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           PERFORM 0100-LOAD-TRACK-START
           THRU    0100-LOAD-TRACK-END.

           PERFORM 0200-PENDING-START
           THRU    0200-PENDING-END.
           PERFORM 0250-PENDROL-START
           THRU    0250-PENDROL-END.
           PERFORM 0300-MERGE-START
           THRU    0300-MERGE-END.
           PERFORM 0400-HOUSEKEEPING-START
           THRU    0400-HOUSEKEEPING-END.
           PERFORM 0500-RECON-START
           THRU    0500-RECON-END.
           PERFORM 0600-LEAVERS-START
           THRU    0600-LEAVERS-END.

      *Une file tronquee ferait croire reglees les decisions non
      *chargees : la memoire ne serait plus reecrivable.
           IF WORK-TABLE-OVERFLOW
               DISPLAY "File de travail trop volumineuse (" WQ-MAX
                       ") : file non produite."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "File de travail des operateurs trop volumineuse"
                                        TO WS-INC-MESSAGE
               MOVE "workq_track.dat"   TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-STATE(WQ-IDX) = "O"
                   PERFORM 0700-AGE-ONE-START
                   THRU    0700-AGE-ONE-END
               END-IF
           END-PERFORM.

           IF WS-EXPIRED-COUNT > 0
               PERFORM 0800-EXPIRE-START
               THRU    0800-EXPIRE-END
           END-IF.

           IF WS-DUE-COUNT > 0
               PERFORM 0900-REMIND-START
               THRU    0900-REMIND-END
           END-IF.

           PERFORM 1000-REPORT-START
           THRU    1000-REPORT-END.

           PERFORM 1100-SAVE-TRACK-START
           THRU    1100-SAVE-TRACK-END.

           DISPLAY "File ecrite dans workq.rpt au " WS-TODAY
                   " (en attente : " WS-OPEN-COUNT
                   ", relances : " WS-SENT-COUNT
                   ", expires : " WS-EXPIRED-COUNT ").".

           IF WS-DUE-COUNT > 0 AND NOT DB-IS-CONNECTED
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge la memoire de la file.
       0100-LOAD-TRACK-START.

           OPEN INPUT F-TRACK.

           IF NOT F-TRACK-STATUS-OK
               MOVE SPACE               TO F-TRACK-STATUS
               GO TO 0100-LOAD-TRACK-END
           END-IF.

           PERFORM UNTIL F-TRACK-STATUS-EOF
             READ F-TRACK
              AT END
                CONTINUE
              NOT AT END
                IF TRK-SRC NOT = SPACES AND TK-LGHT < TK-MAX
                    ADD 1                TO TK-LGHT
                    MOVE TRK-SRC         TO TK-SRC   (TK-LGHT)
                    MOVE TRK-KEY         TO TK-KEY   (TK-LGHT)
                    MOVE TRK-KIND        TO TK-KIND  (TK-LGHT)
                    MOVE TRK-SINCE       TO TK-SINCE (TK-LGHT)
                    MOVE TRK-REMIND      TO TK-REMIND(TK-LGHT)
                    MOVE TRK-STATE       TO TK-STATE (TK-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-TRACK.
           MOVE SPACE                   TO F-TRACK-STATUS.

           EXIT.
       0100-LOAD-TRACK-END.

      ******************************************************************

      *Charge la file des suppressions en entier ; chaque demande
      *en attente entre dans la file de travail, datee de sa
      *demande, pour un ADMIN au menu (option 7).
       0200-PENDING-START.

           OPEN INPUT F-PENDING.

           IF NOT F-PENDING-STATUS-OK
               MOVE SPACE               TO F-PENDING-STATUS
               GO TO 0200-PENDING-END
           END-IF.

           PERFORM UNTIL F-PENDING-STATUS-EOF
             READ F-PENDING
              AT END
                CONTINUE
              NOT AT END
                IF PD-NAME NOT = SPACES
                  IF PT-LGHT >= PT-MAX
                      SET PEND-TABLE-OVERFLOW TO TRUE
                      MOVE "10"          TO F-PENDING-STATUS
                  ELSE
                      ADD 1              TO PT-LGHT
                      MOVE PD-NAME       TO PT-NAME     (PT-LGHT)
                      MOVE PD-REQUESTOR  TO PT-REQUESTOR(PT-LGHT)
                      MOVE PD-STAMP      TO PT-STAMP    (PT-LGHT)
                      MOVE PD-STATE      TO PT-STATE    (PT-LGHT)
                      MOVE PD-DECIDER    TO PT-DECIDER  (PT-LGHT)
                      MOVE PD-DECIDED    TO PT-DECIDED  (PT-LGHT)
                      MOVE PD-TICKET     TO PT-TICKET   (PT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PENDING.
           MOVE SPACE                   TO F-PENDING-STATUS.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                     UNTIL PT-IDX > PT-LGHT
               IF PT-STATE(PT-IDX) = "P"
                   MOVE "SUPP"          TO WS-NEW-SRC
                   MOVE PT-NAME(PT-IDX) TO WS-NEW-KEY
                   MOVE "SUPPRESSION"   TO WS-NEW-KIND
                   MOVE SPACES          TO WS-NEW-SINCE
                   STRING PT-STAMP(PT-IDX)(1:4)
                          PT-STAMP(PT-IDX)(6:2)
                          PT-STAMP(PT-IDX)(9:2)
                          DELIMITED BY SIZE INTO WS-NEW-SINCE
                   MOVE "ADMIN"         TO WS-NEW-ROLE
                   MOVE "MAIN, option 7" TO WS-NEW-PROG
                   SET WS-NEW-REF       TO PT-IDX
                   PERFORM 0650-ADD-ITEM-START
                   THRU    0650-ADD-ITEM-END
               END-IF
           END-PERFORM.

           EXIT.
       0200-PENDING-END.

      ******************************************************************

      *Charge la file des changements de profil en entier ; chaque
      *demande en attente entre dans la file de travail, datee de
      *sa demande, pour un second ADMIN au menu (option B).
       0250-PENDROL-START.

           OPEN INPUT F-PENDROL.

           IF NOT F-PENDROL-STATUS-OK
               MOVE SPACE               TO F-PENDROL-STATUS
               GO TO 0250-PENDROL-END
           END-IF.

           PERFORM UNTIL F-PENDROL-STATUS-EOF
             READ F-PENDROL
              AT END
                CONTINUE
              NOT AT END
                IF PR-NAME NOT = SPACES
                  IF PRT-LGHT >= PRT-MAX
                      SET PENDROL-TABLE-OVERFLOW TO TRUE
                      MOVE "10"          TO F-PENDROL-STATUS
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
                   MOVE "ROLE"          TO WS-NEW-SRC
                   MOVE PRT-NAME(PRT-IDX) TO WS-NEW-KEY
                   MOVE SPACES          TO WS-NEW-KIND
                   STRING "PROFIL " PRT-ROLE(PRT-IDX)
                          DELIMITED BY SIZE INTO WS-NEW-KIND
                   MOVE SPACES          TO WS-NEW-SINCE
                   STRING PRT-STAMP(PRT-IDX)(1:4)
                          PRT-STAMP(PRT-IDX)(6:2)
                          PRT-STAMP(PRT-IDX)(9:2)
                          DELIMITED BY SIZE INTO WS-NEW-SINCE
                   MOVE "ADMIN"         TO WS-NEW-ROLE
                   MOVE "MAIN, option B" TO WS-NEW-PROG
                   SET WS-NEW-REF       TO PRT-IDX
                   PERFORM 0650-ADD-ITEM-START
                   THRU    0650-ADD-ITEM-END
               END-IF
           END-PERFORM.

           EXIT.
       0250-PENDROL-END.

      ******************************************************************

      *Charge les candidats a la fusion en entier ; chaque
      *candidat en attente entre dans la file, date du passage qui
      *l'a trouve, pour la revue mergerev.
       0300-MERGE-START.

           OPEN INPUT F-MERGE.

           IF NOT F-MERGE-STATUS-OK
               MOVE SPACE               TO F-MERGE-STATUS
               GO TO 0300-MERGE-END
           END-IF.

           PERFORM UNTIL F-MERGE-STATUS-EOF
             READ F-MERGE
              AT END
                CONTINUE
              NOT AT END
                IF MC-NEW-ID NOT = SPACES
                  IF MG-LGHT >= MG-MAX
                      SET MERGE-TABLE-OVERFLOW TO TRUE
                      MOVE "10"          TO F-MERGE-STATUS
                  ELSE
                      ADD 1              TO MG-LGHT
                      MOVE MC-NEW-ID     TO MG-NEW-ID  (MG-LGHT)
                      MOVE MC-REG-ID     TO MG-REG-ID  (MG-LGHT)
                      MOVE MC-EMAIL      TO MG-EMAIL   (MG-LGHT)
                      MOVE MC-SRC        TO MG-SRC     (MG-LGHT)
                      MOVE MC-REG-DATE   TO MG-REG-DATE(MG-LGHT)
                      MOVE MC-RUN-DATE   TO MG-RUN-DATE(MG-LGHT)
                      MOVE MC-STATE      TO MG-STATE   (MG-LGHT)
                      MOVE MC-DECIDER    TO MG-DECIDER (MG-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-MERGE.
           MOVE SPACE                   TO F-MERGE-STATUS.

           PERFORM VARYING MG-IDX FROM 1 BY 1
                     UNTIL MG-IDX > MG-LGHT
               IF MG-STATE(MG-IDX) = "P"
                   MOVE "FUSI"          TO WS-NEW-SRC
                   MOVE MG-EMAIL(MG-IDX) TO WS-NEW-KEY
                   MOVE SPACES          TO WS-NEW-KIND
                   STRING "ID " MG-NEW-ID(MG-IDX)
                          DELIMITED BY SIZE INTO WS-NEW-KIND
                   MOVE MG-RUN-DATE(MG-IDX) TO WS-NEW-SINCE
                   MOVE "OPERATOR"      TO WS-NEW-ROLE
                   MOVE "mergerev"      TO WS-NEW-PROG
                   SET WS-NEW-REF       TO MG-IDX
                   PERFORM 0650-ADD-ITEM-START
                   THRU    0650-ADD-ITEM-END
               END-IF
           END-PERFORM.

           EXIT.
       0300-MERGE-END.

      ******************************************************************

      *Exceptions du dernier entretien des journaux : le reglage
      *ou le fichier est a corriger avant de relancer housekpr.
       0400-HOUSEKEEPING-START.

           OPEN INPUT F-HKRPT.

           IF NOT F-HKRPT-STATUS-OK
               MOVE SPACE               TO F-HKRPT-STATUS
               GO TO 0400-HOUSEKEEPING-END
           END-IF.

           PERFORM UNTIL F-HKRPT-STATUS-EOF
             READ F-HKRPT
              AT END
                CONTINUE
              NOT AT END
                IF HKR-TAG = "EXCEPTION : "
                    MOVE "ENTR"          TO WS-NEW-SRC
                    MOVE HKR-NAME        TO WS-NEW-KEY
                    MOVE HKR-REASON      TO WS-NEW-KIND
                    MOVE SPACES          TO WS-NEW-SINCE
                    MOVE "OPERATOR"      TO WS-NEW-ROLE
                    MOVE "housekpr"      TO WS-NEW-PROG
                    MOVE 0               TO WS-NEW-REF
                    PERFORM 0650-ADD-ITEM-START
                    THRU    0650-ADD-ITEM-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-HKRPT.
           MOVE SPACE                   TO F-HKRPT-STATUS.

           EXIT.
       0400-HOUSEKEEPING-END.

      ******************************************************************

      *Ecarts du dernier rapprochement : chaque nature d'ecart se
      *regle par son option du menu (ou par list_usr pour un
      *identifiant d'export orphelin) ; le compte seul en table se
      *supprime, donc par un ADMIN.
       0500-RECON-START.

           OPEN INPUT F-RECON.

           IF NOT F-RECON-STATUS-OK
               MOVE SPACE               TO F-RECON-STATUS
               GO TO 0500-RECON-END
           END-IF.

           PERFORM UNTIL F-RECON-STATUS-EOF
             READ F-RECON
              AT END
                CONTINUE
              NOT AT END
                MOVE "RAPP"              TO WS-NEW-SRC
                MOVE RCN-NOM             TO WS-NEW-KEY
                MOVE RCN-KIND            TO WS-NEW-KIND
                MOVE SPACES              TO WS-NEW-SINCE
                MOVE 0                   TO WS-NEW-REF
                MOVE "OPERATOR"          TO WS-NEW-ROLE
                EVALUATE RCN-KIND
                  WHEN "EN TABLE SEULEMENT"
                    MOVE "ADMIN"         TO WS-NEW-ROLE
                    MOVE "MAIN, option 3" TO WS-NEW-PROG
                  WHEN "AU MAITRE SEULEMENT"
                    MOVE "MAIN, option 1" TO WS-NEW-PROG
                  WHEN "EMAIL DISCORDANT"
                    MOVE "MAIN, option 8" TO WS-NEW-PROG
                  WHEN "ID EXPORT ORPHELIN"
                    MOVE "list_usr"      TO WS-NEW-PROG
                  WHEN OTHER
                    MOVE SPACES          TO WS-NEW-SRC
                END-EVALUATE
                IF WS-NEW-SRC NOT = SPACES
                    PERFORM 0650-ADD-ITEM-START
                    THRU    0650-ADD-ITEM-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RECON.
           MOVE SPACE                   TO F-RECON-STATUS.

           EXIT.
       0500-RECON-END.

      ******************************************************************

      *Candidats au depart du dernier rapprochement RH : un ADMIN
      *desactive le compte (menu, option 5) ou constate qu'il doit
      *rester. Les comptes deja desactives par hrrecon sont regles.
       0600-LEAVERS-START.

           OPEN INPUT F-LEAVERS.

           IF NOT F-LEAVERS-STATUS-OK
               MOVE SPACE               TO F-LEAVERS-STATUS
               GO TO 0600-LEAVERS-END
           END-IF.

           PERFORM UNTIL F-LEAVERS-STATUS-EOF
             READ F-LEAVERS
              AT END
                CONTINUE
              NOT AT END
                IF LVR-KIND = "CANDIDAT"
                    MOVE "DEPA"          TO WS-NEW-SRC
                    MOVE LVR-NOM         TO WS-NEW-KEY
                    MOVE "CANDIDAT DEPART" TO WS-NEW-KIND
                    MOVE SPACES          TO WS-NEW-SINCE
                    MOVE "ADMIN"         TO WS-NEW-ROLE
                    MOVE "MAIN, option 5" TO WS-NEW-PROG
                    MOVE 0               TO WS-NEW-REF
                    PERFORM 0650-ADD-ITEM-START
                    THRU    0650-ADD-ITEM-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-LEAVERS.
           MOVE SPACE                   TO F-LEAVERS-STATUS.

           EXIT.
       0600-LEAVERS-END.

      ******************************************************************

      *Ajoute l'element prepare a la file, avec ce que la memoire
      *en sait : derniere relance, et pour une exception de
      *rapport (sans date propre) le jour de sa premiere
      *apparition. Une exception deja expiree reste en memoire
      *tant que son rapport la porte, sans revenir dans la file.
       0650-ADD-ITEM-START.

           IF WQ-LGHT >= WQ-MAX
               SET WORK-TABLE-OVERFLOW  TO TRUE
               GO TO 0650-ADD-ITEM-END
           END-IF.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING TK-IDX FROM 1 BY 1
                     UNTIL TK-IDX > TK-LGHT OR WS-HIT > 0
               IF TK-SRC(TK-IDX) = WS-NEW-SRC
                 AND TK-KEY(TK-IDX) = WS-NEW-KEY
                 AND TK-KIND(TK-IDX) = WS-NEW-KIND
                   SET WS-HIT           TO TK-IDX
               END-IF
           END-PERFORM.

           ADD 1                        TO WQ-LGHT.
           MOVE WS-NEW-SRC              TO WQ-SRC   (WQ-LGHT).
           MOVE WS-NEW-KEY              TO WQ-KEY   (WQ-LGHT).
           MOVE WS-NEW-KIND             TO WQ-KIND  (WQ-LGHT).
           MOVE WS-NEW-ROLE             TO WQ-ROLE  (WQ-LGHT).
           MOVE WS-NEW-PROG             TO WQ-PROG  (WQ-LGHT).
           MOVE WS-NEW-REF              TO WQ-REF   (WQ-LGHT).
           MOVE 0                       TO WQ-AGE   (WQ-LGHT).
           MOVE SPACE                   TO WQ-ACTION(WQ-LGHT).
           MOVE SPACES                  TO WQ-REMIND(WQ-LGHT).
           MOVE "O"                     TO WQ-STATE (WQ-LGHT).
           MOVE WS-NEW-SINCE            TO WQ-SINCE (WQ-LGHT).

           IF WS-HIT > 0
               MOVE TK-REMIND(WS-HIT)   TO WQ-REMIND(WQ-LGHT)
               IF WS-NEW-SINCE = SPACES
                   MOVE TK-SINCE(WS-HIT) TO WQ-SINCE(WQ-LGHT)
                   IF TK-STATE(WS-HIT) = "X"
                       MOVE "X"         TO WQ-STATE(WQ-LGHT)
                   END-IF
               END-IF
           END-IF.

      *Sans date lisible, l'element compte du jour.
           IF WQ-SINCE(WQ-LGHT) IS NOT NUMERIC
               MOVE WS-TODAY            TO WQ-SINCE(WQ-LGHT)
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WQ-SINCE(WQ-LGHT))) NOT = 0
                 OR WQ-SINCE(WQ-LGHT) > WS-TODAY
                   MOVE WS-TODAY        TO WQ-SINCE(WQ-LGHT)
               END-IF
           END-IF.

           EXIT.
       0650-ADD-ITEM-END.

      ******************************************************************

      *Age de l'element WQ-IDX et action du passage : expiration
      *au-dela du second seuil, sinon relance au-dela du premier
      *(et pas plus d'une relance par delai).
       0700-AGE-ONE-START.

           COMPUTE WS-SINCE-NUM =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WQ-SINCE(WQ-IDX))).
           COMPUTE WQ-AGE(WQ-IDX) = WS-TODAY-NUM - WS-SINCE-NUM.

      *Une source chargee en partie ne peut pas etre reecrite :
      *ses demandes n'expirent pas ce passage-ci.
           IF WS-EXPIRE-DAYS > 0
             AND WQ-AGE(WQ-IDX) >= WS-EXPIRE-DAYS
               IF (WQ-SRC(WQ-IDX) = "SUPP"
                     AND PEND-TABLE-OVERFLOW)
                 OR (WQ-SRC(WQ-IDX) = "ROLE"
                     AND PENDROL-TABLE-OVERFLOW)
                 OR (WQ-SRC(WQ-IDX) = "FUSI"
                     AND MERGE-TABLE-OVERFLOW)
                   CONTINUE
               ELSE
                   MOVE "X"             TO WQ-ACTION(WQ-IDX)
                   ADD 1                TO WS-EXPIRED-COUNT
                   GO TO 0700-AGE-ONE-END
               END-IF
           END-IF.

           ADD 1                        TO WS-OPEN-COUNT.

           IF WS-REMIND-DAYS = 0
             OR WQ-AGE(WQ-IDX) < WS-REMIND-DAYS
               GO TO 0700-AGE-ONE-END
           END-IF.

           IF WQ-REMIND(WQ-IDX) IS NUMERIC
               COMPUTE WS-SINCE-NUM =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WQ-REMIND(WQ-IDX)))
               IF WS-TODAY-NUM - WS-SINCE-NUM < WS-REMIND-DAYS
                   GO TO 0700-AGE-ONE-END
               END-IF
           END-IF.

           MOVE "R"                     TO WQ-ACTION(WQ-IDX).
           ADD 1                        TO WS-DUE-COUNT.

           EXIT.
       0700-AGE-ONE-END.

      ******************************************************************

      *Expire les elements trop vieux : la demande de suppression
      *ou de changement de profil, ou le candidat a la fusion,
      *passe a l'etat "X" dans sa file
      *(reecrite), l'exception de rapport est marquee expiree en
      *memoire ; chacun laisse une entree d'audit.
       0800-EXPIRE-START.

           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-ACTION(WQ-IDX) = "X"
                   PERFORM 0810-EXPIRE-ONE-START
                   THRU    0810-EXPIRE-ONE-END
               END-IF
           END-PERFORM.

           IF PEND-CHANGED
               OPEN OUTPUT F-PENDING
               PERFORM VARYING PT-IDX FROM 1 BY 1
                         UNTIL PT-IDX > PT-LGHT
                   MOVE SPACES          TO REC-F-PENDING
                   MOVE PT-NAME     (PT-IDX) TO PD-NAME
                   MOVE PT-REQUESTOR(PT-IDX) TO PD-REQUESTOR
                   MOVE PT-STAMP    (PT-IDX) TO PD-STAMP
                   MOVE PT-STATE    (PT-IDX) TO PD-STATE
                   MOVE PT-DECIDER  (PT-IDX) TO PD-DECIDER
                   MOVE PT-DECIDED  (PT-IDX) TO PD-DECIDED
                   MOVE PT-TICKET   (PT-IDX) TO PD-TICKET
                   WRITE REC-F-PENDING
               END-PERFORM
               CLOSE F-PENDING
               MOVE SPACE               TO F-PENDING-STATUS
           END-IF.

           IF PENDROL-CHANGED
               OPEN OUTPUT F-PENDROL
               PERFORM VARYING PRT-IDX FROM 1 BY 1
                         UNTIL PRT-IDX > PRT-LGHT
                   MOVE SPACES          TO REC-F-PENDROL
                   MOVE PRT-NAME     (PRT-IDX) TO PR-NAME
                   MOVE PRT-ROLE     (PRT-IDX) TO PR-ROLE
                   MOVE PRT-REQUESTOR(PRT-IDX) TO PR-REQUESTOR
                   MOVE PRT-STAMP    (PRT-IDX) TO PR-STAMP
                   MOVE PRT-STATE    (PRT-IDX) TO PR-STATE
                   MOVE PRT-DECIDER  (PRT-IDX) TO PR-DECIDER
                   MOVE PRT-DECIDED  (PRT-IDX) TO PR-DECIDED
                   MOVE PRT-TICKET   (PRT-IDX) TO PR-TICKET
                   WRITE REC-F-PENDROL
               END-PERFORM
               CLOSE F-PENDROL
               MOVE SPACE               TO F-PENDROL-STATUS
           END-IF.

           IF MERGE-CHANGED
               OPEN OUTPUT F-MERGE
               PERFORM VARYING MG-IDX FROM 1 BY 1
                         UNTIL MG-IDX > MG-LGHT
                   MOVE SPACES          TO REC-F-MERGE
                   MOVE MG-NEW-ID  (MG-IDX) TO MC-NEW-ID
                   MOVE MG-REG-ID  (MG-IDX) TO MC-REG-ID
                   MOVE MG-EMAIL   (MG-IDX) TO MC-EMAIL
                   MOVE MG-SRC     (MG-IDX) TO MC-SRC
                   MOVE MG-REG-DATE(MG-IDX) TO MC-REG-DATE
                   MOVE MG-RUN-DATE(MG-IDX) TO MC-RUN-DATE
                   MOVE MG-STATE   (MG-IDX) TO MC-STATE
                   MOVE MG-DECIDER (MG-IDX) TO MC-DECIDER
                   WRITE REC-F-MERGE
               END-PERFORM
               CLOSE F-MERGE
               MOVE SPACE               TO F-MERGE-STATUS
           END-IF.

           EXIT.
       0800-EXPIRE-END.

      ******************************************************************

      *Expire l'element WQ-IDX et l'inscrit a la piste d'audit.
       0810-EXPIRE-ONE-START.

           EVALUATE WQ-SRC(WQ-IDX)
             WHEN "SUPP"
               MOVE "X"                 TO PT-STATE  (WQ-REF(WQ-IDX))
               MOVE WS-AUD-OPERATOR     TO PT-DECIDER(WQ-REF(WQ-IDX))
               MOVE WS-STAMP            TO PT-DECIDED(WQ-REF(WQ-IDX))
               SET PEND-CHANGED         TO TRUE
             WHEN "ROLE"
               MOVE "X"                TO PRT-STATE  (WQ-REF(WQ-IDX))
               MOVE WS-AUD-OPERATOR    TO PRT-DECIDER(WQ-REF(WQ-IDX))
               MOVE WS-STAMP           TO PRT-DECIDED(WQ-REF(WQ-IDX))
               SET PENDROL-CHANGED      TO TRUE
             WHEN "FUSI"
               MOVE "X"                 TO MG-STATE  (WQ-REF(WQ-IDX))
               MOVE WS-AUD-OPERATOR     TO MG-DECIDER(WQ-REF(WQ-IDX))
               SET MERGE-CHANGED        TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE "X"                     TO WQ-STATE(WQ-IDX).

           MOVE WQ-KEY(WQ-IDX)          TO WS-AUD-NOM.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING WQ-SRC(WQ-IDX) " " WQ-KIND(WQ-IDX)
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "SANS DECISION " WQ-AGE(WQ-IDX) " J"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER
                WS-AUD-OPERATOR.

           EXIT.
       0810-EXPIRE-ONE-END.

      ******************************************************************

      *Relances : chaque operateur habilite recoit, par la boite
      *d'envoi, le nombre d'elements dus qu'il peut trancher (un
      *ADMIN tranche tout, un OPERATOR ce qui ne demande pas le
      *role ADMIN) et l'age du plus ancien. L'adresse est celle de
      *son compte en base. La relance n'est reportee aux elements
      *que si la base a repondu.
       0900-REMIND-START.

           OPEN INPUT F-OPER.
           IF NOT F-OPER-STATUS-OK
               DISPLAY "Pas de liste operators.cfg : relances non "
                       "envoyees."
               MOVE SPACE               TO F-OPER-STATUS
               GO TO 0900-REMIND-END
           END-IF.

           PERFORM UNTIL F-OPER-STATUS-EOF
             READ F-OPER
              AT END
                CONTINUE
              NOT AT END
                IF OPER-ID NOT = SPACES AND OT-LGHT < OT-MAX
                    ADD 1                TO OT-LGHT
                    MOVE OPER-ID         TO OT-ID  (OT-LGHT)
                    MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                                         TO OT-ROLE(OT-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-OPER.
           MOVE SPACE                   TO F-OPER-STATUS.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               DISPLAY "Pas de connexion a la base : relances non "
                       "envoyees."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Relances de la file non envoyees"
                                        TO WS-INC-MESSAGE
               MOVE "workq_track.dat"   TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0900-REMIND-END
           END-IF.
           SET DB-IS-CONNECTED          TO TRUE.

           PERFORM VARYING OT-IDX FROM 1 BY 1
                     UNTIL OT-IDX > OT-LGHT
               IF OT-ROLE(OT-IDX) = "ADMIN"
                 OR OT-ROLE(OT-IDX) = "OPERATOR"
                   PERFORM 0910-REMIND-ONE-START
                   THRU    0910-REMIND-ONE-END
               END-IF
           END-PERFORM.

           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-ACTION(WQ-IDX) = "R"
                   MOVE WS-TODAY        TO WQ-REMIND(WQ-IDX)
               END-IF
           END-PERFORM.

           EXIT.
       0900-REMIND-END.

      ******************************************************************

      *Relance de l'operateur OT-IDX, s'il a des elements dus.
       0910-REMIND-ONE-START.

           MOVE 0                       TO WS-OPER-DUE.
           MOVE 0                       TO WS-OPER-OLDEST.
           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-ACTION(WQ-IDX) = "R"
                 AND (OT-ROLE(OT-IDX) = "ADMIN"
                      OR WQ-ROLE(WQ-IDX) NOT = "ADMIN")
                   ADD 1                TO WS-OPER-DUE
                   IF WQ-AGE(WQ-IDX) > WS-OPER-OLDEST
                       MOVE WQ-AGE(WQ-IDX) TO WS-OPER-OLDEST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-OPER-DUE = 0
               GO TO 0910-REMIND-ONE-END
           END-IF.

           MOVE OT-ID(OT-IDX)           TO WS-ACCT-NAME.
           MOVE SPACES                  TO WS-ACCT-EMAIL.
           EXEC SQL
               SELECT COALESCE(email, ' ') INTO :WS-ACCT-EMAIL
               FROM users WHERE nom = :WS-ACCT-NAME
                 AND status = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ACCT-EMAIL = SPACES
               ADD 1                    TO WS-NOMAIL-COUNT
               DISPLAY "Operateur sans adresse active, non relance : "
                       FUNCTION TRIM(OT-ID(OT-IDX))
               GO TO 0910-REMIND-ONE-END
           END-IF.

           MOVE OT-ID(OT-IDX)           TO WS-NOTIFY-NOM.
           MOVE WS-ACCT-EMAIL           TO WS-NOTIFY-EMAIL.
           MOVE SPACES                  TO WS-NOTIFY-PAYLOAD.
           STRING WS-OPER-DUE " a trancher, doyen "
                  WS-OPER-OLDEST " j"
                  DELIMITED BY SIZE INTO WS-NOTIFY-PAYLOAD.
           CALL "notify" USING WS-NOTIFY-NOM WS-NOTIFY-EMAIL
                               WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                               WS-NOTIFY-MOBILE.
           ADD 1                        TO WS-SENT-COUNT.

           EXIT.
       0910-REMIND-ONE-END.

      ******************************************************************

      *Ecrit la file : les elements en attente, puis ceux expires
      *ce passage, puis les totaux.
       1000-REPORT-START.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de workq.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY                TO OUT-H-DATE.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COLUMNS              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF WS-OPEN-COUNT = 0
               MOVE "(aucune decision en attente)" TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-STATE(WQ-IDX) = "O"
                   PERFORM 1010-WRITE-ITEM-START
                   THRU    1010-WRITE-ITEM-END
               END-IF
           END-PERFORM.

           IF WS-EXPIRED-COUNT > 0
               MOVE SPACES              TO REC-F-REPORT
               WRITE REC-F-REPORT
               MOVE "Expires ce jour, sans decision :"
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
               PERFORM VARYING WQ-IDX FROM 1 BY 1
                         UNTIL WQ-IDX > WQ-LGHT
                   IF WQ-ACTION(WQ-IDX) = "X"
                       PERFORM 1010-WRITE-ITEM-START
                       THRU    1010-WRITE-ITEM-END
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-OPEN-COUNT           TO OUT-T-OPEN.
           MOVE WS-SENT-COUNT           TO OUT-T-SENT.
           MOVE WS-NOMAIL-COUNT         TO OUT-T-NOMAIL.
           MOVE WS-EXPIRED-COUNT        TO OUT-T-EXP.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           EXIT.
       1000-REPORT-END.

      ******************************************************************

      *Ligne de la file pour l'element WQ-IDX ; RELANCE marque
      *une relance due ce passage.
       1010-WRITE-ITEM-START.

           EVALUATE WQ-SRC(WQ-IDX)
             WHEN "SUPP"
               MOVE "SUPPRESSION"       TO OUT-L-TYPE
             WHEN "ROLE"
               MOVE "PROFIL"            TO OUT-L-TYPE
             WHEN "FUSI"
               MOVE "FUSION"            TO OUT-L-TYPE
             WHEN "ENTR"
               MOVE "ENTRETIEN"         TO OUT-L-TYPE
             WHEN "RAPP"
               MOVE "RAPPROCHEMENT"     TO OUT-L-TYPE
             WHEN "DEPA"
               MOVE "DEPART RH"         TO OUT-L-TYPE
             WHEN OTHER
               MOVE WQ-SRC(WQ-IDX)      TO OUT-L-TYPE
           END-EVALUATE.
           MOVE WQ-AGE (WQ-IDX)         TO OUT-L-AGE.
           MOVE WQ-ROLE(WQ-IDX)         TO OUT-L-ROLE.
           MOVE WQ-PROG(WQ-IDX)         TO OUT-L-PROG.
           MOVE WQ-KEY (WQ-IDX)         TO OUT-L-KEY.
           MOVE WQ-KIND(WQ-IDX)         TO OUT-L-KIND.
           IF WQ-ACTION(WQ-IDX) = "R"
               MOVE "RELANC"            TO OUT-L-MARK
           ELSE
               MOVE SPACES              TO OUT-L-MARK
           END-IF.
           MOVE WS-ITEM-LINE            TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       1010-WRITE-ITEM-END.

      ******************************************************************

      *Reecrit la memoire : elements en attente, et exceptions de
      *rapport expirees que leur rapport porte encore. Une
      *demande ou un candidat expire a quitte sa file, il n'a plus
      *rien a y faire.
       1100-SAVE-TRACK-START.

           OPEN OUTPUT F-TRACK.
           IF NOT F-TRACK-STATUS-OK
               DISPLAY "Ecriture de workq_track.dat impossible, "
                       "statut : " F-TRACK-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WQ-IDX FROM 1 BY 1
                     UNTIL WQ-IDX > WQ-LGHT
               IF WQ-STATE(WQ-IDX) = "O"
                 OR (WQ-SRC(WQ-IDX) NOT = "SUPP"
                     AND WQ-SRC(WQ-IDX) NOT = "ROLE"
                     AND WQ-SRC(WQ-IDX) NOT = "FUSI")
                   MOVE SPACES          TO REC-F-TRACK
                   MOVE WQ-SRC   (WQ-IDX) TO TRK-SRC
                   MOVE WQ-KEY   (WQ-IDX) TO TRK-KEY
                   MOVE WQ-KIND  (WQ-IDX) TO TRK-KIND
                   MOVE WQ-SINCE (WQ-IDX) TO TRK-SINCE
                   MOVE WQ-REMIND(WQ-IDX) TO TRK-REMIND
                   MOVE WQ-STATE (WQ-IDX) TO TRK-STATE
                   WRITE REC-F-TRACK
               END-IF
           END-PERFORM.

           CLOSE F-TRACK.

           EXIT.
       1100-SAVE-TRACK-END.
