      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usrasof.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre des sauvegardes completes tenu par unload : la base
      *de la reconstitution est la plus recente prise au plus tard
      *le jour demande.
           SELECT F-BAKLIST ASSIGN TO "unload_backups.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BAKLIST-STATUS.

      *Sauvegarde a plat de la table users (HDR/DTL/ROL/TRL, cf.
      *unload et reload) ; les lignes ROL ne servent pas ici.
           SELECT F-BACKUP ASSIGN TO WS-BACKUP-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BACKUP-STATUS.

      *Piste d'audit scellee, rejouee depuis la base et verifiee
      *maillon par maillon comme le fait audinq VERIFY.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Cliche reconstitue, au format de users_report.out, dans
      *users_asof_<AAAAMMJJ>.out.
           SELECT F-SNAP ASSIGN TO WS-SNAP-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SNAP-STATUS.

      *Ecarts entre deux dates, pour l'audit interne.
           SELECT F-DIFF ASSIGN TO "users_asof_diff.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DIFF-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-BAKLIST.

       01  REC-F-BAKLIST       PIC X(14).

       FD  F-BACKUP.

       01  REC-F-BACKUP.
           05 BK-TYPE          PIC X(03).
           05 BK-DATA          PIC X(287).
       01  REC-F-BACKUP-HDR REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(04).
           05 BK-HDR-STAMP     PIC X(14).
           05 FILLER           PIC X(272).
       01  REC-F-BACKUP-DTL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(03).
           05 BK-NOM           PIC X(50).
           05 BK-PASSWORD      PIC X(50).
           05 BK-ROLE          PIC X(10).
           05 BK-EMAIL         PIC X(50).
           05 BK-STATUS        PIC X(01).
           05 BK-CREATED       PIC X(19).
           05 BK-PWD-CHANGED   PIC X(19).
           05 BK-CATEGORY      PIC X(01).
           05 BK-OWNER         PIC X(50).
           05 BK-END-DATE      PIC X(10).
           05 BK-MOBILE        PIC X(20).
           05 FILLER           PIC X(07).
       01  REC-F-BACKUP-ROL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(03).
           05 BK-RL-NOM        PIC X(50).
           05 BK-RL-ROLE       PIC X(10).
           05 BK-RL-GRANTED-BY PIC X(20).
           05 BK-RL-GRANTED-AT PIC X(19).
           05 FILLER           PIC X(188).
       01  REC-F-BACKUP-TRL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(04).
           05 BK-TRL-COUNT     PIC 9(07).
           05 FILLER           PIC X(01).
           05 BK-TRL-ROL-COUNT PIC X(07).
           05 FILLER           PIC X(271).

       FD  F-AUDIT.

       01  REC-F-AUDIT.
           05 AUD-TIMESTAMP     PIC X(19).
           05 FILLER            PIC X(01).
           05 AUD-PROGRAM       PIC X(10).
           05 FILLER            PIC X(01).
           05 AUD-ACTION        PIC X(10).
           05 FILLER            PIC X(01).
           05 AUD-NOM           PIC X(50).
           05 FILLER            PIC X(08).
           05 AUD-BEFORE        PIC X(30).
           05 FILLER            PIC X(08).
           05 AUD-AFTER         PIC X(30).
           05 FILLER            PIC X(06).
           05 AUD-OPERATOR      PIC X(20).
           05 FILLER            PIC X(01).
           05 AUD-SEQ           PIC X(07).
           05 FILLER            PIC X(01).
           05 AUD-CHAIN         PIC X(18).
           05 FILLER            PIC X(01).
           05 AUD-ELEV-MARK     PIC X(08).
           05 FILLER            PIC X(01).
           05 AUD-TICKET        PIC X(18).

      *Ligne de users_report.out (95 octets) suivie de l'adresse
      *de courrier du compte a la date.
       FD  F-SNAP.

       01  REC-F-SNAP          PIC X(147).

       FD  F-DIFF.

       01  REC-F-DIFF          PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-BAKLIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-BAKLIST-STATUS-OK          VALUE "00".
           88 F-BAKLIST-STATUS-EOF         VALUE "10".

       01  F-BACKUP-STATUS     PIC X(02) VALUE SPACE.
           88 F-BACKUP-STATUS-OK           VALUE "00".
           88 F-BACKUP-STATUS-EOF          VALUE "10".

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-SNAP-STATUS       PIC X(02) VALUE SPACE.
           88 F-SNAP-STATUS-OK             VALUE "00".

       01  F-DIFF-STATUS       PIC X(02) VALUE SPACE.
           88 F-DIFF-STATUS-OK             VALUE "00".

      *Ligne de commande : "usrasof AAAAMMJJ" reconstitue la table
      *au soir du jour donne ; "usrasof AAAAMMJJ AAAAMMJJ"
      *reconstitue les deux dates et en rapporte les ecarts.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG1             PIC X(20).
       01  WS-ARG2             PIC X(20).
       01  WS-DATE-1           PIC X(08).
       01  WS-DATE-2           PIC X(08).
       01  WS-DIFF-FLAG        PIC X(01) VALUE "N".
           88 DIFF-MODE                    VALUE "Y".

      *Jour reconstitue et bornes de la relecture : sceau de la
      *sauvegarde de base (AAAAMMJJHHMMSS et sa forme horodatage de
      *la piste) et fin du jour demande.
       01  WS-TARGET-DAY       PIC X(08).
       01  WS-TARGET-STAMP     PIC X(14).
       01  WS-CUTOFF           PIC X(19).
       01  WS-BASE-STAMP       PIC X(14).
       01  WS-BASE-TS          PIC X(19).
       01  WS-LATER-STAMP      PIC X(14).
       01  WS-BACKUP-NAME      PIC X(40).
       01  WS-SNAP-NAME        PIC X(40).

      *Registre des sauvegardes completes, dans l'ordre d'ecriture.
       01  BAKLIST-TABLE.
           05 BL-LGHT          PIC 9(04) VALUE ZERO.
           05 BL-MAX           PIC 9(04) VALUE 2000.
           05 BL OCCURS 2000 TIMES INDEXED BY BL-IDX.
                10 BL-STAMP     PIC X(14).

      *Table reconstituee, triee par nom comme la sauvegarde :
      *profil, statut, courrier et horodatages par compte ;
      *SN-GONE a "Y" pour un compte supprime, archive ou efface a
      *la date (garde pour une restauration ulterieure).
      *SN-MAIL-STATE : K courrier connu ; U compte cree apres la
      *base, courrier non trace par la piste ; X courrier perdu
      *(le compte a ete recree ou supprime avant tout changement
      *de courrier qui l'aurait restitue).
       01  SNAP-TABLE.
           05 SN-LGHT          PIC 9(05) VALUE ZERO.
           05 SN-MAX           PIC 9(05) VALUE 10000.
           05 SN OCCURS 10000 TIMES INDEXED BY SN-IDX.
                10 SN-NOM       PIC X(50).
                10 SN-ROLE      PIC X(10).
                10 SN-EMAIL     PIC X(50).
                10 SN-STATUS    PIC X(01).
                10 SN-CREATED   PIC X(19).
                10 SN-PWD-CHANGED PIC X(19).
                10 SN-GONE      PIC X(01).
                10 SN-MAIL-STATE PIC X(01).

      *Premiere date reconstituee, conservee pour la comparaison.
       01  PREV-TABLE.
           05 PV-LGHT          PIC 9(05) VALUE ZERO.
           05 PV-MAX           PIC 9(05) VALUE 10000.
           05 PV OCCURS 10000 TIMES INDEXED BY PV-IDX.
                10 PV-NOM       PIC X(50).
                10 PV-ROLE      PIC X(10).
                10 PV-EMAIL     PIC X(50).
                10 PV-STATUS    PIC X(01).
                10 PV-CREATED   PIC X(19).
                10 PV-PWD-CHANGED PIC X(19).
                10 PV-GONE      PIC X(01).
                10 PV-MAIL-STATE PIC X(01).

       01  WS-HIT              PIC 9(05).
       01  WS-POS              PIC 9(05).
       01  WS-K                PIC 9(05).
       01  WS-SLASH            PIC 9(03).
       01  WS-DTL-COUNT        PIC 9(07).
       01  WS-TRL-FLAG         PIC X(01).
           88 TRL-SEEN                     VALUE "Y".
       01  WS-HDR-OK-FLAG      PIC X(01).
           88 HDR-IS-OK                    VALUE "Y".

      *Verification de la chaine, meme calcul qu'audinq.
       01  WS-PREV-SEQ         PIC 9(07) VALUE ZERO.
       01  WS-PREV-CHAIN       PIC X(18).
       01  WS-CHAIN-LINE       PIC X(194).
       01  WS-CALC-CHAIN       PIC X(18).
       01  WS-TKT-CHAIN        PIC X(18).
       01  WS-LINE-NO          PIC 9(07) VALUE ZERO.
       01  WS-BROKEN-FLAG      PIC X(01) VALUE "N".
           88 CHAIN-IS-BROKEN              VALUE "Y".
       01  WS-REFUSE-FLAG      PIC X(01) VALUE "N".
           88 MUST-REFUSE                  VALUE "Y".
       01  WS-REFUSE-WHY       PIC X(60).

       01  WS-REPLAYED         PIC 9(07) VALUE ZERO.
       01  WS-ORPHANS          PIC 9(07) VALUE ZERO.
       01  WS-MAIL-UNKNOWN     PIC 9(05) VALUE ZERO.
       01  WS-SNAP-COUNT       PIC 9(05) VALUE ZERO.

      *Statut d'expiration du mot de passe a la date, comme le
      *roster (TUN.PWD-MAX-AGE, 90 jours a defaut).
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-PWD-MAX-AGE      PIC 9(03) VALUE 90.
       01  WS-TARGET-INT       PIC 9(08).
       01  WS-CHANGED-INT      PIC 9(08).
       01  WS-CHANGED-YMD      PIC X(08).
       01  WS-PWD-AGE          PIC S9(08).
       01  WS-PWD-STATE        PIC X(06).

      *Comparaison des deux dates.
       01  WS-DIFF-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-D-KIND           PIC X(10).
       01  WS-D-NOM            PIC X(50).
       01  WS-D-BEFORE         PIC X(50).
       01  WS-D-AFTER          PIC X(50).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "usrasof".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-REPORT-LINE.
           05 OUT-NOM           PIC X(50).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 OUT-CREATED       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 OUT-ROLE          PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 OUT-STATUS        PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 OUT-PWD-STATE     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 OUT-EMAIL         PIC X(50).

       01  WS-DIFF-HEADER.
           05 FILLER           PIC X(29) VALUE
                  "ACCES COMPARES ENTRE LE SOIR ".
           05 FILLER           PIC X(03) VALUE "DU ".
           05 OUT-H-D1         PIC X(08).
           05 FILLER           PIC X(10) VALUE " ET CELUI ".
           05 FILLER           PIC X(03) VALUE "DU ".
           05 OUT-H-D2         PIC X(08).

       01  WS-DIFF-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-D-KIND       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-NOM        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-BEFORE     PIC X(30).
           05 FILLER           PIC X(04) VALUE " -> ".
           05 OUT-D-AFTER      PIC X(30).

       01  WS-DIFF-TRAILER.
           05 FILLER           PIC X(09) VALUE "Ecarts : ".
           05 OUT-T-COUNT      PIC ZZZZ9.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Reconstitution a une date passee de la table users : profil,
      *statut et courrier de chaque compte au soir du jour demande,
      *a partir de la sauvegarde complete la plus proche (unload)
      *puis de la piste d'audit rejouee en avant. La chaine de la
      *piste est verifiee au fil de la relecture ; une chaine
      *cassee ou une ligne non scellee avant la fin du jour demande
      *rend la reponse inverifiable : le programme refuse alors de
      *repondre. Code retour : 0 reconstitution ecrite, 1 usage ou
      *base inutilisable, 2 refus sur chaine cassee.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1 WS-ARG2.

           IF WS-ARG1(1:8) IS NOT NUMERIC
             OR WS-ARG1(9:1) NOT = SPACE
               DISPLAY "Usage : usrasof AAAAMMJJ [AAAAMMJJ]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG1(1:8)            TO WS-DATE-1.

           IF WS-ARG2 NOT = SPACES
               IF WS-ARG2(1:8) IS NOT NUMERIC
                 OR WS-ARG2(9:1) NOT = SPACE
                   DISPLAY "Usage : usrasof AAAAMMJJ [AAAAMMJJ]"
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG2(1:8)        TO WS-DATE-2
               SET DIFF-MODE            TO TRUE
      *Les deux dates sont rejouees dans l'ordre chronologique.
               IF WS-DATE-2 < WS-DATE-1
                   MOVE WS-DATE-1       TO WS-DATE-2
                   MOVE WS-ARG2(1:8)    TO WS-DATE-1
               END-IF
           END-IF.

           MOVE "TUN.PWD-MAX-AGE"       TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-PWD-MAX-AGE =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           PERFORM 0100-LOAD-BAKLIST-START
           THRU    0100-LOAD-BAKLIST-END.

           MOVE WS-DATE-1               TO WS-TARGET-DAY.
           PERFORM 0200-REBUILD-START
           THRU    0200-REBUILD-END.
           PERFORM 0600-WRITE-SNAP-START
           THRU    0600-WRITE-SNAP-END.

           IF DIFF-MODE
               MOVE SNAP-TABLE          TO PREV-TABLE
               MOVE WS-DATE-2           TO WS-TARGET-DAY
               PERFORM 0200-REBUILD-START
               THRU    0200-REBUILD-END
               PERFORM 0600-WRITE-SNAP-START
               THRU    0600-WRITE-SNAP-END
               PERFORM 0700-WRITE-DIFF-START
               THRU    0700-WRITE-DIFF-END
           END-IF.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le registre des sauvegardes completes ; sans registre,
      *aucune date ne peut etre reconstituee.
       0100-LOAD-BAKLIST-START.

           OPEN INPUT F-BAKLIST.
           IF NOT F-BAKLIST-STATUS-OK
               DISPLAY "Pas de registre des sauvegardes "
                       "(unload_backups.log) : reconstitution "
                       "impossible."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-BAKLIST-STATUS-EOF
             READ F-BAKLIST
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-BAKLIST IS NUMERIC
                    IF BL-LGHT >= BL-MAX
                        DISPLAY "Registre des sauvegardes plein ("
                                BL-MAX ") : " REC-F-BAKLIST
                                " ignoree."
                    ELSE
                        ADD 1           TO BL-LGHT
                        MOVE REC-F-BAKLIST TO BL-STAMP(BL-LGHT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-BAKLIST.
           MOVE SPACE                   TO F-BAKLIST-STATUS.

           EXIT.
       0100-LOAD-BAKLIST-END.

      ******************************************************************

      *Reconstitue SNAP-TABLE au soir de WS-TARGET-DAY : base,
      *relecture verifiee de la piste, puis courriers des comptes
      *crees depuis la base. Un refus arrete le programme.
       0200-REBUILD-START.

           MOVE WS-TARGET-DAY           TO WS-TARGET-STAMP(1:8).
           MOVE "235959"                TO WS-TARGET-STAMP(9:6).
           MOVE SPACES                  TO WS-CUTOFF.
           STRING WS-TARGET-DAY(1:4) "-" WS-TARGET-DAY(5:2) "-"
                  WS-TARGET-DAY(7:2) " 23:59:59"
                  DELIMITED BY SIZE INTO WS-CUTOFF.
           COMPUTE WS-TARGET-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TARGET-DAY)).

      *Base : la plus recente sauvegarde au plus tard ce soir-la ;
      *la premiere prise apres sert au courrier des comptes crees
      *entre-temps.
           MOVE SPACES                  TO WS-BASE-STAMP.
           MOVE SPACES                  TO WS-LATER-STAMP.
           PERFORM VARYING BL-IDX FROM 1 BY 1
                     UNTIL BL-IDX > BL-LGHT
               IF BL-STAMP(BL-IDX) <= WS-TARGET-STAMP
                   IF WS-BASE-STAMP = SPACES
                     OR BL-STAMP(BL-IDX) > WS-BASE-STAMP
                       MOVE BL-STAMP(BL-IDX) TO WS-BASE-STAMP
                   END-IF
               ELSE
                   IF WS-LATER-STAMP = SPACES
                     OR BL-STAMP(BL-IDX) > WS-LATER-STAMP
                       MOVE BL-STAMP(BL-IDX) TO WS-LATER-STAMP
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BASE-STAMP = SPACES
               DISPLAY "Aucune sauvegarde complete anterieure au "
                       WS-TARGET-DAY " : reconstitution impossible."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-BASE-TS.
           STRING WS-BASE-STAMP(1:4) "-" WS-BASE-STAMP(5:2) "-"
                  WS-BASE-STAMP(7:2) " " WS-BASE-STAMP(9:2) ":"
                  WS-BASE-STAMP(11:2) ":" WS-BASE-STAMP(13:2)
                  DELIMITED BY SIZE INTO WS-BASE-TS.

           PERFORM 0300-LOAD-BASE-START
           THRU    0300-LOAD-BASE-END.

           PERFORM 0400-REPLAY-START
           THRU    0400-REPLAY-END.

           IF MUST-REFUSE
               DISPLAY "Refus de reconstituer le " WS-TARGET-DAY
                       " : " FUNCTION TRIM(WS-REFUSE-WHY)
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE WS-REFUSE-WHY       TO WS-INC-MESSAGE
               MOVE WS-TARGET-DAY       TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0500-LATER-MAILS-START
           THRU    0500-LATER-MAILS-END.

           MOVE 0                       TO WS-MAIL-UNKNOWN.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                     UNTIL SN-IDX > SN-LGHT
               IF SN-GONE(SN-IDX) = "N"
                 AND SN-MAIL-STATE(SN-IDX) NOT = "K"
                   ADD 1                TO WS-MAIL-UNKNOWN
               END-IF
           END-PERFORM.

           DISPLAY "Reconstitution du " WS-TARGET-DAY
                   " : base du " WS-BASE-STAMP ", "
                   WS-REPLAYED " mouvement(s) rejoue(s), "
                   WS-MAIL-UNKNOWN " courrier(s) non trace(s).".
           IF WS-ORPHANS > 0
               DISPLAY "Attention : " WS-ORPHANS " mouvement(s) "
                       "sur des comptes absents de la base."
           END-IF.

           EXIT.
       0200-REBUILD-END.

      ******************************************************************

      *Charge les lignes DTL de la sauvegarde de base, controlees
      *par l'entete (sceau attendu) et le total de la fin.
       0300-LOAD-BASE-START.

           MOVE SPACES                  TO WS-BACKUP-NAME.
           STRING "users_backup_" WS-BASE-STAMP ".dat"
                  DELIMITED BY SIZE INTO WS-BACKUP-NAME.

           MOVE 0                       TO SN-LGHT.
           MOVE 0                       TO WS-DTL-COUNT.
           MOVE "N"                     TO WS-TRL-FLAG.
           MOVE "N"                     TO WS-HDR-OK-FLAG.
           MOVE SPACE                   TO F-BACKUP-STATUS.

           OPEN INPUT F-BACKUP.
           IF NOT F-BACKUP-STATUS-OK
               DISPLAY "Sauvegarde de base illisible : "
                       FUNCTION TRIM(WS-BACKUP-NAME)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL F-BACKUP-STATUS-EOF
             READ F-BACKUP
              AT END
                CONTINUE
              NOT AT END
                EVALUATE BK-TYPE
                  WHEN "HDR"
                    IF BK-HDR-STAMP = WS-BASE-STAMP
                        SET HDR-IS-OK   TO TRUE
                    END-IF
                  WHEN "DTL"
                    ADD 1               TO WS-DTL-COUNT
                    IF SN-LGHT >= SN-MAX
                        DISPLAY "Table des comptes pleine ("
                                SN-MAX ") : base inutilisable."
                        MOVE 1          TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1               TO SN-LGHT
                    MOVE BK-NOM         TO SN-NOM        (SN-LGHT)
                    MOVE BK-ROLE        TO SN-ROLE       (SN-LGHT)
                    MOVE BK-EMAIL       TO SN-EMAIL      (SN-LGHT)
                    MOVE BK-STATUS      TO SN-STATUS     (SN-LGHT)
                    MOVE BK-CREATED     TO SN-CREATED    (SN-LGHT)
                    MOVE BK-PWD-CHANGED TO SN-PWD-CHANGED(SN-LGHT)
                    MOVE "N"            TO SN-GONE       (SN-LGHT)
                    MOVE "K"            TO SN-MAIL-STATE (SN-LGHT)
                  WHEN "TRL"
                    IF BK-TRL-COUNT = WS-DTL-COUNT
                        SET TRL-SEEN    TO TRUE
                    END-IF
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-BACKUP.
           MOVE SPACE                   TO F-BACKUP-STATUS.

           IF NOT HDR-IS-OK OR NOT TRL-SEEN
               DISPLAY "Sauvegarde de base incomplete ou "
                       "retouchee (entete ou total de controle) : "
                       FUNCTION TRIM(WS-BACKUP-NAME)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0300-LOAD-BASE-END.

      ******************************************************************

      *Relit toute la piste en verifiant la chaine depuis son
      *debut (un maillon casse rend suspect tout ce qui suit) :
      *les lignes posterieures a la base et jusqu'au soir demande
      *sont rejouees ; au-dela, la relecture ne cherche plus que
      *les courriers des comptes crees depuis la base, et s'arrete
      *au premier maillon casse sans refus. Casse ou ligne non
      *scellee avant la fin du jour demande : refus.
       0400-REPLAY-START.

           MOVE "N"                     TO WS-REFUSE-FLAG.
           MOVE "N"                     TO WS-BROKEN-FLAG.
           MOVE 0                       TO WS-PREV-SEQ.
           MOVE "000000000000000000"    TO WS-PREV-CHAIN.
           MOVE 0                       TO WS-LINE-NO.
           MOVE 0                       TO WS-REPLAYED.
           MOVE 0                       TO WS-ORPHANS.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0400-REPLAY-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF OR CHAIN-IS-BROKEN
                      OR MUST-REFUSE
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                ADD 1                   TO WS-LINE-NO
                IF AUD-SEQ IS NUMERIC
                    PERFORM 0410-VERIFY-ONE-START
                    THRU    0410-VERIFY-ONE-END
                    IF CHAIN-IS-BROKEN
                      AND AUD-TIMESTAMP <= WS-CUTOFF
                        SET MUST-REFUSE TO TRUE
                        MOVE SPACES     TO WS-REFUSE-WHY
                        STRING "Chaine d'audit cassee a la ligne "
                               WS-LINE-NO
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-WHY
                    END-IF
                ELSE
                    IF AUD-TIMESTAMP > WS-BASE-TS
                      AND AUD-TIMESTAMP <= WS-CUTOFF
                        SET MUST-REFUSE TO TRUE
                        MOVE SPACES     TO WS-REFUSE-WHY
                        STRING "Ligne d'audit non scellee a la "
                               "ligne " WS-LINE-NO
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-WHY
                    END-IF
                END-IF
                IF NOT CHAIN-IS-BROKEN AND NOT MUST-REFUSE
                    EVALUATE TRUE
                      WHEN AUD-TIMESTAMP <= WS-BASE-TS
                        CONTINUE
                      WHEN AUD-TIMESTAMP <= WS-CUTOFF
                        PERFORM 0420-APPLY-START
                        THRU    0420-APPLY-END
                      WHEN OTHER
                        PERFORM 0430-MAIL-HINT-START
                        THRU    0430-MAIL-HINT-END
                    END-EVALUATE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

      *Piste cassee apres le soir demande : les courriers encore
      *inconnus ne peuvent plus etre pris dans une sauvegarde
      *posterieure sans risque.
           IF CHAIN-IS-BROKEN
               MOVE SPACES              TO WS-LATER-STAMP
           END-IF.

           EXIT.
       0400-REPLAY-END.

      ******************************************************************

      *Verifie la ligne scellee courante : sequence attendue et
      *chainage recalcule (ticket et marque d'elevation scelles par
      *un second tour).
       0410-VERIFY-ONE-START.

           ADD 1                        TO WS-PREV-SEQ.
           IF FUNCTION NUMVAL(AUD-SEQ) NOT = WS-PREV-SEQ
               SET CHAIN-IS-BROKEN      TO TRUE
               GO TO 0410-VERIFY-ONE-END
           END-IF.

           MOVE REC-F-AUDIT(1:194)      TO WS-CHAIN-LINE.
           CALL "chainh" USING WS-CHAIN-LINE WS-PREV-CHAIN
                               WS-CALC-CHAIN.
           IF AUD-TICKET NOT = SPACES OR AUD-ELEV-MARK NOT = SPACES
               MOVE SPACES              TO WS-CHAIN-LINE
               MOVE AUD-TICKET          TO WS-CHAIN-LINE(1:18)
               MOVE AUD-ELEV-MARK       TO WS-CHAIN-LINE(19:8)
               CALL "chainh" USING WS-CHAIN-LINE WS-CALC-CHAIN
                                   WS-TKT-CHAIN
               MOVE WS-TKT-CHAIN        TO WS-CALC-CHAIN
           END-IF.
           IF WS-CALC-CHAIN NOT = AUD-CHAIN
               SET CHAIN-IS-BROKEN      TO TRUE
               GO TO 0410-VERIFY-ONE-END
           END-IF.

           MOVE AUD-CHAIN               TO WS-PREV-CHAIN.

           EXIT.
       0410-VERIFY-ONE-END.

      ******************************************************************

      *Rejoue le mouvement courant sur la table reconstituee. Seuls
      *comptent les mouvements qui touchent les colonnes restituees
      *(profil, statut, courrier, mot de passe) ou l'existence du
      *compte ; les autres (profils supplementaires, parametres,
      *operateurs...) sont ignores.
       0420-APPLY-START.

           PERFORM 0440-FIND-START
           THRU    0440-FIND-END.

           EVALUATE AUD-ACTION
             WHEN "INSERT"
               ADD 1                    TO WS-REPLAYED
               IF WS-HIT = 0
                   PERFORM 0450-ADD-START
                   THRU    0450-ADD-END
                   IF WS-HIT = 0
                       GO TO 0420-APPLY-END
                   END-IF
               END-IF
               MOVE AUD-AFTER(1:10)     TO SN-ROLE(WS-HIT)
               MOVE "A"                 TO SN-STATUS(WS-HIT)
               MOVE SPACES              TO SN-EMAIL(WS-HIT)
               MOVE "U"                 TO SN-MAIL-STATE(WS-HIT)
               MOVE AUD-TIMESTAMP       TO SN-CREATED(WS-HIT)
               MOVE AUD-TIMESTAMP       TO SN-PWD-CHANGED(WS-HIT)
               MOVE "N"                 TO SN-GONE(WS-HIT)
             WHEN "ROLE"
             WHEN "STATUT"
             WHEN "EMAIL"
             WHEN "UPDATE-PWD"
               ADD 1                    TO WS-REPLAYED
               IF WS-HIT = 0
                   ADD 1                TO WS-ORPHANS
                   GO TO 0420-APPLY-END
               END-IF
               EVALUATE AUD-ACTION
                 WHEN "ROLE"
                   MOVE AUD-AFTER(1:10) TO SN-ROLE(WS-HIT)
                 WHEN "STATUT"
                   MOVE AUD-AFTER(1:1)  TO SN-STATUS(WS-HIT)
                 WHEN "EMAIL"
                   MOVE AUD-AFTER       TO SN-EMAIL(WS-HIT)
                   MOVE "K"             TO SN-MAIL-STATE(WS-HIT)
                 WHEN OTHER
                   IF AUD-AFTER(1:4) IS NUMERIC
                       MOVE AUD-AFTER(1:19)
                                        TO SN-PWD-CHANGED(WS-HIT)
                   ELSE
                       MOVE AUD-TIMESTAMP
                                        TO SN-PWD-CHANGED(WS-HIT)
                   END-IF
               END-EVALUATE
             WHEN "DELETE"
             WHEN "ARCHIVE"
             WHEN "EFFACEMENT"
               ADD 1                    TO WS-REPLAYED
               IF WS-HIT = 0
                   ADD 1                TO WS-ORPHANS
               ELSE
                   MOVE "Y"             TO SN-GONE(WS-HIT)
               END-IF
             WHEN "RESTORE"
               ADD 1                    TO WS-REPLAYED
               PERFORM 0460-RESTORE-START
               THRU    0460-RESTORE-END
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0420-APPLY-END.

      ******************************************************************

      *Apres le soir demande : le premier changement de courrier
      *d'un compte cree depuis la base en donne l'ancienne valeur,
      *donc celle de la date ; une suppression ou une recreation
      *avant tout changement la rend introuvable.
       0430-MAIL-HINT-START.

           PERFORM 0440-FIND-START
           THRU    0440-FIND-END.
           IF WS-HIT = 0
               GO TO 0430-MAIL-HINT-END
           END-IF.
           IF SN-MAIL-STATE(WS-HIT) NOT = "U"
               GO TO 0430-MAIL-HINT-END
           END-IF.

           EVALUATE AUD-ACTION
             WHEN "EMAIL"
               MOVE AUD-BEFORE          TO SN-EMAIL(WS-HIT)
               MOVE "K"                 TO SN-MAIL-STATE(WS-HIT)
             WHEN "INSERT"
             WHEN "DELETE"
             WHEN "ARCHIVE"
             WHEN "EFFACEMENT"
             WHEN "RESTORE"
               MOVE "X"                 TO SN-MAIL-STATE(WS-HIT)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0430-MAIL-HINT-END.

      ******************************************************************

      *Rang de AUD-NOM dans la table reconstituee (0 si absent).
       0440-FIND-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                     UNTIL SN-IDX > SN-LGHT OR WS-HIT > 0
               IF SN-NOM(SN-IDX) = AUD-NOM
                   SET WS-HIT           TO SN-IDX
               END-IF
           END-PERFORM.

           EXIT.
       0440-FIND-END.

      ******************************************************************

      *Insere AUD-NOM a son rang alphabetique ; WS-HIT en rend la
      *position (0 si la table est pleine).
       0450-ADD-START.

           MOVE 0                       TO WS-HIT.
           IF SN-LGHT >= SN-MAX
               DISPLAY "Table des comptes pleine (" SN-MAX
                       ") : compte non reconstitue : "
                       FUNCTION TRIM(AUD-NOM)
               GO TO 0450-ADD-END
           END-IF.

           MOVE 1                       TO WS-POS.
           PERFORM UNTIL WS-POS > SN-LGHT
                      OR SN-NOM(WS-POS) > AUD-NOM
               ADD 1                    TO WS-POS
           END-PERFORM.

           PERFORM VARYING WS-K FROM SN-LGHT BY -1
                     UNTIL WS-K < WS-POS
               MOVE SN(WS-K)            TO SN(WS-K + 1)
           END-PERFORM.
           ADD 1                        TO SN-LGHT.

           MOVE AUD-NOM                 TO SN-NOM(WS-POS).
           MOVE SPACES                  TO SN-ROLE(WS-POS).
           MOVE SPACES                  TO SN-EMAIL(WS-POS).
           MOVE SPACE                   TO SN-STATUS(WS-POS).
           MOVE SPACES                  TO SN-CREATED(WS-POS).
           MOVE SPACES                  TO SN-PWD-CHANGED(WS-POS).
           MOVE "N"                     TO SN-GONE(WS-POS).
           MOVE "U"                     TO SN-MAIL-STATE(WS-POS).
           MOVE WS-POS                  TO WS-HIT.

           EXIT.
       0450-ADD-END.

      ******************************************************************

      *Retour d'un compte : depuis l'archive (usrrest, avant
      *"ARCHIVE <statut>"), il revient desactive avec le profil et
      *le courrier qu'il avait ; depuis une sauvegarde (reload ONE,
      *apres "<profil>/<statut>"), profil et statut sont ceux de
      *la ligne d'audit.
       0460-RESTORE-START.

           IF WS-HIT = 0
               PERFORM 0450-ADD-START
               THRU    0450-ADD-END
               IF WS-HIT = 0
                   GO TO 0460-RESTORE-END
               END-IF
               MOVE AUD-TIMESTAMP       TO SN-CREATED(WS-HIT)
           END-IF.

           MOVE "N"                     TO SN-GONE(WS-HIT).

           IF AUD-BEFORE(1:8) = "ARCHIVE "
               MOVE "D"                 TO SN-STATUS(WS-HIT)
               GO TO 0460-RESTORE-END
           END-IF.

           MOVE 0                       TO WS-SLASH.
           INSPECT AUD-AFTER TALLYING WS-SLASH
                   FOR CHARACTERS BEFORE INITIAL "/".
           IF WS-SLASH > 0 AND WS-SLASH < 29
               MOVE SPACES              TO SN-ROLE(WS-HIT)
               MOVE AUD-AFTER(1:WS-SLASH) TO SN-ROLE(WS-HIT)
               MOVE AUD-AFTER(WS-SLASH + 2:1) TO SN-STATUS(WS-HIT)
           END-IF.

           EXIT.
       0460-RESTORE-END.

      ******************************************************************

      *Courriers encore inconnus des comptes crees depuis la base
      *et inchanges depuis : la sauvegarde la plus recente les
      *porte tels qu'ils etaient au soir demande. Les autres
      *restent non traces ("?" au cliche).
       0500-LATER-MAILS-START.

           IF WS-LATER-STAMP = SPACES
               GO TO 0500-LATER-MAILS-END
           END-IF.

           MOVE SPACES                  TO WS-BACKUP-NAME.
           STRING "users_backup_" WS-LATER-STAMP ".dat"
                  DELIMITED BY SIZE INTO WS-BACKUP-NAME.
           MOVE SPACE                   TO F-BACKUP-STATUS.
           OPEN INPUT F-BACKUP.
           IF NOT F-BACKUP-STATUS-OK
               MOVE SPACE               TO F-BACKUP-STATUS
               GO TO 0500-LATER-MAILS-END
           END-IF.

           PERFORM UNTIL F-BACKUP-STATUS-EOF
             READ F-BACKUP
              AT END
                CONTINUE
              NOT AT END
                IF BK-TYPE = "DTL"
                    MOVE BK-NOM         TO AUD-NOM
                    PERFORM 0440-FIND-START
                    THRU    0440-FIND-END
                    IF WS-HIT > 0
                        IF SN-MAIL-STATE(WS-HIT) = "U"
                            MOVE BK-EMAIL TO SN-EMAIL(WS-HIT)
                            MOVE "K"    TO SN-MAIL-STATE(WS-HIT)
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-BACKUP.
           MOVE SPACE                   TO F-BACKUP-STATUS.

           EXIT.
       0500-LATER-MAILS-END.

      ******************************************************************

      *Ecrit le cliche de WS-TARGET-DAY dans users_asof_<jour>.out :
      *une ligne par compte present ce soir-la, au format du
      *roster, l'age du mot de passe etant pris a cette date.
       0600-WRITE-SNAP-START.

           MOVE SPACES                  TO WS-SNAP-NAME.
           STRING "users_asof_" WS-TARGET-DAY ".out"
                  DELIMITED BY SIZE INTO WS-SNAP-NAME.

           OPEN OUTPUT F-SNAP.
           IF NOT F-SNAP-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       FUNCTION TRIM(WS-SNAP-NAME) ", statut : "
                       F-SNAP-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-SNAP-COUNT.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                     UNTIL SN-IDX > SN-LGHT
               IF SN-GONE(SN-IDX) = "N"
                   ADD 1                TO WS-SNAP-COUNT
                   PERFORM 0610-SNAP-LINE-START
                   THRU    0610-SNAP-LINE-END
               END-IF
           END-PERFORM.

           CLOSE F-SNAP.

           DISPLAY "Cliche ecrit dans " FUNCTION TRIM(WS-SNAP-NAME)
                   " : " WS-SNAP-COUNT " compte(s).".

           EXIT.
       0600-WRITE-SNAP-END.

      ******************************************************************

      *Ligne du compte SN(SN-IDX) : age du mot de passe au soir
      *demande, EXPIRE au-dela de la politique, "?" sans date.
       0610-SNAP-LINE-START.

           MOVE "?"                     TO WS-PWD-STATE.
           IF SN-PWD-CHANGED(SN-IDX)(1:4) IS NUMERIC
             AND SN-PWD-CHANGED(SN-IDX)(6:2) IS NUMERIC
             AND SN-PWD-CHANGED(SN-IDX)(9:2) IS NUMERIC
               MOVE SPACES              TO WS-CHANGED-YMD
               STRING SN-PWD-CHANGED(SN-IDX)(1:4)
                      SN-PWD-CHANGED(SN-IDX)(6:2)
                      SN-PWD-CHANGED(SN-IDX)(9:2)
                      DELIMITED BY SIZE
                      INTO WS-CHANGED-YMD
               COMPUTE WS-CHANGED-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-CHANGED-YMD))
               COMPUTE WS-PWD-AGE = WS-TARGET-INT - WS-CHANGED-INT
               IF WS-PWD-AGE > WS-PWD-MAX-AGE
                   MOVE "EXPIRE"        TO WS-PWD-STATE
               ELSE
                   MOVE "OK"            TO WS-PWD-STATE
               END-IF
           END-IF.

           MOVE SN-NOM(SN-IDX)          TO OUT-NOM.
           MOVE SN-CREATED(SN-IDX)      TO OUT-CREATED.
           MOVE SN-ROLE(SN-IDX)         TO OUT-ROLE.
           MOVE SN-STATUS(SN-IDX)       TO OUT-STATUS.
           MOVE WS-PWD-STATE            TO OUT-PWD-STATE.
           IF SN-MAIL-STATE(SN-IDX) = "K"
               MOVE SN-EMAIL(SN-IDX)    TO OUT-EMAIL
           ELSE
               MOVE "?"                 TO OUT-EMAIL
           END-IF.
           MOVE WS-REPORT-LINE          TO REC-F-SNAP.
           WRITE REC-F-SNAP.

           EXIT.
       0610-SNAP-LINE-END.

      ******************************************************************

      *Ecarts entre la premiere date (PREV-TABLE) et la seconde
      *(SNAP-TABLE) dans users_asof_diff.rpt : comptes apparus ou
      *disparus, changements de profil, de statut et de courrier.
       0700-WRITE-DIFF-START.

           OPEN OUTPUT F-DIFF.
           IF NOT F-DIFF-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "users_asof_diff.rpt, statut : "
                       F-DIFF-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATE-1               TO OUT-H-D1.
           MOVE WS-DATE-2               TO OUT-H-D2.
           MOVE WS-DIFF-HEADER          TO REC-F-DIFF.
           WRITE REC-F-DIFF.
           MOVE SPACES                  TO REC-F-DIFF.
           WRITE REC-F-DIFF.

           MOVE 0                       TO WS-DIFF-COUNT.

           PERFORM VARYING SN-IDX FROM 1 BY 1
                     UNTIL SN-IDX > SN-LGHT
               IF SN-GONE(SN-IDX) = "N"
                   PERFORM 0710-DIFF-ONE-START
                   THRU    0710-DIFF-ONE-END
               END-IF
           END-PERFORM.

      *Comptes presents a la premiere date et plus a la seconde.
           PERFORM VARYING PV-IDX FROM 1 BY 1
                     UNTIL PV-IDX > PV-LGHT
               IF PV-GONE(PV-IDX) = "N"
                   MOVE 0               TO WS-HIT
                   PERFORM VARYING SN-IDX FROM 1 BY 1
                             UNTIL SN-IDX > SN-LGHT OR WS-HIT > 0
                       IF SN-NOM(SN-IDX) = PV-NOM(PV-IDX)
                         AND SN-GONE(SN-IDX) = "N"
                           SET WS-HIT   TO SN-IDX
                       END-IF
                   END-PERFORM
                   IF WS-HIT = 0
                       MOVE "DISPARU"   TO WS-D-KIND
                       MOVE PV-NOM(PV-IDX) TO WS-D-NOM
                       MOVE SPACES      TO WS-D-BEFORE
                       STRING FUNCTION TRIM(PV-ROLE(PV-IDX)) "/"
                              PV-STATUS(PV-IDX)
                              DELIMITED BY SIZE INTO WS-D-BEFORE
                       MOVE SPACES      TO WS-D-AFTER
                       PERFORM 0720-DIFF-LINE-START
                       THRU    0720-DIFF-LINE-END
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DIFF-COUNT = 0
               MOVE "  (aucun ecart)"   TO REC-F-DIFF
               WRITE REC-F-DIFF
           END-IF.

           MOVE SPACES                  TO REC-F-DIFF.
           WRITE REC-F-DIFF.
           MOVE WS-DIFF-COUNT           TO OUT-T-COUNT.
           MOVE WS-DIFF-TRAILER         TO REC-F-DIFF.
           WRITE REC-F-DIFF.

           CLOSE F-DIFF.

           DISPLAY "Ecarts du " WS-DATE-1 " au " WS-DATE-2
                   " ecrits dans users_asof_diff.rpt : "
                   WS-DIFF-COUNT ".".

           EXIT.
       0700-WRITE-DIFF-END.

      ******************************************************************

      *Compte SN(SN-IDX) present a la seconde date : APPARU s'il
      *n'etait pas la a la premiere, sinon une ligne par colonne
      *changee. Un courrier non trace a l'une des dates n'est pas
      *compare.
       0710-DIFF-ONE-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING PV-IDX FROM 1 BY 1
                     UNTIL PV-IDX > PV-LGHT OR WS-HIT > 0
               IF PV-NOM(PV-IDX) = SN-NOM(SN-IDX)
                 AND PV-GONE(PV-IDX) = "N"
                   SET WS-HIT           TO PV-IDX
               END-IF
           END-PERFORM.

           MOVE SN-NOM(SN-IDX)          TO WS-D-NOM.

           IF WS-HIT = 0
               MOVE "APPARU"            TO WS-D-KIND
               MOVE SPACES              TO WS-D-BEFORE
               MOVE SPACES              TO WS-D-AFTER
               STRING FUNCTION TRIM(SN-ROLE(SN-IDX)) "/"
                      SN-STATUS(SN-IDX)
                      DELIMITED BY SIZE INTO WS-D-AFTER
               PERFORM 0720-DIFF-LINE-START
               THRU    0720-DIFF-LINE-END
               GO TO 0710-DIFF-ONE-END
           END-IF.

           IF PV-ROLE(WS-HIT) NOT = SN-ROLE(SN-IDX)
               MOVE "PROFIL"            TO WS-D-KIND
               MOVE PV-ROLE(WS-HIT)     TO WS-D-BEFORE
               MOVE SN-ROLE(SN-IDX)     TO WS-D-AFTER
               PERFORM 0720-DIFF-LINE-START
               THRU    0720-DIFF-LINE-END
           END-IF.

           IF PV-STATUS(WS-HIT) NOT = SN-STATUS(SN-IDX)
               MOVE "STATUT"            TO WS-D-KIND
               MOVE PV-STATUS(WS-HIT)   TO WS-D-BEFORE
               MOVE SN-STATUS(SN-IDX)   TO WS-D-AFTER
               PERFORM 0720-DIFF-LINE-START
               THRU    0720-DIFF-LINE-END
           END-IF.

           IF PV-MAIL-STATE(WS-HIT) = "K"
             AND SN-MAIL-STATE(SN-IDX) = "K"
             AND PV-EMAIL(WS-HIT) NOT = SN-EMAIL(SN-IDX)
               MOVE "COURRIER"          TO WS-D-KIND
               MOVE PV-EMAIL(WS-HIT)    TO WS-D-BEFORE
               MOVE SN-EMAIL(SN-IDX)    TO WS-D-AFTER
               PERFORM 0720-DIFF-LINE-START
               THRU    0720-DIFF-LINE-END
           END-IF.

           EXIT.
       0710-DIFF-ONE-END.

      ******************************************************************

       0720-DIFF-LINE-START.

           ADD 1                        TO WS-DIFF-COUNT.
           MOVE WS-D-KIND               TO OUT-D-KIND.
           MOVE WS-D-NOM                TO OUT-D-NOM.
           MOVE WS-D-BEFORE             TO OUT-D-BEFORE.
           MOVE WS-D-AFTER              TO OUT-D-AFTER.
           MOVE WS-DIFF-LINE            TO REC-F-DIFF.
           WRITE REC-F-DIFF.

           EXIT.
       0720-DIFF-LINE-END.
