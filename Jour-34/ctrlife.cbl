      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrlife.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Paliers de preavis avant la fin de mission d'un
      *prestataire (jours avant echeance), regles sans
      *recompilation : premier et second preavis. A defaut : 14 3.
           SELECT F-CTRCFG ASSIGN TO "ctr_life.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CTRCFG-STATUS.

      *Memoire des preavis deja envoyes : compte, palier et date de
      *fin au moment du preavis -- chaque palier ne part qu'une
      *fois par echeance ; un renouvellement (nouvelle date de fin)
      *rouvre le cycle.
           SELECT F-WARNED ASSIGN TO "ctr_warnings.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-WARNED-STATUS.

      *Compte rendu quotidien : preavis, desactivations,
      *prestataires sans echeance et comptes sans responsable
      *valide.
           SELECT F-REPORT ASSIGN TO "ctr_life.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-CTRCFG.

       01  REC-F-CTRCFG        PIC X(30).

       FD  F-WARNED.

       01  REC-F-WARNED.
           05 WRN-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 WRN-STAGE        PIC 9(01).
           05 FILLER           PIC X(01).
           05 WRN-END          PIC X(10).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CTRCFG-STATUS     PIC X(02) VALUE SPACE.
           88 F-CTRCFG-STATUS-OK           VALUE "00".

       01  F-WARNED-STATUS     PIC X(02) VALUE SPACE.
           88 F-WARNED-STATUS-OK           VALUE "00".
           88 F-WARNED-STATUS-EOF          VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Paliers effectifs.
       01  WS-WARN1            PIC 9(03) VALUE 14.
       01  WS-WARN2            PIC 9(03) VALUE 3.
       01  WS-CFG-FIELDS.
           05 WS-CFG-F         PIC X(06) OCCURS 2 TIMES.

       01  WS-NOW              PIC X(21).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-END-INT          PIC 9(08).
       01  WS-END-YMD          PIC X(08).
       01  WS-DAYS-LEFT        PIC S9(08).
       01  WS-DAYS-LEFT-X      PIC ZZ9.

       01  WS-WARN-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-DEACT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-NOEND-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-ORPHAN-COUNT     PIC 9(05) VALUE ZERO.

      *Preavis deja envoyes, charges puis reecrits.
       01  WARNED-TABLE.
           05 WN-LGHT          PIC 9(04) VALUE ZERO.
           05 WN-MAX           PIC 9(04) VALUE 5000.
           05 WN OCCURS 5000 TIMES INDEXED BY WN-IDX.
                10 WN-NOM       PIC X(50).
                10 WN-STAGE     PIC 9(01).
                10 WN-END       PIC X(10).
       01  WS-WN-HIT           PIC 9(04).
       01  WS-STAGE            PIC 9(01).

      *Preavis par la boite d'envoi : le prestataire recoit sa date
      *de fin, son responsable le nom du compte a renouveler.
       01  WS-NOTIFY-KIND      PIC X(10).
       01  WS-NOTIFY-PAYLOAD   PIC X(30).
      *Preavis de fin de mission par le seul courrier.
       01  WS-NOTIFY-MOBILE    PIC X(20) VALUE SPACES.

       01  WS-STAT-ACTION      PIC X(10) VALUE "DEACTIVER".
       01  WS-OPERATOR         PIC X(20) VALUE "CTRLIFE".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "ctrlife".
       01  WS-INC-SEVERITY     PIC X(01) VALUE "W".
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-REPORT-LINE.
           05 OUT-R-KIND       PIC X(13).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-NOM        PIC X(50).
           05 FILLER           PIC X(07) VALUE " fin : ".
           05 OUT-R-END        PIC X(10).
           05 FILLER           PIC X(08) VALUE " resp : ".
           05 OUT-R-OWNER      PIC X(43).

       01  WS-TRAILER.
           05 FILLER           PIC X(10) VALUE "Preavis : ".
           05 OUT-T-WARN       PIC ZZZZ9.
           05 FILLER           PIC X(16) VALUE " / Desactives : ".
           05 OUT-T-DEACT      PIC ZZZZ9.
           05 FILLER           PIC X(18) VALUE " / Sans echeance :".
           05 OUT-T-NOEND      PIC ZZZZ9.
           05 FILLER           PIC X(21)
                               VALUE " / Sans responsable :".
           05 OUT-T-ORPHAN     PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-END          PIC X(10).
       01  WS-ROW-OWNER        PIC X(50).
       01  WS-ROW-OWN-EMAIL    PIC X(50).
       01  WS-ROW-CATEGORY     PIC X(01).
       01  WS-ROW-OWN-STATUS   PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Prestataires actifs avec l'adresse de leur responsable.
       EXEC SQL
           DECLARE C-CTR CURSOR FOR
           SELECT u.nom, u.email, COALESCE(u.end_date, ' '),
                  COALESCE(u.owner, ' '), COALESCE(o.email, ' ')
           FROM users u LEFT JOIN users o ON o.nom = u.owner
           WHERE u.status = 'A' AND u.category = 'C'
           ORDER BY u.nom
       END-EXEC.

      *Comptes de service et prestataires actifs dont le
      *responsable n'existe plus, n'est plus actif ou n'est pas un
      *salarie.
       EXEC SQL
           DECLARE C-ORPH CURSOR FOR
           SELECT u.nom, u.category, COALESCE(u.owner, ' '),
                  COALESCE(o.status, ' ')
           FROM users u LEFT JOIN users o ON o.nom = u.owner
           WHERE u.status = 'A' AND u.category IN ('S', 'C')
             AND (o.nom IS NULL OR o.status <> 'A'
                  OR COALESCE(o.category, 'E') <> 'E')
           ORDER BY u.nom
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Cycle de vie des comptes prestataires et de service :
      *preavis par la boite d'envoi au prestataire et a son
      *responsable aux deux paliers regles avant la date de fin,
      *desactivation par le chemin stat_usr habituel (audit
      *compris) une fois la date passee, signalement des
      *prestataires sans echeance et des comptes dont le
      *responsable n'est plus un salarie actif.
      *Code retour : 0, 4 s'il reste des comptes a regulariser.
       PROCEDURE DIVISION.

           PERFORM 0100-LOAD-CFG-START
           THRU    0100-LOAD-CFG-END.

           PERFORM 0150-LOAD-WARNED-START
           THRU    0150-LOAD-WARNED-END.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))).

           OPEN OUTPUT F-REPORT.

           EXEC SQL OPEN C-CTR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-CTR INTO :WS-ROW-NOM, :WS-ROW-EMAIL,
                                    :WS-ROW-END, :WS-ROW-OWNER,
                                    :WS-ROW-OWN-EMAIL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0200-CONTRACTOR-START
                   THRU    0200-CONTRACTOR-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-CTR END-EXEC.

           EXEC SQL OPEN C-ORPH END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-ORPH INTO :WS-ROW-NOM, :WS-ROW-CATEGORY,
                                     :WS-ROW-OWNER,
                                     :WS-ROW-OWN-STATUS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0400-ORPHAN-START
                   THRU    0400-ORPHAN-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-ORPH END-EXEC.

           MOVE WS-WARN-COUNT           TO OUT-T-WARN.
           MOVE WS-DEACT-COUNT          TO OUT-T-DEACT.
           MOVE WS-NOEND-COUNT          TO OUT-T-NOEND.
           MOVE WS-ORPHAN-COUNT         TO OUT-T-ORPHAN.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           PERFORM 0600-SAVE-WARNED-START
           THRU    0600-SAVE-WARNED-END.

           DISPLAY "Prestataires -- preavis : " WS-WARN-COUNT
                   " desactives : " WS-DEACT-COUNT
                   " sans echeance : " WS-NOEND-COUNT
                   " sans responsable : " WS-ORPHAN-COUNT.

           IF WS-NOEND-COUNT > 0 OR WS-ORPHAN-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge les paliers depuis ctr_life.cfg : deux nombres sur la
      *premiere ligne (premier et second preavis), les valeurs par
      *defaut s'appliquant champ par champ.
       0100-LOAD-CFG-START.

           OPEN INPUT F-CTRCFG.
           IF NOT F-CTRCFG-STATUS-OK
               GO TO 0100-LOAD-CFG-END
           END-IF.

           READ F-CTRCFG
             NOT AT END
               MOVE SPACES              TO WS-CFG-FIELDS
               UNSTRING REC-F-CTRCFG DELIMITED BY ALL SPACE
                        INTO WS-CFG-F(1) WS-CFG-F(2)
               IF FUNCTION TRIM(WS-CFG-F(1)) IS NUMERIC
                 AND LENGTH OF FUNCTION TRIM(WS-CFG-F(1)) <= 3
                   COMPUTE WS-WARN1 =
                           FUNCTION NUMVAL(WS-CFG-F(1))
               END-IF
               IF FUNCTION TRIM(WS-CFG-F(2)) IS NUMERIC
                 AND LENGTH OF FUNCTION TRIM(WS-CFG-F(2)) <= 3
                   COMPUTE WS-WARN2 =
                           FUNCTION NUMVAL(WS-CFG-F(2))
               END-IF
           END-READ.

           CLOSE F-CTRCFG.

           EXIT.
       0100-LOAD-CFG-END.

      ******************************************************************

      *Charge la memoire des preavis deja envoyes.
       0150-LOAD-WARNED-START.

           OPEN INPUT F-WARNED.
           IF NOT F-WARNED-STATUS-OK
               MOVE SPACE               TO F-WARNED-STATUS
               GO TO 0150-LOAD-WARNED-END
           END-IF.

           PERFORM UNTIL F-WARNED-STATUS-EOF
             READ F-WARNED
              AT END
                CONTINUE
              NOT AT END
                IF WRN-NOM NOT = SPACES
                  AND WN-LGHT < WN-MAX
                    ADD 1                TO WN-LGHT
                    MOVE WRN-NOM         TO WN-NOM  (WN-LGHT)
                    IF WRN-STAGE IS NUMERIC
                        MOVE WRN-STAGE   TO WN-STAGE(WN-LGHT)
                    ELSE
                        MOVE 0           TO WN-STAGE(WN-LGHT)
                    END-IF
                    MOVE WRN-END         TO WN-END  (WN-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-WARNED.
           MOVE SPACE                   TO F-WARNED-STATUS.

           EXIT.
       0150-LOAD-WARNED-END.

      ******************************************************************

      *Traite le prestataire courant : sans date de fin lisible, il
      *est signale ; date passee, il est desactive ; dans un palier
      *de preavis, le preavis part une fois par echeance.
       0200-CONTRACTOR-START.

           IF WS-ROW-END(1:4) IS NOT NUMERIC
             OR WS-ROW-END(6:2) IS NOT NUMERIC
             OR WS-ROW-END(9:2) IS NOT NUMERIC
               ADD 1                    TO WS-NOEND-COUNT
               MOVE "SANS ECHEANCE"     TO OUT-R-KIND
               PERFORM 0300-WRITE-LINE-START
               THRU    0300-WRITE-LINE-END
               MOVE "Prestataire actif sans date de fin de mission"
                                        TO WS-INC-MESSAGE
               MOVE WS-ROW-NOM          TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0200-CONTRACTOR-END
           END-IF.

           MOVE SPACES                  TO WS-END-YMD.
           STRING WS-ROW-END(1:4) WS-ROW-END(6:2) WS-ROW-END(9:2)
                  DELIMITED BY SIZE INTO WS-END-YMD.
           COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-END-YMD)).
           COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-TODAY-INT.

           EVALUATE TRUE
             WHEN WS-DAYS-LEFT < 0
      *Mission terminee : desactivation par le meme chemin que le
      *menu (stat_usr audite l'action).
               CALL "stat_usr" USING WS-ROW-NOM WS-STAT-ACTION
                                     WS-OPERATOR
               IF RETURN-CODE = 0
                   ADD 1                TO WS-DEACT-COUNT
                   MOVE "DESACTIVE"     TO OUT-R-KIND
                   PERFORM 0300-WRITE-LINE-START
                   THRU    0300-WRITE-LINE-END
               END-IF
             WHEN WS-DAYS-LEFT <= WS-WARN2
               MOVE 2                   TO WS-STAGE
               PERFORM 0250-WARN-ONCE-START
               THRU    0250-WARN-ONCE-END
             WHEN WS-DAYS-LEFT <= WS-WARN1
               MOVE 1                   TO WS-STAGE
               PERFORM 0250-WARN-ONCE-START
               THRU    0250-WARN-ONCE-END
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0200-CONTRACTOR-END.

      ******************************************************************

      *Envoie le preavis du palier WS-STAGE au prestataire et a son
      *responsable, sauf s'il est deja parti pour cette date de fin
      *(un renouvellement rouvre le cycle).
       0250-WARN-ONCE-START.

           MOVE 0                       TO WS-WN-HIT.
           PERFORM VARYING WN-IDX FROM 1 BY 1
                     UNTIL WN-IDX > WN-LGHT OR WS-WN-HIT > 0
               IF WN-NOM(WN-IDX) = WS-ROW-NOM
                 AND WN-STAGE(WN-IDX) = WS-STAGE
                   MOVE WN-IDX          TO WS-WN-HIT
               END-IF
           END-PERFORM.

           IF WS-WN-HIT > 0
             AND WN-END(WS-WN-HIT) = WS-ROW-END
      *Deja preavenu pour cette echeance.
               GO TO 0250-WARN-ONCE-END
           END-IF.

           MOVE WS-DAYS-LEFT            TO WS-DAYS-LEFT-X.
           MOVE SPACES                  TO WS-NOTIFY-PAYLOAD.
           STRING WS-ROW-END " J-" WS-DAYS-LEFT-X
                  DELIMITED BY SIZE INTO WS-NOTIFY-PAYLOAD.
           MOVE "CTREND"                TO WS-NOTIFY-KIND.
           CALL "notify" USING WS-ROW-NOM WS-ROW-EMAIL
                               WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                               WS-NOTIFY-MOBILE.

           IF WS-ROW-OWN-EMAIL NOT = SPACES
               MOVE WS-ROW-NOM          TO WS-NOTIFY-PAYLOAD
               MOVE "CTROWNER"          TO WS-NOTIFY-KIND
               CALL "notify" USING WS-ROW-OWNER WS-ROW-OWN-EMAIL
                                   WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                                   WS-NOTIFY-MOBILE
           END-IF.

           ADD 1                        TO WS-WARN-COUNT.
           MOVE "PREAVIS"               TO OUT-R-KIND.
           PERFORM 0300-WRITE-LINE-START
           THRU    0300-WRITE-LINE-END.

      *Le palier entre en memoire (ou y change d'echeance).
           IF WS-WN-HIT > 0
               MOVE WS-ROW-END          TO WN-END(WS-WN-HIT)
           ELSE
               IF WN-LGHT >= WN-MAX
                   DISPLAY "Memoire des preavis pleine (" WN-MAX
                           ") : preavis non memorise pour "
                           WS-ROW-NOM
               ELSE
                   ADD 1                TO WN-LGHT
                   MOVE WS-ROW-NOM      TO WN-NOM  (WN-LGHT)
                   MOVE WS-STAGE        TO WN-STAGE(WN-LGHT)
                   MOVE WS-ROW-END      TO WN-END  (WN-LGHT)
               END-IF
           END-IF.

           EXIT.
       0250-WARN-ONCE-END.

      ******************************************************************

      *Ecrit la ligne de compte rendu de l'action courante.
       0300-WRITE-LINE-START.

           MOVE WS-ROW-NOM              TO OUT-R-NOM.
           MOVE WS-ROW-END              TO OUT-R-END.
           MOVE WS-ROW-OWNER            TO OUT-R-OWNER.
           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0300-WRITE-LINE-END.

      ******************************************************************

      *Compte de service ou prestataire sans responsable valide :
      *une ligne au compte rendu et au journal des incidents, a
      *charge de l'administration de designer un responsable.
       0400-ORPHAN-START.

           ADD 1                        TO WS-ORPHAN-COUNT.
           MOVE "SANS RESP."            TO OUT-R-KIND.
           MOVE SPACES                  TO WS-ROW-END.
           PERFORM 0300-WRITE-LINE-START
           THRU    0300-WRITE-LINE-END.

           MOVE SPACES                  TO WS-INC-MESSAGE.
           IF WS-ROW-CATEGORY = "S"
               STRING "Compte de service sans responsable actif : "
                      FUNCTION TRIM(WS-ROW-OWNER)
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
           ELSE
               STRING "Prestataire sans responsable actif : "
                      FUNCTION TRIM(WS-ROW-OWNER)
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
           END-IF.
           MOVE WS-ROW-NOM              TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0400-ORPHAN-END.

      ******************************************************************

      *Reecrit la memoire des preavis.
       0600-SAVE-WARNED-START.

           OPEN OUTPUT F-WARNED.

           PERFORM VARYING WN-IDX FROM 1 BY 1
                     UNTIL WN-IDX > WN-LGHT
               MOVE SPACES              TO REC-F-WARNED
               MOVE WN-NOM  (WN-IDX)    TO WRN-NOM
               MOVE WN-STAGE(WN-IDX)    TO WRN-STAGE
               MOVE WN-END  (WN-IDX)    TO WRN-END
               WRITE REC-F-WARNED
           END-PERFORM.

           CLOSE F-WARNED.
           MOVE SPACE                   TO F-WARNED-STATUS.

           EXIT.
       0600-SAVE-WARNED-END.
