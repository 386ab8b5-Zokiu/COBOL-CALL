      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. brkglass.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Roles des operateurs : seul un OPERATOR brise la glace.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      *Elevations temporaires au role ADMIN : une ligne par
      *elevation, lue par le menu (role effectif) et par audit
      *(marque des lignes ecrites sous elevation).
           SELECT F-BRKG ASSIGN TO "breakglass.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BRKG-STATUS.

      *Piste d'audit relue pour la revue du lendemain.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Revue des elevations d'une journee, pour la securite.
           SELECT F-REPORT ASSIGN TO "breakglass_review.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      *Etat : A active, C close avant terme, E echue. BG-END est
      *l'echeance prevue, BG-CLOSED la fin effective.
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

       FD  F-AUDIT.

       01  REC-F-AUDIT.
           05 AUD-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 AUD-PROGRAM      PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-ACTION       PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-NOM          PIC X(50).
           05 FILLER           PIC X(08).
           05 AUD-BEFORE       PIC X(30).
           05 FILLER           PIC X(08).
           05 AUD-AFTER        PIC X(30).
           05 FILLER           PIC X(06).
           05 AUD-OPERATOR     PIC X(20).
           05 FILLER           PIC X(28).
           05 AUD-ELEV-MARK    PIC X(08).
           05 FILLER           PIC X(19).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

       01  F-BRKG-STATUS       PIC X(02) VALUE SPACE.
           88 F-BRKG-STATUS-OK             VALUE "00".
           88 F-BRKG-STATUS-EOF            VALUE "10".

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Ligne de commande : OPEN <heures> <motif...>, CLOSE, EXPIRE,
      *LIST, REPORT [AAAAMMJJ].
       01  WS-CMD-LINE         PIC X(200).
       01  WS-CMD-PTR          PIC 9(03).
       01  WS-ACTION           PIC X(20).
       01  WS-ARG2             PIC X(20).
       01  WS-REASON           PIC X(60).

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).

      *Duree demandee, bornee par SEC.BG-MAX-HOURS (4 heures a
      *defaut) ; le motif est obligatoire et doit dire quelque
      *chose.
       01  WS-HOURS            PIC 9(02) VALUE ZERO.
       01  WS-MAX-HOURS        PIC 9(02) VALUE 4.
       01  WS-REASON-MIN       PIC 9(02) VALUE 10.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Calcul d'echeance et de duree sur des horodatages
      *"AAAA-MM-JJ hh:mm:ss" : jour (entier du calendrier) et
      *minute dans le jour.
       01  WS-TS-IN            PIC X(19).
       01  WS-TS-OUT           PIC X(19).
       01  WS-TS-YMD           PIC 9(08).
       01  WS-TS-DAY           PIC 9(08).
       01  WS-TS-MIN           PIC 9(06).
       01  WS-TS-SEC           PIC X(02).
       01  WS-FROM-MIN         PIC 9(12).
       01  WS-TO-MIN           PIC 9(12).
       01  WS-SPAN-MIN         PIC 9(06).
       01  WS-SPAN-HH          PIC ZZZ9.
       01  WS-SPAN-MM          PIC 99.

      *Elevations chargees en memoire, reecrites apres cloture ou
      *balayage des echeances.
       01  BRKG-TABLE.
           05 BT-LGHT          PIC 9(04) VALUE ZERO.
           05 BT-MAX           PIC 9(04) VALUE 2000.
           05 BT OCCURS 2000 TIMES INDEXED BY BT-IDX.
                10 BT-REC       PIC X(146).
       01  WS-BT-HIT           PIC 9(04) VALUE ZERO.

      *Operateur signe : identifiant et mot de passe verifies par
      *authchk, trois essais au plus.
       01  WS-OPERATOR         PIC X(20).
       01  WS-OPER-ROLE        PIC X(10).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".
       01  WS-ROSTER-FLAG      PIC X(01) VALUE "N".
           88 ROSTER-EXISTS                VALUE "Y".

      *Avis a la boite de la securite par la boite d'envoi.
       01  WS-NOTIFY-NOM       PIC X(50).
       01  WS-NOTIFY-EMAIL     PIC X(50).
       01  WS-NOTIFY-KIND      PIC X(10) VALUE "BREAKGLS".
       01  WS-NOTIFY-PAYLOAD   PIC X(30).
       01  WS-NOTIFY-MOBILE    PIC X(20) VALUE SPACES.

      *Zones passees a la piste d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "brkglass".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NOM          PIC X(50).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).
       01  WS-AUD-OPERATOR     PIC X(20).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "brkglass".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      *Revue du lendemain : journee examinee (veille a defaut).
       01  WS-REVIEW-YMD       PIC X(08).
       01  WS-REVIEW-DAY       PIC X(10).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-EFF-END          PIC X(19).
       01  WS-EFF-LABEL        PIC X(12).
       01  WS-ELEV-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-ACT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ACT-TOTAL        PIC 9(06) VALUE ZERO.
       01  WS-COUNT-X          PIC Z(05)9.

       01  WS-ELEV-LINE.
           05 FILLER           PIC X(11) VALUE "Elevation :".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-E-OPERATOR   PIC X(20).
           05 FILLER           PIC X(05) VALUE " du  ".
           05 OUT-E-START      PIC X(19).
           05 FILLER           PIC X(04) VALUE " au ".
           05 OUT-E-END        PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-E-LABEL      PIC X(12).

       01  WS-ACT-LINE.
           05 FILLER           PIC X(04) VALUE SPACE.
           05 OUT-A-STAMP      PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-A-PROGRAM    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-A-ACTION     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-A-NOM        PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-A-AFTER      PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-A-MARK       PIC X(08).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Bris de glace : quand aucun ADMIN n'est la, un OPERATOR
      *signe prend le role ADMIN pour quelques heures, motif
      *obligatoire, au lieu de retoucher operators.cfg a la main.
      *L'ouverture part en avis a la boite de la securite
      *(SEC.MAILBOX) ; le menu retire le role de lui-meme a
      *l'echeance, et audit marque chaque ligne ecrite sous
      *elevation. EXPIRE solde les elevations echues, REPORT
      *produit la revue du lendemain : chaque elevation, son motif,
      *sa duree et les actions faites pendant.
      *Codes retour : 0 fait, 1 usage ou erreur, 2 pas
      *d'elevation a clore, 4 REPORT : elevations a revoir, 5
      *refus (duree, motif, elevation deja ouverte), 8 refus
      *(authentification, role).
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 1                       TO WS-CMD-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ARG2
                    WITH POINTER WS-CMD-PTR.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           MOVE SPACES                  TO WS-REASON.
           IF WS-CMD-PTR <= 200
               MOVE FUNCTION TRIM(WS-CMD-LINE(WS-CMD-PTR:))
                                        TO WS-REASON
           END-IF.

           PERFORM 0100-LOAD-START
           THRU    0100-LOAD-END.

           EVALUATE WS-ACTION
             WHEN "OPEN"
               PERFORM 0300-OPEN-START
               THRU    0300-OPEN-END
             WHEN "CLOSE"
               PERFORM 0400-CLOSE-START
               THRU    0400-CLOSE-END
             WHEN "EXPIRE"
               PERFORM 0500-EXPIRE-START
               THRU    0500-EXPIRE-END
             WHEN "LIST"
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "REPORT"
               PERFORM 0600-REPORT-START
               THRU    0600-REPORT-END
               STOP RUN
             WHEN OTHER
               DISPLAY "Usage : brkglass OPEN <heures> <motif>"
               DISPLAY "        brkglass CLOSE"
               DISPLAY "        brkglass EXPIRE"
               DISPLAY "        brkglass LIST"
               DISPLAY "        brkglass REPORT [AAAAMMJJ]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge breakglass.dat en memoire.
       0100-LOAD-START.

           MOVE SPACE                   TO F-BRKG-STATUS.
           OPEN INPUT F-BRKG.
           IF NOT F-BRKG-STATUS-OK
               MOVE SPACE               TO F-BRKG-STATUS
               GO TO 0100-LOAD-END
           END-IF.

           PERFORM UNTIL F-BRKG-STATUS-EOF
             READ F-BRKG
              AT END
                CONTINUE
              NOT AT END
                IF BG-OPERATOR NOT = SPACES
                  IF BT-LGHT >= BT-MAX
                      DISPLAY "Table des elevations pleine ("
                              BT-MAX ") : ligne ignoree."
                  ELSE
                      ADD 1              TO BT-LGHT
                      MOVE REC-F-BRKG    TO BT-REC(BT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-BRKG.
           MOVE SPACE                   TO F-BRKG-STATUS.

           EXIT.
       0100-LOAD-END.

      ******************************************************************

      *Elevations en cours (actives et non echues).
       0200-LIST-START.

           MOVE 0                       TO WS-ELEV-COUNT.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-LGHT
               MOVE BT-REC(BT-IDX)      TO REC-F-BRKG
               IF BG-STATE = "A" AND BG-END > WS-STAMP
                   ADD 1                TO WS-ELEV-COUNT
                   DISPLAY FUNCTION TRIM(BG-OPERATOR)
                           " ADMIN depuis " BG-START
                           " jusqu'au " BG-END
                   DISPLAY "    motif : " FUNCTION TRIM(BG-REASON)
               END-IF
           END-PERFORM.

           IF WS-ELEV-COUNT = 0
               DISPLAY "Aucune elevation en cours."
           END-IF.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Ouvre une elevation : OPERATOR signe, duree dans la borne,
      *motif obligatoire, pas d'elevation deja en cours.
       0300-OPEN-START.

           MOVE "SEC.BG-MAX-HOURS"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
             AND LENGTH OF FUNCTION TRIM(WS-PRM-VALUE) <= 2
               COMPUTE WS-MAX-HOURS = FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           IF FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
             OR LENGTH OF FUNCTION TRIM(WS-ARG2) > 2
               DISPLAY "OPEN : duree en heures attendue (1 a "
                       WS-MAX-HOURS ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-HOURS = FUNCTION NUMVAL(WS-ARG2).
           IF WS-HOURS < 1 OR WS-HOURS > WS-MAX-HOURS
               DISPLAY "OPEN : duree refusee, de 1 a " WS-MAX-HOURS
                       " heures."
               MOVE 5                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LENGTH OF FUNCTION TRIM(WS-REASON) < WS-REASON-MIN
             OR WS-REASON = SPACES
               DISPLAY "OPEN : le motif est obligatoire ("
                       WS-REASON-MIN " caracteres au moins)."
               MOVE 5                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           IF WS-OPER-ROLE = "ADMIN"
               DISPLAY "OPEN : operateur deja ADMIN, pas "
                       "d'elevation."
               MOVE 5                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPER-ROLE NOT = "OPERATOR"
               DISPLAY "OPEN : elevation reservee aux operateurs "
                       "OPERATOR."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0800-FIND-ACTIVE-START
           THRU    0800-FIND-ACTIVE-END.
           IF WS-BT-HIT > 0
               DISPLAY "OPEN : une elevation est deja en cours "
                       "jusqu'au " BG-END "."
               MOVE 5                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Echeance : maintenant plus la duree demandee.
           MOVE WS-STAMP                TO WS-TS-IN.
           PERFORM 0900-SPLIT-STAMP-START
           THRU    0900-SPLIT-STAMP-END.
           COMPUTE WS-TS-MIN = WS-TS-MIN + WS-HOURS * 60.
           PERFORM 0910-BUILD-STAMP-START
           THRU    0910-BUILD-STAMP-END.

           MOVE SPACES                  TO REC-F-BRKG.
           MOVE WS-OPERATOR             TO BG-OPERATOR.
           MOVE WS-STAMP                TO BG-START.
           MOVE WS-TS-OUT               TO BG-END.
           MOVE WS-HOURS                TO BG-HOURS.
           MOVE "A"                     TO BG-STATE.
           MOVE WS-REASON               TO BG-REASON.

           OPEN EXTEND F-BRKG.
           IF NOT F-BRKG-STATUS-OK
               OPEN OUTPUT F-BRKG
           END-IF.
           IF NOT F-BRKG-STATUS-OK
               DISPLAY "Ecriture de breakglass.dat impossible, "
                       "statut : " F-BRKG-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REC-F-BRKG.
           CLOSE F-BRKG.

           MOVE "BG-OUVRE"              TO WS-AUD-ACTION.
           MOVE "OPERATOR"              TO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "ADMIN -> " BG-END(1:16)
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           MOVE WS-OPERATOR             TO WS-AUD-OPERATOR.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

      *Avis a la securite par la boite d'envoi ; sans boite
      *parametree, l'incident le signale a l'exploitation.
           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE "Elevation temporaire ADMIN ouverte (bris de glace)"
                                        TO WS-INC-MESSAGE.
           MOVE "SEC.MAILBOX"           TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0 AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-OPERATOR         TO WS-NOTIFY-NOM
               MOVE WS-PRM-VALUE        TO WS-NOTIFY-EMAIL
               MOVE SPACES              TO WS-NOTIFY-PAYLOAD
               STRING WS-HOURS "h -> " BG-END(1:16)
                      DELIMITED BY SIZE INTO WS-NOTIFY-PAYLOAD
               CALL "notify" USING WS-NOTIFY-NOM WS-NOTIFY-EMAIL
                                   WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                                   WS-NOTIFY-MOBILE
           ELSE
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Elevation ADMIN ouverte, SEC.MAILBOX absent"
                                        TO WS-INC-MESSAGE
               DISPLAY "Attention : SEC.MAILBOX non parametre, la "
                       "securite n'est pas avisee."
           END-IF.
           MOVE 0                       TO RETURN-CODE.
           MOVE WS-OPERATOR             TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           DISPLAY "Elevation ADMIN ouverte pour "
                   FUNCTION TRIM(WS-OPERATOR) " jusqu'au "
                   BG-END " : relancer le menu pour en beneficier.".

           EXIT.
       0300-OPEN-END.

      ******************************************************************

      *Clot avant terme l'elevation en cours de l'operateur signe.
       0400-CLOSE-START.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           PERFORM 0800-FIND-ACTIVE-START
           THRU    0800-FIND-ACTIVE-END.
           IF WS-BT-HIT = 0
               DISPLAY "CLOSE : aucune elevation en cours pour "
                       FUNCTION TRIM(WS-OPERATOR) "."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "C"                     TO BG-STATE.
           MOVE WS-STAMP                TO BG-CLOSED.
           MOVE REC-F-BRKG              TO BT-REC(WS-BT-HIT).
           PERFORM 0920-REWRITE-START
           THRU    0920-REWRITE-END.

           MOVE "BG-CLOT"               TO WS-AUD-ACTION.
           MOVE "ADMIN (elevation)"     TO WS-AUD-BEFORE.
           MOVE "OPERATOR"              TO WS-AUD-AFTER.
           MOVE WS-OPERATOR             TO WS-AUD-OPERATOR.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Elevation close : retour au role OPERATOR.".

           EXIT.
       0400-CLOSE-END.

      ******************************************************************

      *Solde les elevations echues : le menu ne les honore deja
      *plus, le fichier et la piste d'audit disent desormais
      *qu'elles sont finies.
       0500-EXPIRE-START.

           MOVE 0                       TO WS-ELEV-COUNT.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-LGHT
               MOVE BT-REC(BT-IDX)      TO REC-F-BRKG
               IF BG-STATE = "A" AND BG-END <= WS-STAMP
                   ADD 1                TO WS-ELEV-COUNT
                   MOVE "E"             TO BG-STATE
                   MOVE BG-END          TO BG-CLOSED
                   MOVE REC-F-BRKG      TO BT-REC(BT-IDX)
                   MOVE "BG-ECHU"       TO WS-AUD-ACTION
                   MOVE "ADMIN (elevation)" TO WS-AUD-BEFORE
                   MOVE "OPERATOR"      TO WS-AUD-AFTER
                   MOVE "BRKGLASS"      TO WS-AUD-OPERATOR
                   PERFORM 0950-AUDIT-START
                   THRU    0950-AUDIT-END
                   DISPLAY "Elevation echue : "
                           FUNCTION TRIM(BG-OPERATOR)
                           " (" BG-END ")"
               END-IF
           END-PERFORM.

           IF WS-ELEV-COUNT > 0
               PERFORM 0920-REWRITE-START
               THRU    0920-REWRITE-END
           END-IF.
           DISPLAY "Elevations soldees : " WS-ELEV-COUNT.

           EXIT.
       0500-EXPIRE-END.

      ******************************************************************

      *Revue du lendemain : chaque elevation ouverte le jour examine
      *(la veille a defaut), avec son motif, sa duree effective et
      *les lignes de la piste d'audit de l'operateur pendant la
      *fenetre -- rapprochees par l'horodatage, la marque ELEVE-BG
      *n'etant qu'un renfort.
       0600-REPORT-START.

           IF WS-ARG2 NOT = SPACES
               IF WS-ARG2(1:8) IS NOT NUMERIC
                 OR WS-ARG2(9:) NOT = SPACES
                   DISPLAY "REPORT : date AAAAMMJJ attendue : "
                           WS-ARG2
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG2(1:8)        TO WS-REVIEW-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-REVIEW-YMD)) NOT = 0
                   DISPLAY "REPORT : date invalide : " WS-ARG2
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               COMPUTE WS-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-NOW(1:8))) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT)
                                        TO WS-REVIEW-YMD
           END-IF.
           STRING WS-REVIEW-YMD(1:4) "-" WS-REVIEW-YMD(5:2) "-"
                  WS-REVIEW-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-REVIEW-DAY.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "breakglass_review.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO REC-F-REPORT.
           STRING "REVUE DES ELEVATIONS TEMPORAIRES ADMIN - JOURNEE "
                  WS-REVIEW-DAY " - EDITEE LE " WS-STAMP
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-LGHT
               MOVE BT-REC(BT-IDX)      TO REC-F-BRKG
               IF BG-START(1:10) = WS-REVIEW-DAY
                   PERFORM 0610-REPORT-ONE-START
                   THRU    0610-REPORT-ONE-END
               END-IF
           END-PERFORM.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           STRING "Elevations : " WS-ELEV-COUNT
                  " / actions sous elevation : " WS-ACT-TOTAL
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Elevations du " WS-REVIEW-DAY " : "
                   WS-ELEV-COUNT " / actions : " WS-ACT-TOTAL.

           IF WS-ELEV-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           EXIT.
       0600-REPORT-END.

      ******************************************************************

      *Une elevation (REC-F-BRKG) et ses actions au rapport.
       0610-REPORT-ONE-START.

           ADD 1                        TO WS-ELEV-COUNT.

      *Fin effective : cloture, echeance, ou en cours.
           EVALUATE TRUE
             WHEN BG-STATE = "C"
               MOVE BG-CLOSED           TO WS-EFF-END
               MOVE "(close)"           TO WS-EFF-LABEL
             WHEN BG-END <= WS-STAMP
               MOVE BG-END              TO WS-EFF-END
               MOVE "(echue)"           TO WS-EFF-LABEL
             WHEN OTHER
               MOVE WS-STAMP            TO WS-EFF-END
               MOVE "(en cours)"        TO WS-EFF-LABEL
           END-EVALUATE.

           MOVE BG-START                TO WS-TS-IN.
           PERFORM 0900-SPLIT-STAMP-START
           THRU    0900-SPLIT-STAMP-END.
           COMPUTE WS-FROM-MIN = WS-TS-DAY * 1440 + WS-TS-MIN.
           MOVE WS-EFF-END              TO WS-TS-IN.
           PERFORM 0900-SPLIT-STAMP-START
           THRU    0900-SPLIT-STAMP-END.
           COMPUTE WS-TO-MIN = WS-TS-DAY * 1440 + WS-TS-MIN.
           IF WS-TO-MIN > WS-FROM-MIN
               COMPUTE WS-SPAN-MIN = WS-TO-MIN - WS-FROM-MIN
           ELSE
               MOVE 0                   TO WS-SPAN-MIN
           END-IF.
           COMPUTE WS-SPAN-HH = WS-SPAN-MIN / 60.
           COMPUTE WS-SPAN-MM = FUNCTION MOD(WS-SPAN-MIN, 60).

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE BG-OPERATOR             TO OUT-E-OPERATOR.
           MOVE BG-START                TO OUT-E-START.
           MOVE WS-EFF-END              TO OUT-E-END.
           MOVE WS-EFF-LABEL            TO OUT-E-LABEL.
           MOVE WS-ELEV-LINE            TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           STRING "    Duree : " FUNCTION TRIM(WS-SPAN-HH) "h"
                  WS-SPAN-MM " (demandee : " BG-HOURS "h)"
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           STRING "    Motif : " BG-REASON
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE 0                       TO WS-ACT-COUNT.
           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF F-AUDIT-STATUS-OK
               PERFORM UNTIL F-AUDIT-STATUS-EOF
                 READ F-AUDIT
                  AT END
                    CONTINUE
                  NOT AT END
                    IF AUD-OPERATOR = BG-OPERATOR
                      AND AUD-TIMESTAMP >= BG-START
                      AND AUD-TIMESTAMP <= WS-EFF-END
                      AND AUD-PROGRAM NOT = "brkglass"
                        ADD 1            TO WS-ACT-COUNT
                        MOVE AUD-TIMESTAMP TO OUT-A-STAMP
                        MOVE AUD-PROGRAM TO OUT-A-PROGRAM
                        MOVE AUD-ACTION  TO OUT-A-ACTION
                        MOVE AUD-NOM     TO OUT-A-NOM
                        MOVE AUD-AFTER   TO OUT-A-AFTER
                        MOVE AUD-ELEV-MARK TO OUT-A-MARK
                        MOVE WS-ACT-LINE TO REC-F-REPORT
                        WRITE REC-F-REPORT
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-AUDIT
           END-IF.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           ADD WS-ACT-COUNT             TO WS-ACT-TOTAL.
           MOVE WS-ACT-COUNT            TO WS-COUNT-X.
           MOVE SPACES                  TO REC-F-REPORT.
           STRING "    Actions pendant l'elevation : "
                  FUNCTION TRIM(WS-COUNT-X)
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0610-REPORT-ONE-END.

      ******************************************************************

      *Elevation en cours de WS-OPERATOR : WS-BT-HIT (0 si aucune),
      *la ligne dans REC-F-BRKG.
       0800-FIND-ACTIVE-START.

           MOVE 0                       TO WS-BT-HIT.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-LGHT
               MOVE BT-REC(BT-IDX)      TO REC-F-BRKG
               IF BG-OPERATOR = WS-OPERATOR
                 AND BG-STATE = "A"
                 AND BG-END > WS-STAMP
                   SET WS-BT-HIT        TO BT-IDX
               END-IF
           END-PERFORM.
           IF WS-BT-HIT > 0
               MOVE BT-REC(WS-BT-HIT)   TO REC-F-BRKG
           END-IF.

           EXIT.
       0800-FIND-ACTIVE-END.

      ******************************************************************

      *Identification de l'operateur : mot de passe verifie par
      *authchk, trois essais au plus, puis role lu dans
      *operators.cfg (la derniere ligne fait foi ; sans fichier,
      *OPERATOR comme au menu).
       0850-SIGNON-START.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

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
               DISPLAY "Authentification refusee : rien n'est "
                       "modifie."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-OPER-ROLE.
           MOVE SPACE                   TO F-OPER-STATUS.
           OPEN INPUT F-OPER.
           IF NOT F-OPER-STATUS-OK
               MOVE "OPERATOR"          TO WS-OPER-ROLE
               MOVE SPACE               TO F-OPER-STATUS
               GO TO 0850-SIGNON-END
           END-IF.
           SET ROSTER-EXISTS            TO TRUE.

           PERFORM UNTIL F-OPER-STATUS-EOF
             READ F-OPER
              AT END
                CONTINUE
              NOT AT END
                IF OPER-ID = WS-OPERATOR
                    IF OPER-ROLE = SPACES
                        MOVE "OPERATOR"  TO WS-OPER-ROLE
                    ELSE
                        MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                                         TO WS-OPER-ROLE
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-OPER.
           MOVE SPACE                   TO F-OPER-STATUS.

           IF WS-OPER-ROLE = SPACES
               DISPLAY "Identifiant operateur inconnu."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0850-SIGNON-END.

      ******************************************************************

      *Decoupe WS-TS-IN ("AAAA-MM-JJ hh:mm:ss") en jour du
      *calendrier (WS-TS-DAY) et minute dans le jour (WS-TS-MIN).
       0900-SPLIT-STAMP-START.

           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
                  DELIMITED BY SIZE INTO WS-TS-YMD.
           COMPUTE WS-TS-DAY = FUNCTION INTEGER-OF-DATE(WS-TS-YMD).
           COMPUTE WS-TS-MIN =
                   FUNCTION NUMVAL(WS-TS-IN(12:2)) * 60
                 + FUNCTION NUMVAL(WS-TS-IN(15:2)).
           MOVE WS-TS-IN(18:2)          TO WS-TS-SEC.

           EXIT.
       0900-SPLIT-STAMP-END.

      ******************************************************************

      *Recompose WS-TS-OUT a partir de WS-TS-DAY / WS-TS-MIN (les
      *minutes au-dela de la journee passent au jour suivant).
       0910-BUILD-STAMP-START.

           COMPUTE WS-TS-DAY = WS-TS-DAY + WS-TS-MIN / 1440.
           COMPUTE WS-TS-MIN = FUNCTION MOD(WS-TS-MIN, 1440).
           MOVE FUNCTION DATE-OF-INTEGER(WS-TS-DAY) TO WS-TS-YMD.
           MOVE SPACES                  TO WS-TS-OUT.
           STRING WS-TS-YMD(1:4) "-" WS-TS-YMD(5:2) "-"
                  WS-TS-YMD(7:2) " "
                  DELIMITED BY SIZE INTO WS-TS-OUT.
           COMPUTE WS-SPAN-MM = WS-TS-MIN / 60.
           MOVE WS-SPAN-MM              TO WS-TS-OUT(12:2).
           MOVE ":"                     TO WS-TS-OUT(14:1).
           COMPUTE WS-SPAN-MM = FUNCTION MOD(WS-TS-MIN, 60).
           MOVE WS-SPAN-MM              TO WS-TS-OUT(15:2).
           MOVE ":"                     TO WS-TS-OUT(17:1).
           MOVE WS-TS-SEC               TO WS-TS-OUT(18:2).

           EXIT.
       0910-BUILD-STAMP-END.

      ******************************************************************

      *Reecrit breakglass.dat depuis la table.
       0920-REWRITE-START.

           OPEN OUTPUT F-BRKG.
           IF NOT F-BRKG-STATUS-OK
               DISPLAY "Ecriture de breakglass.dat impossible, "
                       "statut : " F-BRKG-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-LGHT
               MOVE BT-REC(BT-IDX)      TO REC-F-BRKG
               WRITE REC-F-BRKG
           END-PERFORM.
           CLOSE F-BRKG.
           MOVE SPACE                   TO F-BRKG-STATUS.

           EXIT.
       0920-REWRITE-END.

      ******************************************************************

      *Trace l'operation sur l'elevation de BG-OPERATOR dans la
      *piste d'audit, sous le nom "ELEVATION <identifiant>".
       0950-AUDIT-START.

           MOVE SPACES                  TO WS-AUD-NOM.
           STRING "ELEVATION " BG-OPERATOR
                  DELIMITED BY SIZE INTO WS-AUD-NOM.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER
                WS-AUD-OPERATOR.

           EXIT.
       0950-AUDIT-END.
