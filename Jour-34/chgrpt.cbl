      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgrpt.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit alimentee par audit : la reference du ticket de
      *changement y suit le sceau de chaque ligne.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Rapport mensuel des exceptions, pour la revue des auditeurs.
           SELECT F-REPORT ASSIGN TO "chg_exceptions.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

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
           05 FILLER           PIC X(01).
           05 AUD-SEQ          PIC X(07).
           05 FILLER           PIC X(01).
           05 AUD-CHAIN        PIC X(18).
           05 FILLER           PIC X(01).
           05 AUD-ELEV-MARK    PIC X(08).
           05 FILLER           PIC X(01).
           05 AUD-TICKET       PIC X(18).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Mois analyse (AAAAMM), premier parametre de la ligne de
      *commande ; a defaut, le mois precedent, clos.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-MONTH            PIC X(06).
       01  WS-NOW              PIC X(21).
       01  WS-YEAR-N           PIC 9(04).
       01  WS-MONTH-N          PIC 9(02).

      *Nombre de comptes distincts qu'un meme ticket peut couvrir
      *(CHG.TICKET-MAX-ACCT, 10 a defaut).
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-MAX-ACCT         PIC 9(03) VALUE 10.

      *Tickets du mois et comptes distincts qu'ils couvrent : une
      *paire ticket/compte n'est comptee qu'une fois.
       01  TICKET-TABLE.
           05 TT-LGHT          PIC 9(04) VALUE ZERO.
           05 TT-MAX           PIC 9(04) VALUE 2000.
           05 TT OCCURS 2000 TIMES INDEXED BY TT-IDX.
                10 TT-TICKET    PIC X(18).
                10 TT-ACC-CNT   PIC 9(05).

       01  PAIR-TABLE.
           05 TP-LGHT          PIC 9(05) VALUE ZERO.
           05 TP-MAX           PIC 9(05) VALUE 20000.
           05 TP OCCURS 20000 TIMES INDEXED BY TP-IDX.
                10 TP-TICKET    PIC X(18).
                10 TP-NOM       PIC X(50).

       01  WS-HIT              PIC 9(05).
       01  WS-TT-HIT           PIC 9(04).
       01  WS-NO-TICKET        PIC 9(05) VALUE ZERO.
       01  WS-OVERUSED         PIC 9(04) VALUE ZERO.
       01  WS-SCANNED          PIC 9(07) VALUE ZERO.

       01  WS-HEADER.
           05 FILLER           PIC X(40) VALUE
                  "EXCEPTIONS TICKETS DE CHANGEMENT - MOIS ".
           05 OUT-H-MONTH      PIC X(06).

       01  WS-MISS-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-M-TS         PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-M-ACTION     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-M-NOM        PIC X(50).
           05 FILLER           PIC X(06) VALUE " par  ".
           05 OUT-M-OPERATOR   PIC X(20).

       01  WS-OVER-LINE.
           05 FILLER           PIC X(09) VALUE "  Ticket ".
           05 OUT-O-TICKET     PIC X(18).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-O-CNT        PIC ZZZZ9.
           05 FILLER           PIC X(18) VALUE
                  " comptes (maximum ".
           05 OUT-O-MAX        PIC ZZ9.
           05 FILLER           PIC X(01) VALUE ")".

       01  WS-ACC-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 OUT-A-NOM        PIC X(50).

       01  WS-TOTAL-LINE.
           05 FILLER           PIC X(26) VALUE
                  "Changements sans ticket : ".
           05 OUT-T-MISS       PIC ZZZZ9.
           05 FILLER           PIC X(31) VALUE
                  "   Tickets au-dela du plafond :".
           05 OUT-T-OVER       PIC ZZZZ9.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Rapport mensuel des changements de compte hors regle du
      *ticket : ajouts, remises a zero et changements de mot de
      *passe, changements de statut, suppressions et changements
      *d'email passes sans reference, et tickets repris sur plus
      *de comptes que le plafond configure. Code retour : 0 rien a
      *signaler, 2 exceptions, 1 rapport impossible a ecrire.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           IF WS-ARG1(1:6) IS NUMERIC
               MOVE WS-ARG1(1:6)        TO WS-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:4)         TO WS-YEAR-N
               MOVE WS-NOW(5:2)         TO WS-MONTH-N
               IF WS-MONTH-N = 1
                   SUBTRACT 1           FROM WS-YEAR-N
                   MOVE 12              TO WS-MONTH-N
               ELSE
                   SUBTRACT 1           FROM WS-MONTH-N
               END-IF
               MOVE WS-YEAR-N           TO WS-MONTH(1:4)
               MOVE WS-MONTH-N          TO WS-MONTH(5:2)
           END-IF.

           MOVE "CHG.TICKET-MAX-ACCT"   TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-MAX-ACCT =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "chg_exceptions.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-MONTH                TO OUT-H-MONTH.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "Changements sans ticket :" TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM 0100-SCAN-AUDIT-START
           THRU    0100-SCAN-AUDIT-END.

           IF WS-NO-TICKET = 0
               MOVE "  (aucun)"         TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           PERFORM 0300-WRITE-OVERUSED-START
           THRU    0300-WRITE-OVERUSED-END.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-NO-TICKET            TO OUT-T-MISS.
           MOVE WS-OVERUSED             TO OUT-T-OVER.
           MOVE WS-TOTAL-LINE           TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Rapport ecrit dans chg_exceptions.rpt pour "
                   WS-MONTH " (" WS-SCANNED " changements) : "
                   WS-NO-TICKET " sans ticket, "
                   WS-OVERUSED " tickets au-dela du plafond.".

           IF WS-NO-TICKET > 0 OR WS-OVERUSED > 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Parcourt la piste d'audit : seules les lignes du mois qui
      *changent un compte sont retenues.
       0100-SCAN-AUDIT-START.

           OPEN INPUT F-AUDIT.

           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Pas de piste d'audit a analyser."
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0100-SCAN-AUDIT-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-TIMESTAMP(1:4) = WS-MONTH(1:4)
                  AND AUD-TIMESTAMP(6:2) = WS-MONTH(5:2)
                  AND (AUD-ACTION = "INSERT" OR "UPDATE-PWD"
                       OR "RESET-EMIS" OR "STATUT" OR "DELETE"
                       OR "EMAIL" OR "ROLE" OR "ROLE+" OR "ROLE-"
                       OR "RENOMME" OR "CATEGORIE" OR "MOBILE"
                       OR "PREF-NOTIF" OR "RESTORE" OR "ARCHIVE"
                       OR "PLANIF+" OR "PLANIF~" OR "PLANIF-")
                    ADD 1               TO WS-SCANNED
                    PERFORM 0200-CHECK-ONE-START
                    THRU    0200-CHECK-ONE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.

           EXIT.
       0100-SCAN-AUDIT-END.

      ******************************************************************

      *Ligne de changement courante : sans ticket, elle part au
      *rapport ; avec, la paire ticket/compte est cumulee.
       0200-CHECK-ONE-START.

           IF AUD-TICKET = SPACES
               ADD 1                    TO WS-NO-TICKET
               MOVE AUD-TIMESTAMP       TO OUT-M-TS
               MOVE AUD-ACTION          TO OUT-M-ACTION
               MOVE AUD-NOM             TO OUT-M-NOM
               MOVE AUD-OPERATOR        TO OUT-M-OPERATOR
               MOVE WS-MISS-LINE        TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0200-CHECK-ONE-END
           END-IF.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT OR WS-HIT > 0
               IF TP-TICKET(TP-IDX) = AUD-TICKET
                 AND TP-NOM(TP-IDX) = AUD-NOM
                   SET WS-HIT           TO TP-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT > 0
               GO TO 0200-CHECK-ONE-END
           END-IF.

           IF TP-LGHT >= TP-MAX
               DISPLAY "Table des paires ticket/compte pleine ("
                       TP-MAX ") : ligne non comptee : " AUD-TICKET
               GO TO 0200-CHECK-ONE-END
           END-IF.

           MOVE 0                       TO WS-TT-HIT.
           PERFORM VARYING TT-IDX FROM 1 BY 1
                     UNTIL TT-IDX > TT-LGHT OR WS-TT-HIT > 0
               IF TT-TICKET(TT-IDX) = AUD-TICKET
                   SET WS-TT-HIT        TO TT-IDX
               END-IF
           END-PERFORM.
           IF WS-TT-HIT = 0
               IF TT-LGHT >= TT-MAX
                   DISPLAY "Table des tickets pleine (" TT-MAX
                           ") : ticket non compte : " AUD-TICKET
                   GO TO 0200-CHECK-ONE-END
               END-IF
               ADD 1                    TO TT-LGHT
               MOVE AUD-TICKET          TO TT-TICKET (TT-LGHT)
               MOVE 0                   TO TT-ACC-CNT(TT-LGHT)
               MOVE TT-LGHT             TO WS-TT-HIT
           END-IF.

           ADD 1                        TO TP-LGHT.
           MOVE AUD-TICKET              TO TP-TICKET(TP-LGHT).
           MOVE AUD-NOM                 TO TP-NOM   (TP-LGHT).
           ADD 1                        TO TT-ACC-CNT(WS-TT-HIT).

           EXIT.
       0200-CHECK-ONE-END.

      ******************************************************************

      *Tickets repris sur plus de comptes que le plafond, chacun
      *suivi des comptes qu'il a couverts.
       0300-WRITE-OVERUSED-START.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "Tickets au-dela du plafond de comptes :"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING TT-IDX FROM 1 BY 1
                     UNTIL TT-IDX > TT-LGHT
               IF TT-ACC-CNT(TT-IDX) > WS-MAX-ACCT
                   ADD 1                TO WS-OVERUSED
                   MOVE TT-TICKET (TT-IDX) TO OUT-O-TICKET
                   MOVE TT-ACC-CNT(TT-IDX) TO OUT-O-CNT
                   MOVE WS-MAX-ACCT        TO OUT-O-MAX
                   MOVE WS-OVER-LINE       TO REC-F-REPORT
                   WRITE REC-F-REPORT
                   PERFORM VARYING TP-IDX FROM 1 BY 1
                             UNTIL TP-IDX > TP-LGHT
                       IF TP-TICKET(TP-IDX) = TT-TICKET(TT-IDX)
                           MOVE TP-NOM(TP-IDX) TO OUT-A-NOM
                           MOVE WS-ACC-LINE    TO REC-F-REPORT
                           WRITE REC-F-REPORT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-OVERUSED = 0
               MOVE "  (aucun)"         TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0300-WRITE-OVERUSED-END.
