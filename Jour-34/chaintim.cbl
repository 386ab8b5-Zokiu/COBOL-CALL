       FILE-CONTROL.

      *Historique cumulatif des passages ecrits par chainrun : une
      *ligne par etape executee, avec debut, fin et duree ; la
      *veille des extracts (chainwat) y ajoute son attente en etape
      *00.
           SELECT F-HIST ASSIGN TO "chain_history.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HIST-STATUS.
                10 ST-WORST     PIC 9(06).

      *Cumuls par passage (une date = un passage) : total des
      *durees d'etape du passage, et attente des extracts avant le
      *depart (etape 00, hors total), avec l'alarme d'heure limite
      *quand l'enchainement n'est pas parti.
       01  RUN-TABLE.
           05 RN-LGHT          PIC 9(03) VALUE ZERO.
           05 RN-MAX           PIC 9(03) VALUE 100.
           05 RN OCCURS 100 TIMES INDEXED BY RN-IDX.
                10 RN-DATE      PIC 9(08).
                10 RN-TOTAL     PIC 9(08).
                10 RN-WAIT      PIC 9(06).
                10 RN-CUTOFF-FLAG PIC X(01).
                    88 RN-CUTOFF            VALUE "Y".

       01  WS-HIT              PIC 9(03).
       01  WS-AVG              PIC 9(06).
           05 OUT-R-TOTAL      PIC ZZZZZZZ9.
           05 FILLER           PIC X(13) VALUE " fenetre min:".
           05 OUT-R-WINDOW     PIC ZZZZ9.
           05 FILLER           PIC X(14) VALUE " attente min: ".
           05 OUT-R-WAIT       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-VERDICT    PIC X(16).

       01  WS-TREND-LINE.
           05 FILLER           PIC X(26) VALUE
               MOVE RN-DATE(RN-IDX)     TO OUT-R-DATE
               MOVE RN-TOTAL(RN-IDX)    TO OUT-R-TOTAL
               MOVE WS-WINDOW-MIN       TO OUT-R-WINDOW
               MOVE RN-WAIT(RN-IDX)     TO OUT-R-WAIT
      *Un passage lent deborde par ses propres etapes ; un depart
      *tardif ne deborde que par l'attente des extracts.
               EVALUATE TRUE
                 WHEN RN-CUTOFF(RN-IDX) AND RN-TOTAL(RN-IDX) = 0
                   MOVE "ENTREE ABSENTE" TO OUT-R-VERDICT
                 WHEN RN-TOTAL(RN-IDX) > WS-WINDOW-MIN
                   MOVE "DEPASSEMENT"   TO OUT-R-VERDICT
                 WHEN RN-TOTAL(RN-IDX) + RN-WAIT(RN-IDX)
                      > WS-WINDOW-MIN
                   MOVE "DEPART TARDIF" TO OUT-R-VERDICT
                 WHEN OTHER
                   MOVE "dans la cible" TO OUT-R-VERDICT
               END-EVALUATE
               MOVE WS-RUN-LINE         TO REC-F-REPORT
               WRITE REC-F-REPORT
      *Tendance : les passages des quinzaines se cumulent ; une
      *nuit restee sans depart (alarme d'heure limite, pas de
      *relance a la main) n'y entre pas.
               EVALUATE TRUE
                 WHEN RN-CUTOFF(RN-IDX) AND RN-TOTAL(RN-IDX) = 0
                   CONTINUE
                 WHEN FUNCTION MOD(RN-DATE(RN-IDX), 100) <= 15
                   ADD RN-TOTAL(RN-IDX) TO WS-H1-TOTAL
                   ADD 1                TO WS-H1-RUNS
                 WHEN OTHER
                   ADD RN-TOTAL(RN-IDX) TO WS-H2-TOTAL
                   ADD 1                TO WS-H2-RUNS
               END-EVALUATE
           END-PERFORM.

           MOVE "--- Tendance du mois ---" TO REC-F-REPORT.
      ******************************************************************

      *Cumule la ligne d'historique courante chez son etape et son
      *passage ; l'attente des extracts (etape 00) ne va qu'au
      *passage, hors durees d'etape.
       0210-TALLY-ONE-START.

           IF CH-STEP NOT = 0
               PERFORM 0215-TALLY-STEP-START
               THRU    0215-TALLY-STEP-END
           END-IF.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                     UNTIL RN-IDX > RN-LGHT OR WS-HIT > 0
               IF RN-DATE(RN-IDX) = CH-DATE
                   MOVE RN-IDX          TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 0
               IF RN-LGHT >= RN-MAX
                   GO TO 0210-TALLY-ONE-END
               END-IF
               ADD 1                    TO RN-LGHT
               MOVE CH-DATE             TO RN-DATE (RN-LGHT)
               MOVE 0                   TO RN-TOTAL(RN-LGHT)
               MOVE 0                   TO RN-WAIT (RN-LGHT)
               MOVE "N"                 TO RN-CUTOFF-FLAG(RN-LGHT)
               MOVE RN-LGHT             TO WS-HIT
           END-IF.
           IF CH-STEP = 0
               ADD CH-MINUTES           TO RN-WAIT(WS-HIT)
               IF CH-RC >= 8
                   MOVE "Y"             TO RN-CUTOFF-FLAG(WS-HIT)
               ELSE
                   MOVE "N"             TO RN-CUTOFF-FLAG(WS-HIT)
               END-IF
           ELSE
               ADD CH-MINUTES           TO RN-TOTAL(WS-HIT)
           END-IF.

           EXIT.
       0210-TALLY-ONE-END.

      ******************************************************************

      *Cumule la ligne d'historique courante chez son etape.
       0215-TALLY-STEP-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                     UNTIL ST-IDX > ST-LGHT OR WS-HIT > 0
           END-PERFORM.
           IF WS-HIT = 0
               IF ST-LGHT >= ST-MAX
                   GO TO 0215-TALLY-STEP-END
               END-IF
               ADD 1                    TO ST-LGHT
               MOVE CH-STEP             TO ST-STEP(ST-LGHT)
               MOVE CH-MINUTES          TO ST-WORST(WS-HIT)
           END-IF.

           EXIT.
       0215-TALLY-STEP-END.
