      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. delrpt.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Historique des livraisons attendues, alimente par le lot de
      *validation a chaque passage : une ligne par expediteur
      *attendu ce jour-la.
           SELECT F-DELHIST ASSIGN TO "delivery_history.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DELHIST-STATUS.

      *Bilan hebdomadaire produit : ponctualite de chaque
      *expediteur sur le dernier trimestre.
           SELECT F-REPORT ASSIGN TO "delivery_punctuality.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-DELHIST.

       01  REC-F-DELHIST.
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

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(100).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-DELHIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-DELHIST-STATUS-OK          VALUE "00".
           88 F-DELHIST-STATUS-EOF         VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Dernier jour du trimestre analyse (AAAAMMJJ), premier
      *parametre de la ligne de commande ; a defaut, le jour
      *courant. Le trimestre couvre les 91 jours qui s'y terminent.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-END-DATE         PIC 9(08).
       01  WS-START-DATE       PIC 9(08).
       01  WS-END-NUM          PIC 9(07).
       01  WS-START-NUM        PIC 9(07).
       01  WS-LINE-NUM         PIC 9(07).
       01  WS-PERIOD-DAYS      PIC 9(03) VALUE 91.

       01  WS-NOW              PIC X(21).

      *Cumuls par expediteur. Un jour ou le lot a tourne plusieurs
      *fois ne compte qu'une fois : le dernier passage du jour
      *donne le verdict (une livraison tardive rattrapee le jour
      *meme n'est pas une absence).
       01  SENDER-TABLE.
           05 DT-LGHT          PIC 9(03) VALUE ZERO.
           05 DT-MAX           PIC 9(03) VALUE 100.
           05 DT OCCURS 100 TIMES INDEXED BY DT-IDX.
                10 DT-FILE      PIC X(40).
                10 DT-DUE       PIC 9(05).
                10 DT-OK        PIC 9(05).
                10 DT-ABSENT    PIC 9(05).
                10 DT-VOLUME    PIC 9(05).
                10 DT-LAST-DATE PIC X(08).
                10 DT-LAST-STAT PIC X(06).
                10 DT-LAST-MISS PIC X(08).

       01  WS-HIT              PIC 9(03).
       01  WS-LINES-READ       PIC 9(07) VALUE ZERO.
       01  WS-RATE             PIC 9(03)V9(01).

       01  WS-TOT-DUE          PIC 9(07) VALUE ZERO.
       01  WS-TOT-OK           PIC 9(07) VALUE ZERO.
       01  WS-TOT-ABSENT       PIC 9(07) VALUE ZERO.
       01  WS-TOT-VOLUME       PIC 9(07) VALUE ZERO.

       01  WS-HEADER.
           05 FILLER           PIC X(33) VALUE
                  "PONCTUALITE DES EXPEDITEURS - DU ".
           05 OUT-H-START      PIC X(08).
           05 FILLER           PIC X(04) VALUE " AU ".
           05 OUT-H-END        PIC X(08).

       01  WS-COLUMNS.
           05 FILLER           PIC X(41) VALUE "Expediteur".
           05 FILLER           PIC X(50) VALUE
                  "Attendu  A l'heure  Absent  Volume  Ponct"
                & "  Der.abs".

       01  WS-SENDER-LINE.
           05 OUT-S-FILE       PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-S-DUE        PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-OK         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-ABSENT     PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-VOLUME     PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-RATE       PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE "% ".
           05 OUT-S-LAST-MISS  PIC X(08).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           IF WS-ARG1(1:8) IS NUMERIC
               MOVE WS-ARG1(1:8)        TO WS-END-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:8)         TO WS-END-DATE
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE) NOT = 0
               DISPLAY "Date de fin illisible (AAAAMMJJ) : " WS-ARG1
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Trimestre glissant : les 91 jours qui finissent au jour
      *retenu, bornes comprises.
           COMPUTE WS-END-NUM = FUNCTION INTEGER-OF-DATE(WS-END-DATE).
           COMPUTE WS-START-NUM = WS-END-NUM - WS-PERIOD-DAYS + 1.
           COMPUTE WS-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-START-NUM).

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "delivery_punctuality.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-START-DATE           TO OUT-H-START.
           MOVE WS-END-DATE             TO OUT-H-END.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM 0100-SCAN-HISTORY-START
           THRU    0100-SCAN-HISTORY-END.

           IF DT-LGHT = 0
               MOVE "(aucune livraison attendue sur la periode)"
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
               CLOSE F-REPORT
               DISPLAY "Rapport ecrit dans delivery_punctuality.rpt "
                       "(aucune livraison attendue)."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-COLUMNS              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                     UNTIL DT-IDX > DT-LGHT
               PERFORM 0200-SENDER-LINE-START
               THRU    0200-SENDER-LINE-END
           END-PERFORM.

           MOVE "--- Ensemble des expediteurs ---" TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "TOTAL"                 TO OUT-S-FILE.
           MOVE WS-TOT-DUE              TO OUT-S-DUE.
           MOVE WS-TOT-OK               TO OUT-S-OK.
           MOVE WS-TOT-ABSENT           TO OUT-S-ABSENT.
           MOVE WS-TOT-VOLUME           TO OUT-S-VOLUME.
           IF WS-TOT-DUE > 0
               COMPUTE WS-RATE ROUNDED = WS-TOT-OK * 100 / WS-TOT-DUE
           ELSE
               MOVE 0                   TO WS-RATE
           END-IF.
           MOVE WS-RATE                 TO OUT-S-RATE.
           MOVE SPACES                  TO OUT-S-LAST-MISS.
           MOVE WS-SENDER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Rapport ecrit dans delivery_punctuality.rpt du "
                   WS-START-DATE " au " WS-END-DATE ".".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Parcourt delivery_history.log et cumule, par expediteur, les
      *jours attendus de la periode et leur verdict. Les lignes
      *sont dans l'ordre des passages : une seconde ligne du meme
      *jour remplace le verdict de la premiere.
       0100-SCAN-HISTORY-START.

           OPEN INPUT F-DELHIST.

           IF NOT F-DELHIST-STATUS-OK
               DISPLAY "Pas d'historique des livraisons a analyser."
               MOVE SPACE               TO F-DELHIST-STATUS
               GO TO 0100-SCAN-HISTORY-END
           END-IF.

           PERFORM UNTIL F-DELHIST-STATUS-EOF
             READ F-DELHIST
              AT END
                CONTINUE
              NOT AT END
                ADD 1                    TO WS-LINES-READ
                IF DH-DATE IS NUMERIC AND DH-FILE NOT = SPACES
                    IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(DH-DATE)) = 0
                        COMPUTE WS-LINE-NUM =
                                FUNCTION INTEGER-OF-DATE(
                                    FUNCTION NUMVAL(DH-DATE))
                        IF WS-LINE-NUM >= WS-START-NUM
                          AND WS-LINE-NUM <= WS-END-NUM
                            PERFORM 0110-COUNT-LINE-START
                            THRU    0110-COUNT-LINE-END
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DELHIST.

           EXIT.
       0100-SCAN-HISTORY-END.

      ******************************************************************

      *Cumule la ligne d'historique courante chez son expediteur,
      *cree au premier passage.
       0110-COUNT-LINE-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                     UNTIL DT-IDX > DT-LGHT OR WS-HIT > 0
               IF DT-FILE(DT-IDX) = DH-FILE
                   SET WS-HIT           TO DT-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               IF DT-LGHT >= DT-MAX
                   DISPLAY "Table des expediteurs pleine (" DT-MAX
                           ") : expediteur non detaille : "
                           FUNCTION TRIM(DH-FILE)
                   GO TO 0110-COUNT-LINE-END
               END-IF
               ADD 1                    TO DT-LGHT
               MOVE DT-LGHT             TO WS-HIT
               MOVE DH-FILE             TO DT-FILE(WS-HIT)
               MOVE 0                   TO DT-DUE(WS-HIT)
               MOVE 0                   TO DT-OK(WS-HIT)
               MOVE 0                   TO DT-ABSENT(WS-HIT)
               MOVE 0                   TO DT-VOLUME(WS-HIT)
               MOVE SPACES              TO DT-LAST-DATE(WS-HIT)
               MOVE SPACES              TO DT-LAST-STAT(WS-HIT)
               MOVE SPACES              TO DT-LAST-MISS(WS-HIT)
           END-IF.

      *Meme jour qu'une ligne deja comptee : son verdict est
      *retire avant de compter le nouveau.
           IF DT-LAST-DATE(WS-HIT) = DH-DATE
               EVALUATE DT-LAST-STAT(WS-HIT)
                 WHEN "OK"
                   SUBTRACT 1           FROM DT-OK(WS-HIT)
                 WHEN "ABSENT"
                   SUBTRACT 1           FROM DT-ABSENT(WS-HIT)
                 WHEN OTHER
                   SUBTRACT 1           FROM DT-VOLUME(WS-HIT)
               END-EVALUATE
           ELSE
               ADD 1                    TO DT-DUE(WS-HIT)
           END-IF.

           EVALUATE DH-STATUS
             WHEN "OK"
               ADD 1                    TO DT-OK(WS-HIT)
             WHEN "ABSENT"
               ADD 1                    TO DT-ABSENT(WS-HIT)
               MOVE DH-DATE             TO DT-LAST-MISS(WS-HIT)
             WHEN OTHER
               ADD 1                    TO DT-VOLUME(WS-HIT)
           END-EVALUATE.

           MOVE DH-DATE                 TO DT-LAST-DATE(WS-HIT).
           MOVE DH-STATUS               TO DT-LAST-STAT(WS-HIT).

           EXIT.
       0110-COUNT-LINE-END.

      ******************************************************************

      *Ligne du rapport de l'expediteur DT-IDX : jours attendus,
      *livres dans la fourchette, absents, hors volume, taux de
      *ponctualite et derniere absence ; cumul de l'ensemble.
       0200-SENDER-LINE-START.

           MOVE DT-FILE(DT-IDX)         TO OUT-S-FILE.
           MOVE DT-DUE(DT-IDX)          TO OUT-S-DUE.
           MOVE DT-OK(DT-IDX)           TO OUT-S-OK.
           MOVE DT-ABSENT(DT-IDX)       TO OUT-S-ABSENT.
           MOVE DT-VOLUME(DT-IDX)       TO OUT-S-VOLUME.
           IF DT-DUE(DT-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                       DT-OK(DT-IDX) * 100 / DT-DUE(DT-IDX)
           ELSE
               MOVE 0                   TO WS-RATE
           END-IF.
           MOVE WS-RATE                 TO OUT-S-RATE.
           MOVE DT-LAST-MISS(DT-IDX)    TO OUT-S-LAST-MISS.
           MOVE WS-SENDER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           ADD DT-DUE(DT-IDX)           TO WS-TOT-DUE.
           ADD DT-OK(DT-IDX)            TO WS-TOT-OK.
           ADD DT-ABSENT(DT-IDX)        TO WS-TOT-ABSENT.
           ADD DT-VOLUME(DT-IDX)        TO WS-TOT-VOLUME.

           EXIT.
       0200-SENDER-LINE-END.
