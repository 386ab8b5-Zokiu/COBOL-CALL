      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. caseage.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Dossiers de rejet tenus par le lot de validation (ouverts,
      *fermes par acceptation, classes par casadm).
           SELECT F-CASE ASSIGN TO "reject_cases.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CASE-STATUS.

      *Bilan hebdomadaire produit : dossiers ouverts par
      *expediteur, ventiles par anciennete.
           SELECT F-REPORT ASSIGN TO "reject_aging.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      *Lettres de relance pretes a imprimer pour le routeur : meme
      *disposition que corr_letters.prn (une lettre par page, bloc
      *adresse en tete, tri par code postal).
           SELECT F-LETTERS ASSIGN TO "case_reminders.prn"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LETTERS-STATUS.

      *Dossiers a relancer sans adresse postale exploitable : aucune
      *lettre, la liste part aux referents.
           SELECT F-NOADDR ASSIGN TO "case_reminders_noaddr.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NOADDR-STATUS.

      *Fichier de tri des relances par code postal.
           SELECT SD-LETTERS ASSIGN TO "caseage.srt".

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-CASE.

           COPY rejcase.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(100).

       FD  F-LETTERS.

       01  REC-F-LETTERS       PIC X(80).

       FD  F-NOADDR.

       01  REC-F-NOADDR.
           05 NA-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 NA-NAME          PIC X(50).
           05 FILLER           PIC X(01).
           05 NA-REASON        PIC X(30).

       SD  SD-LETTERS.

       01  REC-SD-LETTERS.
           05 SRT-CP           PIC X(05).
           05 SRT-IDX          PIC 9(05).
           05 SRT-COMPL        PIC X(38).
           05 SRT-STREET       PIC X(38).
           05 SRT-LIEUDIT      PIC X(38).
           05 SRT-CITY         PIC X(32).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CASE-STATUS       PIC X(02) VALUE SPACE.
           88 F-CASE-STATUS-OK             VALUE "00".
           88 F-CASE-STATUS-EOF            VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  F-LETTERS-STATUS    PIC X(02) VALUE SPACE.
           88 F-LETTERS-STATUS-OK          VALUE "00".

       01  F-NOADDR-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOADDR-STATUS-OK           VALUE "00".

       01  WS-SORT-EOF-FLAG    PIC X(01) VALUE "N".
           88 SORT-AT-END                  VALUE "Y".

      *Jour de reference du bilan (AAAAMMJJ), premier parametre de
      *la ligne de commande ; a defaut, le jour courant.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-TODAY            PIC 9(08).
       01  WS-TODAY-NUM        PIC 9(07).
       01  WS-CASE-NUM         PIC 9(07).
       01  WS-AGE              PIC 9(05).
       01  WS-NOW              PIC X(21).

      *Delai en jours au-dela duquel un dossier ouvert est relance,
      *et entre deux relances du meme dossier (cle CASE.REMIND-DAYS
      *du service central des parametres ; 30 a defaut, 0 coupe les
      *relances).
       01  WS-REMIND-DAYS      PIC 9(03) VALUE 30.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Dossiers charges en memoire : la relance envoyee est
      *reportee au dossier, puis le registre est reecrit.
       01  CASE-TABLE.
           05 CT-LGHT          PIC 9(05) VALUE ZERO.
           05 CT-MAX           PIC 9(05) VALUE 20000.
           05 CT OCCURS 20000 TIMES INDEXED BY CT-IDX.
                10 CT-SRC       PIC X(40).
                10 CT-ID        PIC X(10).
                10 CT-NOM       PIC X(50).
                10 CT-EMAIL     PIC X(50).
                10 CT-REASON    PIC X(30).
                10 CT-STATE     PIC X(01).
                10 CT-OPENED    PIC X(08).
                10 CT-LAST      PIC X(08).
                10 CT-CLOSED    PIC X(08).
                10 CT-CLOSER    PIC X(20).
                10 CT-NOTE      PIC X(40).
                10 CT-REMIND    PIC X(08).
                10 CT-REMIND-CNT PIC 9(02).
       01  WS-CASE-FULL-FLAG   PIC X(01) VALUE "N".
           88 CASE-TABLE-OVERFLOW          VALUE "Y".
       01  WS-CUR              PIC 9(05).

      *Dossiers ouverts par expediteur et par tranche
      *d'anciennete : 0 a 7 jours, 8 a 30 jours, plus de 30 jours.
       01  SENDER-TABLE.
           05 SA-LGHT          PIC 9(03) VALUE ZERO.
           05 SA-MAX           PIC 9(03) VALUE 100.
           05 SA OCCURS 100 TIMES INDEXED BY SA-IDX.
                10 SA-SRC       PIC X(40).
                10 SA-WEEK      PIC 9(05).
                10 SA-MONTH     PIC 9(05).
                10 SA-OLD       PIC 9(05).
                10 SA-OLDEST    PIC X(08).

       01  WS-HIT              PIC 9(03).
       01  WS-BADDATE-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-TOT-WEEK         PIC 9(07) VALUE ZERO.
       01  WS-TOT-MONTH        PIC 9(07) VALUE ZERO.
       01  WS-TOT-OLD          PIC 9(07) VALUE ZERO.
       01  WS-TOT-OLDEST       PIC X(08) VALUE SPACES.

       01  WS-HEADER.
           05 FILLER           PIC X(37) VALUE
                  "DOSSIERS DE REJET OUVERTS - BILAN AU ".
           05 OUT-H-DATE       PIC X(08).

       01  WS-COLUMNS.
           05 FILLER           PIC X(41) VALUE "Expediteur".
           05 FILLER           PIC X(47) VALUE
                  "  0-7 j   8-30 j    +30 j    Total  Plus ancien".

       01  WS-SENDER-LINE.
           05 OUT-S-SRC        PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-S-WEEK       PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-MONTH      PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-OLD        PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-TOTAL      PIC ZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-S-OLDEST     PIC X(08).

       01  WS-REMIND-LINE.
           05 FILLER           PIC X(20) VALUE "Relances envoyees : ".
           05 OUT-R-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X(17) VALUE " (sans adresse : ".
           05 OUT-R-NOADDR     PIC ZZZZ9.
           05 FILLER           PIC X(14) VALUE ") - seuil de ".
           05 OUT-R-DAYS       PIC ZZ9.
           05 FILLER           PIC X(06) VALUE " jours".

       01  WS-LETTER-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-NOADDR-COUNT     PIC 9(05) VALUE ZERO.

       01  WS-TRAILER.
           05 FILLER           PIC X(20) VALUE "Nombre de lettres : ".
           05 OUT-LETTER-COUNT PIC ZZZZ9.

       01  WS-GREET-WORD       PIC X(10) VALUE "Bonjour".
       01  WS-GREET-NOM        PIC X(20).
       01  WS-GREET-REPONSE    PIC X(30).

      *Tampon passe a normtext pour la translitteration ASCII du
      *nom et de l'email soumis, comme pour corr_letters.prn.
       01  WS-NORM-BUFFER      PIC X(160).
       01  WS-NORM-LEN         PIC 9(03) VALUE 50.
       01  WS-NORM-FIRST       PIC X(01) VALUE "N".
       01  WS-NORM-ASCII       PIC X(01) VALUE "Y".
       01  WS-LT-NOM           PIC X(50).
       01  WS-LT-EMAIL         PIC X(50).
       01  WS-LT-DATE          PIC X(10).

       01  WS-BODY-LINE        PIC X(80).

      *Adresse rendue par postaddr pour le destinataire courant.
       01  WS-ADDR-ID          PIC X(10).
       01  WS-ADDR.
           05 WS-ADDR-COMPL    PIC X(38).
           05 WS-ADDR-STREET   PIC X(38).
           05 WS-ADDR-LIEUDIT  PIC X(38).
           05 WS-ADDR-CP       PIC X(05).
           05 WS-ADDR-CITY     PIC X(32).
           05 WS-ADDR-SRC      PIC X(40).
       01  WS-ADDR-RC          PIC 9(02).

      *Ligne du bloc adresse, calee a droite pour la fenetre de
      *l'enveloppe.
       01  WS-ADDR-LINE.
           05 FILLER           PIC X(42) VALUE SPACES.
           05 OUT-ADDR-TEXT    PIC X(38).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "caseage".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Bilan hebdomadaire des dossiers de rejet : dossiers encore
      *ouverts par expediteur, ventiles par anciennete depuis le
      *premier rejet, et lettre de relance pour chaque dossier
      *ouvert depuis plus de CASE.REMIND-DAYS jours (puis de
      *nouveau apres le meme delai sans reponse). La relance est
      *reportee au dossier.
      *Code retour : 0 bilan produit, 1 date illisible ou fichier
      *inecrivable, 8 registre trop volumineux.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           IF WS-ARG1(1:8) IS NUMERIC
               MOVE WS-ARG1(1:8)        TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:8)         TO WS-TODAY
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TODAY) NOT = 0
               DISPLAY "Date du bilan illisible (AAAAMMJJ) : " WS-ARG1
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TODAY-NUM = FUNCTION INTEGER-OF-DATE(WS-TODAY).

           MOVE "CASE.REMIND-DAYS"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-REMIND-DAYS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           PERFORM 0100-LOAD-CASES-START
           THRU    0100-LOAD-CASES-END.

      *Les relances sont reportees au registre : charge en partie,
      *il ne pourrait pas etre reecrit sans perdre de dossiers.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "Registre des dossiers trop volumineux ("
                       CT-MAX ") : bilan non produit."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des dossiers de rejet trop volumineux"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de reject_aging.rpt, "
                       "statut : " F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               IF CT-STATE(CT-IDX) = "O"
                   PERFORM 0200-AGE-ONE-START
                   THRU    0200-AGE-ONE-END
               END-IF
           END-PERFORM.

           MOVE WS-TODAY                TO OUT-H-DATE.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF SA-LGHT = 0
               MOVE "(aucun dossier ouvert)" TO REC-F-REPORT
               WRITE REC-F-REPORT
           ELSE
               PERFORM 0300-WRITE-REPORT-START
               THRU    0300-WRITE-REPORT-END
           END-IF.

           IF WS-REMIND-DAYS > 0 AND SA-LGHT > 0
               PERFORM 0400-REMINDERS-START
               THRU    0400-REMINDERS-END
           END-IF.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-LETTER-COUNT         TO OUT-R-COUNT.
           MOVE WS-NOADDR-COUNT         TO OUT-R-NOADDR.
           MOVE WS-REMIND-DAYS          TO OUT-R-DAYS.
           MOVE WS-REMIND-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           IF WS-LETTER-COUNT > 0
               PERFORM 0700-SAVE-CASES-START
               THRU    0700-SAVE-CASES-END
           END-IF.

           DISPLAY "Bilan ecrit dans reject_aging.rpt au " WS-TODAY
                   " (relances : " WS-LETTER-COUNT
                   ", sans adresse : " WS-NOADDR-COUNT ").".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le registre des dossiers de rejet en memoire.
       0100-LOAD-CASES-START.

           OPEN INPUT F-CASE.

           IF NOT F-CASE-STATUS-OK
               DISPLAY "Pas de registre des dossiers de rejet."
               MOVE SPACE               TO F-CASE-STATUS
               GO TO 0100-LOAD-CASES-END
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
       0100-LOAD-CASES-END.

      ******************************************************************

      *Anciennete du dossier ouvert CT-IDX depuis son premier rejet,
      *cumulee chez son expediteur dans sa tranche. Une date
      *d'ouverture illisible ou posterieure au bilan n'est pas
      *ventilee.
       0200-AGE-ONE-START.

           IF CT-OPENED(CT-IDX) IS NOT NUMERIC
               ADD 1                    TO WS-BADDATE-COUNT
               GO TO 0200-AGE-ONE-END
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(CT-OPENED(CT-IDX))) NOT = 0
               ADD 1                    TO WS-BADDATE-COUNT
               GO TO 0200-AGE-ONE-END
           END-IF.
           COMPUTE WS-CASE-NUM = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CT-OPENED(CT-IDX))).
           IF WS-CASE-NUM > WS-TODAY-NUM
               ADD 1                    TO WS-BADDATE-COUNT
               GO TO 0200-AGE-ONE-END
           END-IF.
           COMPUTE WS-AGE = WS-TODAY-NUM - WS-CASE-NUM.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING SA-IDX FROM 1 BY 1
                     UNTIL SA-IDX > SA-LGHT OR WS-HIT > 0
               IF SA-SRC(SA-IDX) = CT-SRC(CT-IDX)
                   SET WS-HIT           TO SA-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               IF SA-LGHT >= SA-MAX
                   DISPLAY "Table des expediteurs pleine (" SA-MAX
                           ") : expediteur non detaille : "
                           FUNCTION TRIM(CT-SRC(CT-IDX))
                   GO TO 0200-AGE-ONE-END
               END-IF
               ADD 1                    TO SA-LGHT
               MOVE SA-LGHT             TO WS-HIT
               MOVE CT-SRC(CT-IDX)      TO SA-SRC(WS-HIT)
               MOVE 0                   TO SA-WEEK(WS-HIT)
               MOVE 0                   TO SA-MONTH(WS-HIT)
               MOVE 0                   TO SA-OLD(WS-HIT)
               MOVE CT-OPENED(CT-IDX)   TO SA-OLDEST(WS-HIT)
           END-IF.

           EVALUATE TRUE
             WHEN WS-AGE <= 7
               ADD 1                    TO SA-WEEK(WS-HIT)
             WHEN WS-AGE <= 30
               ADD 1                    TO SA-MONTH(WS-HIT)
             WHEN OTHER
               ADD 1                    TO SA-OLD(WS-HIT)
           END-EVALUATE.

           IF CT-OPENED(CT-IDX) < SA-OLDEST(WS-HIT)
               MOVE CT-OPENED(CT-IDX)   TO SA-OLDEST(WS-HIT)
           END-IF.

           EXIT.
       0200-AGE-ONE-END.

      ******************************************************************

      *Ligne du bilan par expediteur : dossiers ouverts par tranche,
      *total et plus ancienne ouverture ; ligne de l'ensemble.
       0300-WRITE-REPORT-START.

           MOVE WS-COLUMNS              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING SA-IDX FROM 1 BY 1
                     UNTIL SA-IDX > SA-LGHT
               MOVE SA-SRC(SA-IDX)      TO OUT-S-SRC
               MOVE SA-WEEK(SA-IDX)     TO OUT-S-WEEK
               MOVE SA-MONTH(SA-IDX)    TO OUT-S-MONTH
               MOVE SA-OLD(SA-IDX)      TO OUT-S-OLD
               COMPUTE OUT-S-TOTAL = SA-WEEK(SA-IDX)
                                   + SA-MONTH(SA-IDX)
                                   + SA-OLD(SA-IDX)
               MOVE SA-OLDEST(SA-IDX)   TO OUT-S-OLDEST
               MOVE WS-SENDER-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               ADD SA-WEEK(SA-IDX)      TO WS-TOT-WEEK
               ADD SA-MONTH(SA-IDX)     TO WS-TOT-MONTH
               ADD SA-OLD(SA-IDX)       TO WS-TOT-OLD
               IF WS-TOT-OLDEST = SPACES
                 OR SA-OLDEST(SA-IDX) < WS-TOT-OLDEST
                   MOVE SA-OLDEST(SA-IDX) TO WS-TOT-OLDEST
               END-IF
           END-PERFORM.

           MOVE "--- Ensemble des expediteurs ---" TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "TOTAL"                 TO OUT-S-SRC.
           MOVE WS-TOT-WEEK             TO OUT-S-WEEK.
           MOVE WS-TOT-MONTH            TO OUT-S-MONTH.
           MOVE WS-TOT-OLD              TO OUT-S-OLD.
           COMPUTE OUT-S-TOTAL = WS-TOT-WEEK + WS-TOT-MONTH
                               + WS-TOT-OLD.
           MOVE WS-TOT-OLDEST           TO OUT-S-OLDEST.
           MOVE WS-SENDER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF WS-BADDATE-COUNT > 0
               MOVE SPACES              TO WS-BODY-LINE
               STRING "(dossiers a date d'ouverture illisible : "
                      WS-BADDATE-COUNT ")"
                      DELIMITED BY SIZE INTO WS-BODY-LINE
               MOVE WS-BODY-LINE        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0300-WRITE-REPORT-END.

      ******************************************************************

      *Relances : les dossiers a relancer passent par le referentiel
      *des adresses ; sans adresse exploitable, ils partent dans la
      *liste des non-imprimes, les autres sont tries par code postal
      *avant l'impression, comme pour corr_letters.prn.
       0400-REMINDERS-START.

           OPEN OUTPUT F-LETTERS.
           IF NOT F-LETTERS-STATUS-OK
               DISPLAY "Erreur a l'ouverture de case_reminders.prn, "
                       "statut : " F-LETTERS-STATUS
               GO TO 0400-REMINDERS-END
           END-IF.

           OPEN OUTPUT F-NOADDR.
           IF NOT F-NOADDR-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "case_reminders_noaddr.txt, statut : "
                       F-NOADDR-STATUS
               CLOSE F-LETTERS
               GO TO 0400-REMINDERS-END
           END-IF.

           SORT SD-LETTERS
                ON ASCENDING KEY SRT-CP SRT-IDX
                INPUT PROCEDURE  IS 0410-SELECT-START
                                 THRU 0410-SELECT-END
                OUTPUT PROCEDURE IS 0500-PRINT-START
                                 THRU 0500-PRINT-END.

      *Total en fin de fichier, pour que le routeur verifie qu'il a
      *bien recu toutes les pages.
           MOVE WS-LETTER-COUNT         TO OUT-LETTER-COUNT.
           MOVE WS-TRAILER              TO REC-F-LETTERS.
           WRITE REC-F-LETTERS AFTER ADVANCING PAGE.

           CLOSE F-LETTERS.
           CLOSE F-NOADDR.

           EXIT.
       0400-REMINDERS-END.

      ******************************************************************

      *Procedure d'entree du tri : dossier ouvert depuis au moins
      *WS-REMIND-DAYS jours, jamais relance ou relance depuis au
      *moins autant de jours.
       0410-SELECT-START.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               IF CT-STATE(CT-IDX) = "O"
                   PERFORM 0420-SELECT-ONE-START
                   THRU    0420-SELECT-ONE-END
               END-IF
           END-PERFORM.

           EXIT.
       0410-SELECT-END.

      ******************************************************************

      *Retient le dossier CT-IDX s'il est du, et le livre au tri
      *avec son adresse.
       0420-SELECT-ONE-START.

           IF CT-OPENED(CT-IDX) IS NOT NUMERIC
               GO TO 0420-SELECT-ONE-END
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(CT-OPENED(CT-IDX))) NOT = 0
               GO TO 0420-SELECT-ONE-END
           END-IF.
           COMPUTE WS-CASE-NUM = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(CT-OPENED(CT-IDX))).
           IF WS-CASE-NUM + WS-REMIND-DAYS > WS-TODAY-NUM
               GO TO 0420-SELECT-ONE-END
           END-IF.

           IF CT-REMIND(CT-IDX) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(CT-REMIND(CT-IDX))) = 0
                   COMPUTE WS-CASE-NUM = FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(CT-REMIND(CT-IDX)))
                   IF WS-CASE-NUM + WS-REMIND-DAYS > WS-TODAY-NUM
                       GO TO 0420-SELECT-ONE-END
                   END-IF
               END-IF
           END-IF.

           MOVE CT-ID(CT-IDX)           TO WS-ADDR-ID.
           CALL "postaddr" USING WS-ADDR-ID WS-ADDR.
           MOVE RETURN-CODE             TO WS-ADDR-RC.

           IF WS-ADDR-RC NOT = 0
               PERFORM 0450-NOADDR-START
               THRU    0450-NOADDR-END
               GO TO 0420-SELECT-ONE-END
           END-IF.

           SET WS-CUR                   TO CT-IDX.
           MOVE WS-ADDR-CP              TO SRT-CP.
           MOVE WS-CUR                  TO SRT-IDX.
           MOVE WS-ADDR-COMPL           TO SRT-COMPL.
           MOVE WS-ADDR-STREET          TO SRT-STREET.
           MOVE WS-ADDR-LIEUDIT         TO SRT-LIEUDIT.
           MOVE WS-ADDR-CITY            TO SRT-CITY.
           RELEASE REC-SD-LETTERS.

           EXIT.
       0420-SELECT-ONE-END.

      ******************************************************************

      *Dossier a relancer sans adresse exploitable : aucune lettre,
      *une ligne dans case_reminders_noaddr.txt.
       0450-NOADDR-START.

           ADD 1                        TO WS-NOADDR-COUNT.

           MOVE SPACES                  TO REC-F-NOADDR.
           MOVE CT-ID(CT-IDX)           TO NA-ID.
           MOVE CT-NOM(CT-IDX)          TO NA-NAME.
           EVALUATE WS-ADDR-RC
             WHEN 1
               MOVE "Adresse absente"   TO NA-REASON
             WHEN 2
               MOVE "Adresse incomplete" TO NA-REASON
             WHEN 3
               MOVE "Adresse invalide (retour)" TO NA-REASON
             WHEN OTHER
               MOVE "Adresse inexploitable" TO NA-REASON
           END-EVALUATE.
           WRITE REC-F-NOADDR.

           EXIT.
       0450-NOADDR-END.

      ******************************************************************

      *Procedure de sortie du tri : une lettre par dossier, dans
      *l'ordre des codes postaux ; la relance est reportee au
      *dossier.
       0500-PRINT-START.

           PERFORM UNTIL SORT-AT-END
             RETURN SD-LETTERS
              AT END
                SET SORT-AT-END         TO TRUE
              NOT AT END
                MOVE SRT-IDX            TO WS-CUR
                PERFORM 0600-WRITE-LETTER-START
                THRU    0600-WRITE-LETTER-END
                MOVE WS-TODAY           TO CT-REMIND(WS-CUR)
                IF CT-REMIND-CNT(WS-CUR) < 99
                    ADD 1               TO CT-REMIND-CNT(WS-CUR)
                END-IF
             END-RETURN
           END-PERFORM.

           EXIT.
       0500-PRINT-END.

      ******************************************************************

      *Lettre de relance du dossier WS-CUR : bloc adresse,
      *salutation, rappel du rejet et de ce qui a ete soumis,
      *demande de correction. Chaque lettre commence sur une
      *nouvelle page.
       0600-WRITE-LETTER-START.

           ADD 1                        TO WS-LETTER-COUNT.

           MOVE SPACES                  TO WS-NORM-BUFFER.
           MOVE CT-NOM(WS-CUR)          TO WS-NORM-BUFFER(1:50).
           CALL "normtext" USING WS-NORM-BUFFER WS-NORM-LEN
                                 WS-NORM-FIRST WS-NORM-ASCII.
           MOVE WS-NORM-BUFFER(1:50)    TO WS-LT-NOM.
           MOVE SPACES                  TO WS-NORM-BUFFER.
           MOVE CT-EMAIL(WS-CUR)        TO WS-NORM-BUFFER(1:50).
           CALL "normtext" USING WS-NORM-BUFFER WS-NORM-LEN
                                 WS-NORM-FIRST WS-NORM-ASCII.
           MOVE WS-NORM-BUFFER(1:50)    TO WS-LT-EMAIL.

           MOVE SPACES                  TO WS-LT-DATE.
           STRING CT-OPENED(WS-CUR)(7:2) "/"
                  CT-OPENED(WS-CUR)(5:2) "/"
                  CT-OPENED(WS-CUR)(1:4)
                  DELIMITED BY SIZE     INTO WS-LT-DATE.

           IF WS-LETTER-COUNT > 1
               MOVE SPACES              TO REC-F-LETTERS
               WRITE REC-F-LETTERS AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-LT-NOM(1:38)         TO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           PERFORM 0650-ADDR-BLOCK-START
           THRU    0650-ADDR-BLOCK-END.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE WS-LT-NOM               TO WS-GREET-NOM.
           CALL "greeting" USING WS-GREET-WORD WS-GREET-NOM
                                 WS-GREET-REPONSE.
           IF RETURN-CODE = 2
               DISPLAY "Attention : nom tronque dans la relance de "
                       CT-ID(WS-CUR)
           END-IF.

           MOVE WS-GREET-REPONSE        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "Votre inscription refusee lors du traitement du "
                  WS-LT-DATE DELIMITED BY SIZE INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "n'a toujours pas ete corrigee. Pour rappel, voici"
                                        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "ce qui a ete soumis :" TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Identifiant : " FUNCTION TRIM(CT-ID(WS-CUR))
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Nom         : " FUNCTION TRIM(WS-LT-NOM)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Email       : " FUNCTION TRIM(WS-LT-EMAIL)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Motif       : " FUNCTION TRIM(CT-REASON(WS-CUR))
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE "Sans correction de votre part, votre compte ne"
                                        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "pourra pas etre cree. Merci de renvoyer la ligne"
                                        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "corrigee a votre referent (fichier corrections.dat"
                                        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "du prochain passage)."  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE "Bien cordialement,"    TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           MOVE "L'equipe Simplon"      TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           EXIT.
       0600-WRITE-LETTER-END.

      ******************************************************************

      *Suite du bloc adresse apres le nom : complement, voie,
      *lieu-dit (lignes vides omises), puis code postal et commune.
       0650-ADDR-BLOCK-START.

           IF SRT-COMPL NOT = SPACES
               MOVE SRT-COMPL           TO OUT-ADDR-TEXT
               MOVE WS-ADDR-LINE        TO REC-F-LETTERS
               WRITE REC-F-LETTERS
           END-IF.

           MOVE SRT-STREET              TO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           IF SRT-LIEUDIT NOT = SPACES
               MOVE SRT-LIEUDIT         TO OUT-ADDR-TEXT
               MOVE WS-ADDR-LINE        TO REC-F-LETTERS
               WRITE REC-F-LETTERS
           END-IF.

           MOVE SPACES                  TO OUT-ADDR-TEXT.
           STRING SRT-CP " " FUNCTION TRIM(SRT-CITY)
                  DELIMITED BY SIZE     INTO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           EXIT.
       0650-ADDR-BLOCK-END.

      ******************************************************************

      *Reecrit le registre des dossiers de rejet avec les relances
      *envoyees.
       0700-SAVE-CASES-START.

           OPEN OUTPUT F-CASE.
           IF NOT F-CASE-STATUS-OK
               DISPLAY "Registre des dossiers inecrivable, statut : "
                       F-CASE-STATUS
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Relances non reportees aux dossiers de rejet"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0700-SAVE-CASES-END
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
           END-PERFORM.

           CLOSE F-CASE.

           EXIT.
       0700-SAVE-CASES-END.
