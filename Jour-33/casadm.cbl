      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. casadm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Dossiers de rejet tenus par le lot de validation : une ligne
      *par rejet suivi, ouvert ("O") jusqu'a son acceptation ou son
      *classement.
           SELECT F-CASE ASSIGN TO "reject_cases.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CASE-STATUS.

      *Journal des traitements : chaque classement y laisse sa
      *ligne, a cote des passages du lot de validation.
           SELECT F-JOURNAL ASSIGN TO "run_journal.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-JOURNAL-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-CASE.

           COPY rejcase.

       FD  F-JOURNAL.

       01  REC-F-JOURNAL       PIC X(160).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CASE-STATUS       PIC X(02) VALUE SPACE.
           88 F-CASE-STATUS-OK             VALUE "00".
           88 F-CASE-STATUS-EOF            VALUE "10".

       01  F-JOURNAL-STATUS    PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK          VALUE "00".

      *Dossiers charges en memoire pour le classement, puis
      *reecrits -- le registre garde les dossiers fermes et classes
      *avec leur motif, comme le registre des extracts en attente.
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

       01  WS-OPERATOR         PIC X(20).
       01  WS-PERSON-ID        PIC X(10).
       01  WS-INPUT            PIC X(10).
       01  WS-NOTE             PIC X(40).
       01  WS-NOW              PIC X(21).
       01  WS-SEEN             PIC 9(05).
       01  WS-CLOSED-COUNT     PIC 9(05) VALUE ZERO.

      *Ligne de classement au journal des traitements.
       01  WS-JOURNAL-CASE-LINE.
           05 FILLER           PIC X(01) VALUE "[".
           05 OUT-JC-STAMP     PIC X(14).
           05 FILLER           PIC X(11) VALUE "] Dossier: ".
           05 OUT-JC-ID        PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-JC-SRC       PIC X(40).
           05 FILLER           PIC X(12) VALUE " CLASSE par ".
           05 OUT-JC-OPERATOR  PIC X(20).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-JC-NOTE      PIC X(40).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "casadm".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Classement sans suite des dossiers de rejet : pour chaque
      *identifiant saisi, l'operateur voit les dossiers ouverts de
      *la personne (expediteur, motif, dates, relances) et decide.
      *"C" : le dossier est classe, avec un motif obligatoire ;
      *toute autre reponse le laisse ouvert. Un identifiant vide
      *termine la saisie. Chaque classement est trace au journal
      *des traitements.
       PROCEDURE DIVISION.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-CASES-START
           THRU    0100-LOAD-CASES-END.

      *Un registre charge en partie ne peut pas etre reecrit sans
      *perdre les dossiers restes hors de la table.
           IF CASE-TABLE-OVERFLOW
               DISPLAY "Registre des dossiers trop volumineux ("
                       CT-MAX ") : classement impossible."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des dossiers de rejet trop volumineux"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CT-LGHT = 0
               DISPLAY "Aucun dossier de rejet."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "X"                     TO WS-PERSON-ID.
           PERFORM UNTIL WS-PERSON-ID = SPACES
               DISPLAY "Identifiant de la personne (vide pour "
                       "terminer) : " WITH NO ADVANCING
               ACCEPT WS-PERSON-ID
               IF WS-PERSON-ID NOT = SPACES
                   PERFORM 0200-REVIEW-PERSON-START
                   THRU    0200-REVIEW-PERSON-END
               END-IF
           END-PERFORM.

           IF WS-CLOSED-COUNT > 0
               PERFORM 0300-SAVE-CASES-START
               THRU    0300-SAVE-CASES-END
           END-IF.

           DISPLAY "Revue terminee : " WS-CLOSED-COUNT
                   " dossier(s) classe(s).".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le registre des dossiers de rejet en memoire.
       0100-LOAD-CASES-START.

           OPEN INPUT F-CASE.

           IF NOT F-CASE-STATUS-OK
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

      *Revue des dossiers ouverts de la personne WS-PERSON-ID, un
      *par expediteur qui l'a envoyee.
       0200-REVIEW-PERSON-START.

           MOVE 0                       TO WS-SEEN.

           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT
               IF CT-STATE(CT-IDX) = "O"
                 AND CT-ID(CT-IDX) = WS-PERSON-ID
                   ADD 1                TO WS-SEEN
                   PERFORM 0210-REVIEW-ONE-START
                   THRU    0210-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-SEEN = 0
               DISPLAY "Aucun dossier ouvert pour "
                       FUNCTION TRIM(WS-PERSON-ID) "."
           END-IF.

           EXIT.
       0200-REVIEW-PERSON-END.

      ******************************************************************

      *Revue d'un dossier : restitue le rejet et son suivi, puis
      *applique la decision de l'operateur. Sans motif, le dossier
      *reste ouvert.
       0210-REVIEW-ONE-START.

           DISPLAY "Dossier " FUNCTION TRIM(CT-ID(CT-IDX))
                   " envoye par " FUNCTION TRIM(CT-SRC(CT-IDX)) " :".
           DISPLAY "  nom : " FUNCTION TRIM(CT-NOM(CT-IDX))
                   "  email : " FUNCTION TRIM(CT-EMAIL(CT-IDX)).
           DISPLAY "  motif : " FUNCTION TRIM(CT-REASON(CT-IDX)).
           DISPLAY "  ouvert le " CT-OPENED(CT-IDX)
                   ", dernier rejet le " CT-LAST(CT-IDX)
                   ", relance(s) : " CT-REMIND-CNT(CT-IDX).

           DISPLAY "Classer sans suite (C) / Passer (autre) : "
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           IF FUNCTION UPPER-CASE(WS-INPUT) NOT = "C"
               DISPLAY "Dossier laisse ouvert."
               GO TO 0210-REVIEW-ONE-END
           END-IF.

           DISPLAY "Motif du classement : " WITH NO ADVANCING.
           ACCEPT WS-NOTE.
           IF WS-NOTE = SPACES
               DISPLAY "Motif obligatoire : dossier laisse ouvert."
               GO TO 0210-REVIEW-ONE-END
           END-IF.

           PERFORM 0230-RECORD-CLOSE-START
           THRU    0230-RECORD-CLOSE-END.
           DISPLAY "Dossier classe.".

           EXIT.
       0210-REVIEW-ONE-END.

      ******************************************************************

      *Classement rendu : etat, date, operateur et motif au
      *registre, ligne au journal des traitements.
       0230-RECORD-CLOSE-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE "S"                     TO CT-STATE (CT-IDX).
           MOVE WS-NOW(1:8)             TO CT-CLOSED(CT-IDX).
           MOVE WS-OPERATOR             TO CT-CLOSER(CT-IDX).
           MOVE WS-NOTE                 TO CT-NOTE  (CT-IDX).
           ADD 1                        TO WS-CLOSED-COUNT.

           OPEN EXTEND F-JOURNAL.
           IF NOT F-JOURNAL-STATUS-OK
               OPEN OUTPUT F-JOURNAL
           END-IF.

           MOVE WS-NOW(1:14)            TO OUT-JC-STAMP.
           MOVE CT-ID(CT-IDX)           TO OUT-JC-ID.
           MOVE CT-SRC(CT-IDX)          TO OUT-JC-SRC.
           MOVE WS-OPERATOR             TO OUT-JC-OPERATOR.
           MOVE WS-NOTE                 TO OUT-JC-NOTE.
           MOVE WS-JOURNAL-CASE-LINE    TO REC-F-JOURNAL.
           WRITE REC-F-JOURNAL.

           CLOSE F-JOURNAL.

           EXIT.
       0230-RECORD-CLOSE-END.

      ******************************************************************

      *Reecrit le registre des dossiers de rejet avec les
      *classements rendus.
       0300-SAVE-CASES-START.

           OPEN OUTPUT F-CASE.
           IF NOT F-CASE-STATUS-OK
               DISPLAY "Registre des dossiers inecrivable, statut : "
                       F-CASE-STATUS
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Registre des dossiers de rejet inecrivable"
                                        TO WS-INC-MESSAGE
               MOVE "reject_cases.dat"  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0300-SAVE-CASES-END
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
       0300-SAVE-CASES-END.
