      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrev.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Extracts mis en attente par le controle de volatilite du lot
      *de validation : une ligne par extract, attente ("A") jusqu'a
      *la revue.
           SELECT F-HELD ASSIGN TO "held_extracts.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HELD-STATUS.

      *Liste des ecarts laissee par le controle (<extract>.vol).
           SELECT F-VOLDIFF ASSIGN TO WS-VOLDIFF-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VOLDIFF-STATUS.

      *Journal des traitements : chaque decision y laisse sa ligne,
      *a cote des passages du lot de validation.
           SELECT F-JOURNAL ASSIGN TO "run_journal.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-JOURNAL-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-HELD.

       01  REC-F-HELD.
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

       FD  F-VOLDIFF.

       01  REC-F-VOLDIFF       PIC X(120).

       FD  F-JOURNAL.

       01  REC-F-JOURNAL       PIC X(160).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-HELD-STATUS       PIC X(02) VALUE SPACE.
           88 F-HELD-STATUS-OK             VALUE "00".
           88 F-HELD-STATUS-EOF            VALUE "10".

       01  F-VOLDIFF-STATUS    PIC X(02) VALUE SPACE.
           88 F-VOLDIFF-STATUS-OK          VALUE "00".
           88 F-VOLDIFF-STATUS-EOF         VALUE "10".

       01  F-JOURNAL-STATUS    PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK          VALUE "00".

      *Attentes chargees en memoire pour la revue, puis reecrites
      *avec leur decision -- le registre garde l'historique des
      *decisions rendues, comme la file des candidats a la fusion.
       01  HELD-TABLE.
           05 HT-LGHT          PIC 9(03) VALUE ZERO.
           05 HT-MAX           PIC 9(03) VALUE 200.
           05 HT OCCURS 200 TIMES INDEXED BY HT-IDX.
                10 HT-FILE      PIC X(40).
                10 HT-GEN       PIC X(14).
                10 HT-PREV      PIC 9(07).
                10 HT-CUR       PIC 9(07).
                10 HT-ADDED     PIC 9(07).
                10 HT-REMOVED   PIC 9(07).
                10 HT-CHANGED   PIC 9(07).
                10 HT-RATE      PIC 9(03)V9.
                10 HT-TOL       PIC 9(03).
                10 HT-STATE     PIC X(01).
                10 HT-DECIDER   PIC X(20).
                10 HT-DECIDED   PIC X(14).

       01  WS-VOLDIFF-NAME     PIC X(45).
       01  WS-DISCARD-NAME     PIC X(48).
       01  WS-SHOWN            PIC 9(03).
       01  WS-SHOW-MAX         PIC 9(03) VALUE 20.
       01  WS-RATE-OUT         PIC ZZ9.9.

       01  WS-OPERATOR         PIC X(20).
       01  WS-INPUT            PIC X(10).
       01  WS-NOW              PIC X(21).
       01  WS-PENDING-SEEN     PIC 9(03) VALUE ZERO.
       01  WS-DECIDED-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-RENAME-RC        PIC S9(09) COMP.

      *Ligne de decision au journal des traitements.
       01  WS-JOURNAL-DEC-LINE.
           05 FILLER           PIC X(01) VALUE "[".
           05 OUT-JX-STAMP     PIC X(14).
           05 FILLER           PIC X(12) VALUE "] Decision: ".
           05 OUT-JX-FILE      PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-JX-DECISION  PIC X(07).
           05 FILLER           PIC X(05) VALUE " par ".
           05 OUT-JX-OPERATOR  PIC X(20).
           05 FILLER           PIC X(07) VALUE " taux: ".
           05 OUT-JX-RATE      PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE " %".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "holdrev".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Revue des extracts mis en attente par le controle de
      *volatilite : pour chaque attente, l'operateur voit la
      *comparaison avec le dernier extract accepte (compteurs et
      *premiers ecarts) puis decide. "L" : l'extract est libere et
      *passera sans controle de volatilite au prochain passage ;
      *"E" : l'extract est ecarte (renomme <extract>.ecarte, la
      *reference reste celle du dernier extract accepte) ; toute
      *autre reponse laisse l'extract en attente. Chaque decision
      *est tracee au journal des traitements.
       PROCEDURE DIVISION.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-HELD-START
           THRU    0100-LOAD-HELD-END.

           IF HT-LGHT = 0
               DISPLAY "Aucun extract en attente."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING HT-IDX FROM 1 BY 1
                     UNTIL HT-IDX > HT-LGHT
               IF HT-STATE(HT-IDX) = "A"
                   ADD 1                TO WS-PENDING-SEEN
                   PERFORM 0200-REVIEW-ONE-START
                   THRU    0200-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-PENDING-SEEN = 0
               DISPLAY "Aucun extract en attente de decision."
           END-IF.

           PERFORM 0300-SAVE-HELD-START
           THRU    0300-SAVE-HELD-END.

           DISPLAY "Revue terminee : " WS-DECIDED-COUNT
                   " decision(s) rendue(s).".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le registre des extracts en attente en memoire.
       0100-LOAD-HELD-START.

           OPEN INPUT F-HELD.

           IF NOT F-HELD-STATUS-OK
               MOVE SPACE               TO F-HELD-STATUS
               GO TO 0100-LOAD-HELD-END
           END-IF.

           PERFORM UNTIL F-HELD-STATUS-EOF
             READ F-HELD
              AT END
                CONTINUE
              NOT AT END
                IF HX-FILE NOT = SPACES
                  IF HT-LGHT >= HT-MAX
                      DISPLAY "Registre des attentes plein (" HT-MAX
                              ") : entree non chargee : " HX-FILE
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
       0100-LOAD-HELD-END.

      ******************************************************************

      *Revue d'une attente : restitue la comparaison et les
      *premiers ecarts, puis applique la decision de l'operateur.
       0200-REVIEW-ONE-START.

           MOVE HT-RATE(HT-IDX)         TO WS-RATE-OUT.
           DISPLAY "Extract " FUNCTION TRIM(HT-FILE(HT-IDX))
                   " mis en attente le " HT-GEN(HT-IDX) " :".
           DISPLAY "  dernier extract accepte : " HT-PREV(HT-IDX)
                   " identifiant(s), extract du soir : "
                   HT-CUR(HT-IDX).
           DISPLAY "  ajouts : " HT-ADDED(HT-IDX)
                   "  retraits : " HT-REMOVED(HT-IDX)
                   "  modifications : " HT-CHANGED(HT-IDX).
           DISPLAY "  part renouvelee : " WS-RATE-OUT
                   " % (tolerance " HT-TOL(HT-IDX) " %)".

           PERFORM 0210-SHOW-DIFF-START
           THRU    0210-SHOW-DIFF-END.

           DISPLAY "Liberer (L) / Ecarter (E) / Passer (autre) : "
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           EVALUATE FUNCTION UPPER-CASE(WS-INPUT)
               WHEN "L"
                   MOVE "L"             TO HT-STATE(HT-IDX)
                   MOVE "LIBERE "       TO OUT-JX-DECISION
                   PERFORM 0230-RECORD-DECISION-START
                   THRU    0230-RECORD-DECISION-END
                   DISPLAY "Extract libere : il passera au prochain "
                           "lancement du lot de validation."
               WHEN "E"
                   PERFORM 0220-DISCARD-START
                   THRU    0220-DISCARD-END
               WHEN OTHER
                   DISPLAY "Extract laisse en attente."
           END-EVALUATE.

           EXIT.
       0200-REVIEW-ONE-END.

      ******************************************************************

      *Affiche les premiers ecarts de <extract>.vol (AJOUT, RETRAIT,
      *AVANT/APRES d'une modification).
       0210-SHOW-DIFF-START.

           MOVE SPACES                  TO WS-VOLDIFF-NAME.
           STRING FUNCTION TRIM(HT-FILE(HT-IDX)) ".vol"
                  DELIMITED BY SIZE   INTO WS-VOLDIFF-NAME.
           MOVE 0                       TO WS-SHOWN.
           MOVE SPACE                   TO F-VOLDIFF-STATUS.

           OPEN INPUT F-VOLDIFF.
           IF NOT F-VOLDIFF-STATUS-OK
               DISPLAY "  (liste des ecarts absente : "
                       FUNCTION TRIM(WS-VOLDIFF-NAME) ")"
               MOVE SPACE               TO F-VOLDIFF-STATUS
               GO TO 0210-SHOW-DIFF-END
           END-IF.

           PERFORM UNTIL F-VOLDIFF-STATUS-EOF
                      OR WS-SHOWN >= WS-SHOW-MAX
             READ F-VOLDIFF
              AT END
                CONTINUE
              NOT AT END
                ADD 1                   TO WS-SHOWN
                DISPLAY "    " FUNCTION TRIM(REC-F-VOLDIFF TRAILING)
             END-READ
           END-PERFORM.

           CLOSE F-VOLDIFF.
           MOVE SPACE                   TO F-VOLDIFF-STATUS.

           IF WS-SHOWN >= WS-SHOW-MAX
               DISPLAY "  (suite des ecarts dans "
                       FUNCTION TRIM(WS-VOLDIFF-NAME) ")"
           END-IF.

           EXIT.
       0210-SHOW-DIFF-END.

      ******************************************************************

      *Extract ecarte : renomme <extract>.ecarte pour qu'il ne
      *puisse plus etre consomme par erreur ; la prochaine
      *livraison de l'expediteur reprend le nom d'origine. Un
      *renommage en echec laisse l'extract en attente.
       0220-DISCARD-START.

           MOVE SPACES                  TO WS-DISCARD-NAME.
           STRING FUNCTION TRIM(HT-FILE(HT-IDX)) ".ecarte"
                  DELIMITED BY SIZE   INTO WS-DISCARD-NAME.

           CALL "CBL_RENAME_FILE" USING HT-FILE(HT-IDX)
                                        WS-DISCARD-NAME.
           MOVE RETURN-CODE             TO WS-RENAME-RC.
           IF WS-RENAME-RC NOT = 0
               DISPLAY "Renommage impossible de "
                       FUNCTION TRIM(HT-FILE(HT-IDX))
                       " : extract laisse en attente."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Extract en attente non renomme a l'ecart"
                                        TO WS-INC-MESSAGE
               MOVE HT-FILE(HT-IDX)     TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0220-DISCARD-END
           END-IF.

           MOVE "E"                     TO HT-STATE(HT-IDX).
           MOVE "ECARTE "               TO OUT-JX-DECISION.
           PERFORM 0230-RECORD-DECISION-START
           THRU    0230-RECORD-DECISION-END.
           DISPLAY "Extract ecarte : "
                   FUNCTION TRIM(WS-DISCARD-NAME)
                   " -- a retirer de extracts.lst jusqu'a la "
                   "prochaine livraison.".

           EXIT.
       0220-DISCARD-END.

      ******************************************************************

      *Decision rendue : decideur et horodatage au registre, ligne
      *au journal des traitements.
       0230-RECORD-DECISION-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-OPERATOR             TO HT-DECIDER(HT-IDX).
           MOVE WS-NOW(1:14)            TO HT-DECIDED(HT-IDX).
           ADD 1                        TO WS-DECIDED-COUNT.

           OPEN EXTEND F-JOURNAL.
           IF NOT F-JOURNAL-STATUS-OK
               OPEN OUTPUT F-JOURNAL
           END-IF.

           MOVE WS-NOW(1:14)            TO OUT-JX-STAMP.
           MOVE HT-FILE(HT-IDX)         TO OUT-JX-FILE.
           MOVE WS-OPERATOR             TO OUT-JX-OPERATOR.
           MOVE HT-RATE(HT-IDX)         TO OUT-JX-RATE.
           MOVE WS-JOURNAL-DEC-LINE     TO REC-F-JOURNAL.
           WRITE REC-F-JOURNAL.

           CLOSE F-JOURNAL.

           EXIT.
       0230-RECORD-DECISION-END.

      ******************************************************************

      *Reecrit le registre des extracts en attente avec les
      *decisions rendues.
       0300-SAVE-HELD-START.

           OPEN OUTPUT F-HELD.

           PERFORM VARYING HT-IDX FROM 1 BY 1
                     UNTIL HT-IDX > HT-LGHT
               MOVE SPACES              TO REC-F-HELD
               MOVE HT-FILE   (HT-IDX)  TO HX-FILE
               MOVE HT-GEN    (HT-IDX)  TO HX-GEN
               MOVE HT-PREV   (HT-IDX)  TO HX-PREV
               MOVE HT-CUR    (HT-IDX)  TO HX-CUR
               MOVE HT-ADDED  (HT-IDX)  TO HX-ADDED
               MOVE HT-REMOVED(HT-IDX)  TO HX-REMOVED
               MOVE HT-CHANGED(HT-IDX)  TO HX-CHANGED
               MOVE HT-RATE   (HT-IDX)  TO HX-RATE
               MOVE HT-TOL    (HT-IDX)  TO HX-TOL
               MOVE HT-STATE  (HT-IDX)  TO HX-STATE
               MOVE HT-DECIDER(HT-IDX)  TO HX-DECIDER
               MOVE HT-DECIDED(HT-IDX)  TO HX-DECIDED
               WRITE REC-F-HELD
           END-PERFORM.

           CLOSE F-HELD.

           EXIT.
       0300-SAVE-HELD-END.
