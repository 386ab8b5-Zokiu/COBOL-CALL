      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. duprev.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Doublons probables de personne ecrits par dupname : une
      *ligne par paire d'identifiants, decision en attente ("P")
      *jusqu'a la revue.
           SELECT F-DUPS ASSIGN TO "dup_candidates.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DUPS-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-DUPS.

       01  REC-F-DUPS.
           05 DC-ID-A          PIC X(10).
           05 FILLER           PIC X(01).
           05 DC-ID-B          PIC X(10).
           05 FILLER           PIC X(01).
           05 DC-SCORE         PIC 9(03).
           05 FILLER           PIC X(01).
           05 DC-NOM-A         PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-NOM-B         PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-EMAIL-A       PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-EMAIL-B       PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-RUN-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 DC-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 DC-DECIDER       PIC X(20).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-DUPS-STATUS       PIC X(02) VALUE SPACE.
           88 F-DUPS-STATUS-OK             VALUE "00".
           88 F-DUPS-STATUS-EOF            VALUE "10".

      *Paires chargees en memoire pour la revue, puis reecrites
      *avec leur decision -- la decision "pas un doublon" est la
      *memoire qui empeche dupname de reproposer la paire.
       01  DUPS-TABLE.
           05 DP-LGHT          PIC 9(05) VALUE ZERO.
           05 DP-MAX           PIC 9(05) VALUE 5000.
           05 DP OCCURS 5000 TIMES INDEXED BY DP-IDX.
                10 DP-ID-A      PIC X(10).
                10 DP-ID-B      PIC X(10).
                10 DP-SCORE     PIC 9(03).
                10 DP-NOM-A     PIC X(50).
                10 DP-NOM-B     PIC X(50).
                10 DP-EMAIL-A   PIC X(50).
                10 DP-EMAIL-B   PIC X(50).
                10 DP-RUN-DATE  PIC X(08).
                10 DP-STATE     PIC X(01).
                10 DP-DECIDER   PIC X(20).

       01  WS-OPERATOR         PIC X(20).
       01  WS-INPUT            PIC X(10).
       01  WS-PENDING-SEEN     PIC 9(05) VALUE ZERO.
       01  WS-SAME-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NOTDUP-COUNT     PIC 9(05) VALUE ZERO.

      *Zones passees au journal consolide des incidents : une
      *meme personne confirmee sous deux identifiants est un
      *incident a corriger a la source.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "duprev".
       01  WS-INC-SEVERITY     PIC X(01) VALUE "W".
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Revue des doublons probables de personne, sur le modele de
      *la revue des candidats a la fusion : pour chaque paire en
      *attente, le referent decide. "D" : meme personne (signalee
      *au journal des incidents pour correction a la source) ;
      *"X" : pas un doublon, la paire ne sera plus proposee ; toute
      *autre reponse laisse la paire en attente. Les decisions
      *restent dans la file.
       PROCEDURE DIVISION.

           DISPLAY "Identifiant referent : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-DUPS-START
           THRU    0100-LOAD-DUPS-END.

           IF DP-LGHT = 0
               DISPLAY "Aucun doublon probable."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING DP-IDX FROM 1 BY 1
                     UNTIL DP-IDX > DP-LGHT
               IF DP-STATE(DP-IDX) = "P"
                   ADD 1                TO WS-PENDING-SEEN
                   PERFORM 0200-REVIEW-ONE-START
                   THRU    0200-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-PENDING-SEEN = 0
               DISPLAY "Aucun doublon probable en attente de "
                       "decision."
           END-IF.

           PERFORM 0300-SAVE-DUPS-START
           THRU    0300-SAVE-DUPS-END.

           DISPLAY "Revue terminee : " WS-SAME-COUNT
                   " meme(s) personne(s), " WS-NOTDUP-COUNT
                   " paire(s) ecartee(s).".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge la file des doublons probables en memoire.
       0100-LOAD-DUPS-START.

           OPEN INPUT F-DUPS.

           IF NOT F-DUPS-STATUS-OK
               MOVE SPACE               TO F-DUPS-STATUS
               GO TO 0100-LOAD-DUPS-END
           END-IF.

           PERFORM UNTIL F-DUPS-STATUS-EOF
             READ F-DUPS
              AT END
                CONTINUE
              NOT AT END
                IF DC-ID-A NOT = SPACES
                  IF DP-LGHT >= DP-MAX
                      DISPLAY "File des doublons pleine (" DP-MAX
                              ") : paire non chargee : "
                              DC-ID-A " " DC-ID-B
                  ELSE
                      ADD 1              TO DP-LGHT
                      MOVE DC-ID-A       TO DP-ID-A    (DP-LGHT)
                      MOVE DC-ID-B       TO DP-ID-B    (DP-LGHT)
                      MOVE DC-SCORE      TO DP-SCORE   (DP-LGHT)
                      MOVE DC-NOM-A      TO DP-NOM-A   (DP-LGHT)
                      MOVE DC-NOM-B      TO DP-NOM-B   (DP-LGHT)
                      MOVE DC-EMAIL-A    TO DP-EMAIL-A (DP-LGHT)
                      MOVE DC-EMAIL-B    TO DP-EMAIL-B (DP-LGHT)
                      MOVE DC-RUN-DATE   TO DP-RUN-DATE(DP-LGHT)
                      MOVE DC-STATE      TO DP-STATE   (DP-LGHT)
                      MOVE DC-DECIDER    TO DP-DECIDER (DP-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DUPS.
           MOVE SPACE                   TO F-DUPS-STATUS.

           EXIT.
       0100-LOAD-DUPS-END.

      ******************************************************************

      *Revue d'une paire en attente : restitue les deux lignes du
      *maitre et l'indice de confiance, puis enregistre la
      *decision du referent.
       0200-REVIEW-ONE-START.

           DISPLAY "Doublon probable du " DP-RUN-DATE(DP-IDX)
                   " (indice " DP-SCORE(DP-IDX) ") :".
           DISPLAY "  " DP-ID-A(DP-IDX) " "
                   FUNCTION TRIM(DP-NOM-A(DP-IDX)) " <"
                   FUNCTION TRIM(DP-EMAIL-A(DP-IDX)) ">".
           DISPLAY "  " DP-ID-B(DP-IDX) " "
                   FUNCTION TRIM(DP-NOM-B(DP-IDX)) " <"
                   FUNCTION TRIM(DP-EMAIL-B(DP-IDX)) ">".
           DISPLAY "Meme personne (D) / Pas un doublon (X) / "
                   "Passer (autre) : " WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           EVALUATE FUNCTION UPPER-CASE(WS-INPUT)
               WHEN "D"
                   MOVE "D"             TO DP-STATE(DP-IDX)
                   MOVE WS-OPERATOR     TO DP-DECIDER(DP-IDX)
                   ADD 1                TO WS-SAME-COUNT
                   MOVE SPACES          TO WS-INC-MESSAGE
                   STRING "Meme personne sous deux identifiants : "
                          DP-ID-A(DP-IDX) " / " DP-ID-B(DP-IDX)
                          DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   MOVE DP-NOM-A(DP-IDX) TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
                   DISPLAY "Doublon confirme, signale pour "
                           "correction a la source."
               WHEN "X"
                   MOVE "X"             TO DP-STATE(DP-IDX)
                   MOVE WS-OPERATOR     TO DP-DECIDER(DP-IDX)
                   ADD 1                TO WS-NOTDUP-COUNT
                   DISPLAY "Paire ecartee, elle ne sera plus "
                           "proposee."
               WHEN OTHER
                   DISPLAY "Paire laissee en attente."
           END-EVALUATE.

           EXIT.
       0200-REVIEW-ONE-END.

      ******************************************************************

      *Reecrit la file des doublons avec les decisions rendues.
       0300-SAVE-DUPS-START.

           OPEN OUTPUT F-DUPS.

           PERFORM VARYING DP-IDX FROM 1 BY 1
                     UNTIL DP-IDX > DP-LGHT
               MOVE SPACES              TO REC-F-DUPS
               MOVE DP-ID-A    (DP-IDX) TO DC-ID-A
               MOVE DP-ID-B    (DP-IDX) TO DC-ID-B
               MOVE DP-SCORE   (DP-IDX) TO DC-SCORE
               MOVE DP-NOM-A   (DP-IDX) TO DC-NOM-A
               MOVE DP-NOM-B   (DP-IDX) TO DC-NOM-B
               MOVE DP-EMAIL-A (DP-IDX) TO DC-EMAIL-A
               MOVE DP-EMAIL-B (DP-IDX) TO DC-EMAIL-B
               MOVE DP-RUN-DATE(DP-IDX) TO DC-RUN-DATE
               MOVE DP-STATE   (DP-IDX) TO DC-STATE
               MOVE DP-DECIDER (DP-IDX) TO DC-DECIDER
               WRITE REC-F-DUPS
           END-PERFORM.

           CLOSE F-DUPS.

           EXIT.
       0300-SAVE-DUPS-END.
