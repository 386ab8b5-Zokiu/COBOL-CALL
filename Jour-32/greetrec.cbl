      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. greetrec.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre des salutations confiees a la boite d'envoi par le
      *lot de MAIN (Jour-32), une ligne par salutation produite.
           SELECT F-GQUEUE ASSIGN TO "greet_queue.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-GQUEUE-STATUS.

      *Archive du repartiteur : entrees acquises (envoyees avec
      *accuse OK de la passerelle) ou en echec definitif.
           SELECT F-ARCHIVE ASSIGN TO "notify_sent.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ARCHIVE-STATUS.

      *Boite d'envoi : entrees encore a distribuer ou en attente
      *d'accuse.
           SELECT F-NOTIFY ASSIGN TO "notify_outbox.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NOTIFY-STATUS.

      *Rapprochement du passage, pour les RH : qui a effectivement
      *recu sa salutation.
           SELECT F-REPORT ASSIGN TO "greet_recon.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-GQUEUE.

       01  REC-F-GQUEUE.
           05 GQ-RUN           PIC X(15).
           05 FILLER           PIC X(01).
           05 GQ-SEQ           PIC X(05).
           05 FILLER           PIC X(01).
           05 GQ-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 GQ-NOM           PIC X(20).
           05 FILLER           PIC X(01).
           05 GQ-EMAIL         PIC X(50).
           05 FILLER           PIC X(01).
           05 GQ-TEXT          PIC X(80).

      *Meme disposition pour l'archive et la boite d'envoi.
       FD  F-ARCHIVE.

       01  REC-F-ARCHIVE.
           05 ARC-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 ARC-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 ARC-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 ARC-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 ARC-ATTEMPTS     PIC X(02).
           05 FILLER           PIC X(01).
           05 ARC-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 ARC-PAYLOAD      PIC X(30).
           05 FILLER           PIC X(08).

       FD  F-NOTIFY.

       01  REC-F-NOTIFY.
           05 NTF-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 NTF-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 NTF-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 NTF-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 NTF-ATTEMPTS     PIC X(02).
           05 FILLER           PIC X(01).
           05 NTF-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 NTF-PAYLOAD      PIC X(30).
           05 FILLER           PIC X(08).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-GQUEUE-STATUS     PIC X(02) VALUE SPACE.
           88 F-GQUEUE-STATUS-OK           VALUE "00".
           88 F-GQUEUE-STATUS-EOF          VALUE "10".

       01  F-ARCHIVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK          VALUE "00".
           88 F-ARCHIVE-STATUS-EOF         VALUE "10".

       01  F-NOTIFY-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOTIFY-STATUS-OK           VALUE "00".
           88 F-NOTIFY-STATUS-EOF          VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  WS-CMD-LINE         PIC X(60).

      *Passage rapproche : celui donne en ligne de commande
      *(G + horodatage, tel qu'affiche par le lot), a defaut le
      *dernier du registre.
       01  WS-RUN              PIC X(15).

      *Salutations du passage et leur sort : sort du registre
      *(Q en file, X supprimee, N sans adresse, D nom ambigu) puis
      *issue de la remise -- L livree (accuse OK), E echec
      *definitif, A en attente dans la boite, C doublon effondre
      *par le repartiteur, blanc introuvable.
       01  GREET-TABLE.
           05 GR-LGHT          PIC 9(05) VALUE ZERO.
           05 GR-MAX           PIC 9(05) VALUE 10000.
           05 GR OCCURS 10000 TIMES INDEXED BY GR-IDX.
                10 GR-SEQ       PIC X(05).
                10 GR-STATE     PIC X(01).
                10 GR-NOM       PIC X(20).
                10 GR-EMAIL     PIC X(50).
                10 GR-OUTCOME   PIC X(01).

      *Reference (passage-rang) portee en donnee du message.
       01  WS-REF-RUN          PIC X(15).
       01  WS-REF-SEQ          PIC X(05).
       01  WS-REF-STATE        PIC X(01).
       01  WS-GR-HIT           PIC 9(05).

       01  WS-PRODUCED         PIC 9(05) VALUE ZERO.
       01  WS-QUEUED           PIC 9(05) VALUE ZERO.
       01  WS-SUPPRESSED       PIC 9(05) VALUE ZERO.
       01  WS-NOADDR           PIC 9(05) VALUE ZERO.
       01  WS-AMBIG            PIC 9(05) VALUE ZERO.
       01  WS-DELIVERED        PIC 9(05) VALUE ZERO.
       01  WS-FAILED           PIC 9(05) VALUE ZERO.
       01  WS-PENDING          PIC 9(05) VALUE ZERO.
       01  WS-COLLAPSED        PIC 9(05) VALUE ZERO.
       01  WS-UNTRACED         PIC 9(05) VALUE ZERO.

       01  WS-NOW              PIC X(21).

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(37) VALUE
               "Rapprochement des salutations, lot : ".
           05 OUT-H-RUN        PIC X(15).
           05 FILLER           PIC X(12) VALUE "  edite le: ".
           05 OUT-H-NOW        PIC X(14).

       01  WS-DETAIL-LINE.
           05 OUT-D-SEQ        PIC X(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-NOM        PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-EMAIL      PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-RESULT     PIC X(30).

       01  WS-TOTAL-LINE.
           05 OUT-T-LABEL      PIC X(30).
           05 OUT-T-COUNT      PIC ZZZZ9.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Rapprochement d'un passage du lot de salutation confie a la
      *boite d'envoi : chaque salutation du registre est suivie
      *jusqu'a son issue (archive du repartiteur, boite d'envoi),
      *puis le bilan produites / en file / supprimees / sans
      *adresse / livrees / en echec / en attente est edite dans
      *greet_recon.out.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-RUN.
           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.

           PERFORM 0100-LOAD-RUN-START
           THRU    0100-LOAD-RUN-END.

           IF GR-LGHT = 0
               DISPLAY "Aucune salutation confiee a la boite d'envoi "
                       "pour ce lot."
               MOVE 4                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-SCAN-ARCHIVE-START
           THRU    0200-SCAN-ARCHIVE-END.

           PERFORM 0300-SCAN-OUTBOX-START
           THRU    0300-SCAN-OUTBOX-END.

           PERFORM 0400-REPORT-START
           THRU    0400-REPORT-END.

           DISPLAY "Salutations du lot " WS-RUN " : produites "
                   WS-PRODUCED " en file " WS-QUEUED
                   " supprimees " WS-SUPPRESSED
                   " sans adresse " WS-NOADDR
                   " nom ambigu " WS-AMBIG.
           DISPLAY "  livrees " WS-DELIVERED " en echec " WS-FAILED
                   " en attente " WS-PENDING
                   " doublons " WS-COLLAPSED
                   " introuvables " WS-UNTRACED.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge les lignes du registre pour le passage demande ; sans
      *passage donne, le dernier passage du registre (les passages
      *s'y suivent dans l'ordre chronologique).
       0100-LOAD-RUN-START.

           OPEN INPUT F-GQUEUE.
           IF NOT F-GQUEUE-STATUS-OK
               DISPLAY "Registre greet_queue.dat absent."
               GO TO 0100-LOAD-RUN-END
           END-IF.

           PERFORM UNTIL F-GQUEUE-STATUS-EOF
             READ F-GQUEUE
              AT END
                CONTINUE
              NOT AT END
                IF GQ-RUN NOT = SPACES
                    IF WS-CMD-LINE = SPACES
                      AND GQ-RUN NOT = WS-RUN
      *Nouveau passage : seul le dernier est retenu.
                        MOVE GQ-RUN      TO WS-RUN
                        MOVE 0           TO GR-LGHT
                    END-IF
                    IF GQ-RUN = WS-RUN
                        PERFORM 0110-KEEP-LINE-START
                        THRU    0110-KEEP-LINE-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-GQUEUE.

           EXIT.
       0100-LOAD-RUN-END.

      ******************************************************************

       0110-KEEP-LINE-START.

           IF GR-LGHT >= GR-MAX
               DISPLAY "Table des salutations pleine (" GR-MAX
                       ") : ligne ignoree : " GQ-SEQ
               GO TO 0110-KEEP-LINE-END
           END-IF.

           ADD 1                        TO GR-LGHT.
           MOVE GQ-SEQ                  TO GR-SEQ(GR-LGHT).
           MOVE GQ-STATE                TO GR-STATE(GR-LGHT).
           MOVE GQ-NOM                  TO GR-NOM(GR-LGHT).
           MOVE GQ-EMAIL                TO GR-EMAIL(GR-LGHT).
           MOVE SPACE                   TO GR-OUTCOME(GR-LGHT).

           EXIT.
       0110-KEEP-LINE-END.

      ******************************************************************

      *Issues acquises : les messages GREETING du passage presents
      *dans l'archive du repartiteur.
       0200-SCAN-ARCHIVE-START.

           OPEN INPUT F-ARCHIVE.
           IF NOT F-ARCHIVE-STATUS-OK
               GO TO 0200-SCAN-ARCHIVE-END
           END-IF.

           PERFORM UNTIL F-ARCHIVE-STATUS-EOF
             READ F-ARCHIVE
              AT END
                CONTINUE
              NOT AT END
                IF ARC-KIND = "GREETING"
                  AND ARC-PAYLOAD(1:15) = WS-RUN
                    MOVE ARC-PAYLOAD(1:15) TO WS-REF-RUN
                    MOVE ARC-PAYLOAD(17:5) TO WS-REF-SEQ
                    EVALUATE ARC-STATE
                      WHEN "S"
                        MOVE "L"         TO WS-REF-STATE
                      WHEN "F"
                        MOVE "E"         TO WS-REF-STATE
                      WHEN "C"
                        MOVE "C"         TO WS-REF-STATE
                      WHEN OTHER
                        MOVE SPACE       TO WS-REF-STATE
                    END-EVALUATE
                    IF WS-REF-STATE NOT = SPACE
                        PERFORM 0250-APPLY-START
                        THRU    0250-APPLY-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ARCHIVE.

           EXIT.
       0200-SCAN-ARCHIVE-END.

      ******************************************************************

      *Issue a la salutation du rang WS-REF-SEQ. Un doublon
      *effondre ne masque pas une remise acquise par ailleurs.
       0250-APPLY-START.

           MOVE 0                       TO WS-GR-HIT.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                     UNTIL GR-IDX > GR-LGHT OR WS-GR-HIT > 0
               IF GR-SEQ(GR-IDX) = WS-REF-SEQ
                   SET WS-GR-HIT        TO GR-IDX
               END-IF
           END-PERFORM.

           IF WS-GR-HIT = 0
               GO TO 0250-APPLY-END
           END-IF.

           IF WS-REF-STATE = "C"
             AND GR-OUTCOME(WS-GR-HIT) NOT = SPACE
               GO TO 0250-APPLY-END
           END-IF.

           MOVE WS-REF-STATE            TO GR-OUTCOME(WS-GR-HIT).

           EXIT.
       0250-APPLY-END.

      ******************************************************************

      *Salutations encore dans la boite : a distribuer ou en
      *attente de l'accuse de la passerelle.
       0300-SCAN-OUTBOX-START.

           OPEN INPUT F-NOTIFY.
           IF NOT F-NOTIFY-STATUS-OK
               GO TO 0300-SCAN-OUTBOX-END
           END-IF.

           PERFORM UNTIL F-NOTIFY-STATUS-EOF
             READ F-NOTIFY
              AT END
                CONTINUE
              NOT AT END
                IF NTF-KIND = "GREETING"
                  AND NTF-PAYLOAD(1:15) = WS-RUN
                    MOVE NTF-PAYLOAD(17:5) TO WS-REF-SEQ
                    MOVE "A"             TO WS-REF-STATE
                    PERFORM 0250-APPLY-START
                    THRU    0250-APPLY-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-NOTIFY.

           EXIT.
       0300-SCAN-OUTBOX-END.

      ******************************************************************

      *Edite une ligne par salutation avec son sort, puis le bilan.
       0400-REPORT-START.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de greet_recon.out, "
                       "statut : " F-REPORT-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN                  TO OUT-H-RUN.
           MOVE WS-NOW(1:14)            TO OUT-H-NOW.
           MOVE WS-HEADER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING GR-IDX FROM 1 BY 1
                     UNTIL GR-IDX > GR-LGHT
               PERFORM 0410-DETAIL-START
               THRU    0410-DETAIL-END
           END-PERFORM.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "Salutations produites :"   TO OUT-T-LABEL.
           MOVE WS-PRODUCED                 TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "  confiees a la boite :"   TO OUT-T-LABEL.
           MOVE WS-QUEUED                   TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "  supprimees :"            TO OUT-T-LABEL.
           MOVE WS-SUPPRESSED               TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "  sans adresse :"          TO OUT-T-LABEL.
           MOVE WS-NOADDR                   TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "  nom ambigu :"            TO OUT-T-LABEL.
           MOVE WS-AMBIG                    TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "Livrees (accuse OK) :"     TO OUT-T-LABEL.
           MOVE WS-DELIVERED                TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "En echec definitif :"      TO OUT-T-LABEL.
           MOVE WS-FAILED                   TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "En attente :"              TO OUT-T-LABEL.
           MOVE WS-PENDING                  TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "Doublons effondres :"      TO OUT-T-LABEL.
           MOVE WS-COLLAPSED                TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.
           MOVE "Introuvables :"            TO OUT-T-LABEL.
           MOVE WS-UNTRACED                 TO OUT-T-COUNT.
           PERFORM 0420-TOTAL-START THRU 0420-TOTAL-END.

           CLOSE F-REPORT.

           EXIT.
       0400-REPORT-END.

      ******************************************************************

      *Ligne de la salutation GR(GR-IDX), et cumuls.
       0410-DETAIL-START.

           ADD 1                        TO WS-PRODUCED.
           MOVE GR-SEQ(GR-IDX)          TO OUT-D-SEQ.
           MOVE GR-NOM(GR-IDX)          TO OUT-D-NOM.
           MOVE GR-EMAIL(GR-IDX)        TO OUT-D-EMAIL.

           EVALUATE GR-STATE(GR-IDX)
             WHEN "X"
               ADD 1                    TO WS-SUPPRESSED
               MOVE "Supprimee (liste)"  TO OUT-D-RESULT
             WHEN "N"
               ADD 1                    TO WS-NOADDR
               MOVE "Sans adresse"      TO OUT-D-RESULT
             WHEN "D"
               ADD 1                    TO WS-AMBIG
               MOVE "Nom ambigu au maitre" TO OUT-D-RESULT
             WHEN OTHER
               ADD 1                    TO WS-QUEUED
               EVALUATE GR-OUTCOME(GR-IDX)
                 WHEN "L"
                   ADD 1                TO WS-DELIVERED
                   MOVE "Livree"        TO OUT-D-RESULT
                 WHEN "E"
                   ADD 1                TO WS-FAILED
                   MOVE "Echec definitif" TO OUT-D-RESULT
                 WHEN "A"
                   ADD 1                TO WS-PENDING
                   MOVE "En attente"    TO OUT-D-RESULT
                 WHEN "C"
                   ADD 1                TO WS-COLLAPSED
                   MOVE "Doublon effondre" TO OUT-D-RESULT
                 WHEN OTHER
                   ADD 1                TO WS-UNTRACED
                   MOVE "Introuvable"   TO OUT-D-RESULT
               END-EVALUATE
           END-EVALUATE.

           MOVE WS-DETAIL-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0410-DETAIL-END.

      ******************************************************************

       0420-TOTAL-START.

           MOVE WS-TOTAL-LINE           TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0420-TOTAL-END.
