      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. retmail.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Plis revenus au service courrier ("n'habite pas a l'adresse
      *indiquee", etc.) : identifiant du destinataire, date de la
      *lettre et motif du retour, une ligne par pli.
           SELECT F-RETURN ASSIGN TO "returned_mail.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RETURN-STATUS.

      *Adresses marquees invalides, consultees par postaddr : plus
      *aucune lettre ne part vers une adresse marquee.
           SELECT F-ADDRINV ASSIGN TO "addr_invalid.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ADDRINV-STATUS.

      *Rapport des retours traites, avec le bilan par branche
      *expeditrice pour relancer les branches aux adresses perimees.
           SELECT F-REPORT ASSIGN TO "returned_mail_report.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-RETURN.

       01  REC-F-RETURN.
           05 RM-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 RM-LETTER-DATE   PIC X(08).
           05 FILLER           PIC X(01).
           05 RM-REASON        PIC X(30).

       FD  F-ADDRINV.

           COPY addrinv.

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(130).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-RETURN-STATUS     PIC X(02) VALUE SPACE.
           88 F-RETURN-STATUS-OK           VALUE "00".
           88 F-RETURN-STATUS-EOF          VALUE "10".

       01  F-ADDRINV-STATUS    PIC X(02) VALUE SPACE.
           88 F-ADDRINV-STATUS-OK          VALUE "00".
           88 F-ADDRINV-STATUS-EOF         VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  WS-DATE-TIME.
           05 WS-DT-YYYY       PIC 9(04).
           05 WS-DT-MM         PIC 9(02).
           05 WS-DT-DD         PIC 9(02).
           05 WS-DT-HH         PIC 9(02).
           05 WS-DT-MIN        PIC 9(02).
           05 WS-DT-SEC        PIC 9(02).
           05 FILLER           PIC X(09).

       01  WS-TIMESTAMP        PIC X(19).
       01  WS-TODAY            PIC X(08).

      *Retours deja enregistres (identifiant + date de lettre) : un
      *fichier de retours rejoue ne marque pas deux fois le meme
      *pli.
       01  SEEN-TABLE.
           05 SN-LGHT          PIC 9(05) VALUE ZERO.
           05 SN-MAX           PIC 9(05) VALUE 20000.
           05 SN OCCURS 20000 TIMES INDEXED BY SN-IDX.
                10 SN-ID        PIC X(10).
                10 SN-DATE      PIC X(08).
       01  WS-SN-HIT           PIC 9(05).

      *Adresse du destinataire rendue par postaddr.
       01  WS-ADDR-ID          PIC X(10).
       01  WS-ADDR.
           05 WS-ADDR-COMPL    PIC X(38).
           05 WS-ADDR-STREET   PIC X(38).
           05 WS-ADDR-LIEUDIT  PIC X(38).
           05 WS-ADDR-CP       PIC X(05).
           05 WS-ADDR-CITY     PIC X(32).
           05 WS-ADDR-SRC      PIC X(40).
       01  WS-ADDR-RC          PIC 9(02).

      *Cumuls par branche expeditrice pour le bilan.
       01  BRANCH-TABLE.
           05 BR-LGHT          PIC 9(03) VALUE ZERO.
           05 BR-MAX           PIC 9(03) VALUE 200.
           05 BR OCCURS 200 TIMES INDEXED BY BR-IDX.
                10 BR-NAME      PIC X(40).
                10 BR-COUNT     PIC 9(05).
       01  WS-BR-HIT           PIC 9(03).
       01  WS-BR-RATE          PIC 9(03)V9(01).
       01  WS-BRANCH           PIC X(40).

       01  WS-RETURN-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-MARKED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-REPLAY-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-BADLINE-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-REPORT-LINE.
           05 OUT-R-STAMP      PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-ID         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-LDATE      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-REASON     PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-SRC        PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-KIND       PIC X(12).

       01  WS-BRANCH-LINE.
           05 FILLER           PIC X(10) VALUE "Branche : ".
           05 OUT-B-NAME       PIC X(40).
           05 FILLER           PIC X(10) VALUE " retours :".
           05 OUT-B-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X(09) VALUE "  part : ".
           05 OUT-B-RATE       PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE " %".

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Traitement des plis revenus, sur le modele des retours de
      *la passerelle de courrier (bounce) : chaque retour marque
      *l'adresse postale du destinataire invalide dans
      *addr_invalid.dat -- letters et corrltr ne l'impriment plus --
      *et laisse une ligne de rapport ; le rapport se termine par
      *le nombre de retours par branche expeditrice de l'adresse.
       PROCEDURE DIVISION.

           PERFORM 0100-BUILD-TIMESTAMP-START
           THRU    0100-BUILD-TIMESTAMP-END.

           OPEN INPUT F-RETURN.
           IF NOT F-RETURN-STATUS-OK
               DISPLAY "Pas de fichier de retours de courrier a "
                       "traiter."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-SEEN-START
           THRU    0150-LOAD-SEEN-END.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "returned_mail_report.out, statut : "
                       F-REPORT-STATUS
               CLOSE F-RETURN
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND F-ADDRINV.
           IF NOT F-ADDRINV-STATUS-OK
               OPEN OUTPUT F-ADDRINV
           END-IF.

           PERFORM UNTIL F-RETURN-STATUS-EOF
             READ F-RETURN
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-RETURN NOT = SPACES
                    PERFORM 0200-ONE-RETURN-START
                    THRU    0200-ONE-RETURN-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RETURN.
           CLOSE F-ADDRINV.

      *Bilan par branche expeditrice en queue de rapport.
           PERFORM 0500-BRANCH-SUMMARY-START
           THRU    0500-BRANCH-SUMMARY-END.

           CLOSE F-REPORT.

           DISPLAY "Retours de courrier traites : " WS-RETURN-COUNT
                   " (adresses marquees : " WS-MARKED-COUNT
                   " deja traites : " WS-REPLAY-COUNT
                   " destinataires inconnus : " WS-UNKNOWN-COUNT
                   " lignes illisibles : " WS-BADLINE-COUNT ").".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

       0100-BUILD-TIMESTAMP-START.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.

           STRING WS-DT-YYYY              DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WS-DT-MM                DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  WS-DT-DD                DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-DT-HH                DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WS-DT-MIN               DELIMITED BY SIZE
                  ":"                     DELIMITED BY SIZE
                  WS-DT-SEC               DELIMITED BY SIZE
                  INTO WS-TIMESTAMP.

           MOVE WS-DATE-TIME(1:8)       TO WS-TODAY.

           EXIT.
       0100-BUILD-TIMESTAMP-END.

      ******************************************************************

      *Charge les retours deja enregistres dans addr_invalid.dat
      *(identifiant + date de lettre).
       0150-LOAD-SEEN-START.

           OPEN INPUT F-ADDRINV.
           IF NOT F-ADDRINV-STATUS-OK
               MOVE SPACE               TO F-ADDRINV-STATUS
               GO TO 0150-LOAD-SEEN-END
           END-IF.

           PERFORM UNTIL F-ADDRINV-STATUS-EOF
             READ F-ADDRINV
              AT END
                CONTINUE
              NOT AT END
                IF AI-ID NOT = SPACES
                    IF SN-LGHT >= SN-MAX
                        DISPLAY "Table des retours connus pleine ("
                                SN-MAX ") : controle de rejeu "
                                "degrade."
                        MOVE "10"        TO F-ADDRINV-STATUS
                    ELSE
                        ADD 1            TO SN-LGHT
                        MOVE AI-ID       TO SN-ID  (SN-LGHT)
                        MOVE AI-LETTER-DATE
                                         TO SN-DATE(SN-LGHT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ADDRINV.
           MOVE SPACE                   TO F-ADDRINV-STATUS.

           EXIT.
       0150-LOAD-SEEN-END.

      ******************************************************************

      *Traite un pli revenu : ligne illisible ou destinataire
      *inconnu du referentiel des adresses = ligne de rapport
      *seule ; pli deja enregistre = ignore ; sinon l'adresse
      *courante du destinataire est marquee invalide, avec le motif
      *et la date de la lettre, et le retour est impute a la
      *branche qui a fourni l'adresse.
       0200-ONE-RETURN-START.

           ADD 1                        TO WS-RETURN-COUNT.

           MOVE WS-TIMESTAMP            TO OUT-R-STAMP.
           MOVE RM-ID                   TO OUT-R-ID.
           MOVE RM-LETTER-DATE          TO OUT-R-LDATE.
           MOVE RM-REASON               TO OUT-R-REASON.
           MOVE SPACES                  TO OUT-R-SRC.

           IF RM-ID = SPACES
             OR RM-LETTER-DATE IS NOT NUMERIC
               ADD 1                    TO WS-BADLINE-COUNT
               MOVE "ILLISIBLE"         TO OUT-R-KIND
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0200-ONE-RETURN-END
           END-IF.

           MOVE 0                       TO WS-SN-HIT.
           PERFORM VARYING SN-IDX FROM 1 BY 1
                     UNTIL SN-IDX > SN-LGHT OR WS-SN-HIT > 0
               IF SN-ID(SN-IDX) = RM-ID
                 AND SN-DATE(SN-IDX) = RM-LETTER-DATE
                   SET WS-SN-HIT        TO SN-IDX
               END-IF
           END-PERFORM.
           IF WS-SN-HIT > 0
               ADD 1                    TO WS-REPLAY-COUNT
               MOVE "DEJA TRAITE"       TO OUT-R-KIND
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0200-ONE-RETURN-END
           END-IF.

           MOVE RM-ID                   TO WS-ADDR-ID.
           CALL "postaddr" USING WS-ADDR-ID WS-ADDR.
           MOVE RETURN-CODE             TO WS-ADDR-RC.

           IF WS-ADDR-RC = 1
               ADD 1                    TO WS-UNKNOWN-COUNT
               MOVE "(destinataire inconnu)" TO WS-BRANCH
               PERFORM 0270-TALLY-BRANCH-START
               THRU    0270-TALLY-BRANCH-END
               MOVE WS-BRANCH           TO OUT-R-SRC
               MOVE "INCONNU"           TO OUT-R-KIND
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0200-ONE-RETURN-END
           END-IF.

           MOVE WS-ADDR-SRC             TO WS-BRANCH.
           IF WS-BRANCH = SPACES
               MOVE "(branche non renseignee)" TO WS-BRANCH
           END-IF.
           PERFORM 0270-TALLY-BRANCH-START
           THRU    0270-TALLY-BRANCH-END.

           MOVE SPACES                  TO REC-F-ADDRINV.
           MOVE RM-ID                   TO AI-ID.
           MOVE WS-ADDR-CP              TO AI-CP.
           MOVE WS-ADDR-STREET          TO AI-STREET.
           MOVE RM-LETTER-DATE          TO AI-LETTER-DATE.
           MOVE RM-REASON               TO AI-REASON.
           MOVE WS-TODAY                TO AI-MARKED.
           MOVE WS-ADDR-SRC             TO AI-SRC.
           WRITE REC-F-ADDRINV.
           ADD 1                        TO WS-MARKED-COUNT.

           IF SN-LGHT < SN-MAX
               ADD 1                    TO SN-LGHT
               MOVE RM-ID               TO SN-ID  (SN-LGHT)
               MOVE RM-LETTER-DATE      TO SN-DATE(SN-LGHT)
           END-IF.

           MOVE WS-BRANCH               TO OUT-R-SRC.
           MOVE "MARQUEE"               TO OUT-R-KIND.
           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0200-ONE-RETURN-END.

      ******************************************************************

      *Cumule le retour courant chez sa branche expeditrice
      *(WS-BRANCH, creee au premier retour).
       0270-TALLY-BRANCH-START.

           MOVE 0                       TO WS-BR-HIT.
           PERFORM VARYING BR-IDX FROM 1 BY 1
                     UNTIL BR-IDX > BR-LGHT OR WS-BR-HIT > 0
               IF BR-NAME(BR-IDX) = WS-BRANCH
                   MOVE BR-IDX          TO WS-BR-HIT
               END-IF
           END-PERFORM.

           IF WS-BR-HIT = 0
               IF BR-LGHT >= BR-MAX
                   GO TO 0270-TALLY-BRANCH-END
               END-IF
               ADD 1                    TO BR-LGHT
               MOVE WS-BRANCH           TO BR-NAME (BR-LGHT)
               MOVE 0                   TO BR-COUNT(BR-LGHT)
               MOVE BR-LGHT             TO WS-BR-HIT
           END-IF.

           ADD 1                        TO BR-COUNT(WS-BR-HIT).

           EXIT.
       0270-TALLY-BRANCH-END.

      ******************************************************************

      *Bilan par branche expeditrice : nombre de retours imputes et
      *part dans les retours du passage (plis deja traites et
      *lignes illisibles exclus).
       0500-BRANCH-SUMMARY-START.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "--- Retours par branche expeditrice ---"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF BR-LGHT = 0
               MOVE "  (aucun retour impute)" TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0500-BRANCH-SUMMARY-END
           END-IF.

           PERFORM VARYING BR-IDX FROM 1 BY 1
                     UNTIL BR-IDX > BR-LGHT
               MOVE BR-NAME (BR-IDX)    TO OUT-B-NAME
               MOVE BR-COUNT(BR-IDX)    TO OUT-B-COUNT
               COMPUTE WS-BR-RATE ROUNDED =
                       BR-COUNT(BR-IDX) * 100
                       / (WS-MARKED-COUNT + WS-UNKNOWN-COUNT)
               MOVE WS-BR-RATE          TO OUT-B-RATE
               MOVE WS-BRANCH-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-PERFORM.

           EXIT.
       0500-BRANCH-SUMMARY-END.
