                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Elevations temporaires au role ADMIN (bris de glace, tenues
      *par brkglass) : une ligne ecrite par un operateur sous
      *elevation en porte la marque.
           SELECT F-BRKG ASSIGN TO "breakglass.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BRKG-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       FD  F-AUDIT.

       01  REC-F-AUDIT          PIC X(249).

      *Etat : A active, C close avant terme, E echue.
       FD  F-BRKG.

       01  REC-F-BRKG.
           05 BG-OPERATOR       PIC X(20).
           05 FILLER            PIC X(01).
           05 BG-START          PIC X(19).
           05 FILLER            PIC X(01).
           05 BG-END            PIC X(19).
           05 FILLER            PIC X(01).
           05 BG-HOURS          PIC 9(02).
           05 FILLER            PIC X(01).
           05 BG-STATE          PIC X(01).
           05 FILLER            PIC X(01).
           05 BG-CLOSED         PIC X(19).
           05 FILLER            PIC X(01).
           05 BG-REASON         PIC X(60).

      ******************************************************************

       01  F-AUDIT-STATUS       PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK             VALUE "00".

       01  F-BRKG-STATUS        PIC X(02) VALUE SPACE.
           88 F-BRKG-STATUS-OK              VALUE "00".
           88 F-BRKG-STATUS-EOF             VALUE "10".

      *Marque des lignes ecrites sous elevation temporaire : hors
      *de la zone chainee principale, elle est scellee avec le
      *ticket par le second tour de chainage.
       01  WS-ELEV-FLAG         PIC X(01) VALUE "N".
           88 OPERATOR-IS-ELEVATED          VALUE "Y".

       01  WS-DATE-TIME.
           05 WS-DT-YYYY        PIC 9(04).
           05 WS-DT-MM          PIC 9(02).
       01  WS-PREV-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-PREV-CHAIN        PIC X(18) VALUE
               "000000000000000000".
       01  WS-LAST-LINE         PIC X(249).
       01  WS-CHAIN-LINE        PIC X(194).
       01  WS-NEW-CHAIN         PIC X(18).

      *Reference du ticket de changement retenue par chgtkt pour
      *le mouvement en cours, portee en fin de ligne (colonnes 232
      *a 249) et scellee avec elle : a blanc, la ligne est chainee
      *comme avant ; renseignee, elle entre dans un second tour de
      *chainage, pour qu'une reference ajoutee ou retouchee apres
      *coup casse la chaine. La marque d'elevation (colonnes 223 a
      *230) entre dans le meme second tour, a la suite du ticket :
      *ni ajoutee, ni effacee apres coup sans casser la chaine.
       01  WS-TKT-ACTION        PIC X(08) VALUE "GET".
       01  WS-TKT-REF           PIC X(18).
       01  WS-TKT-CHAIN         PIC X(18).
       01  WS-ELEV-MARK         PIC X(08).

      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0200-READ-LAST-START
           THRU    0200-READ-LAST-END.

           PERFORM 0300-CHECK-ELEVATION-START
           THRU    0300-CHECK-ELEVATION-END.

           OPEN EXTEND F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               OPEN OUTPUT F-AUDIT
           MOVE LK-AFTER            TO AUD-AFTER.
           MOVE LK-OPERATOR         TO AUD-OPERATOR.

           MOVE SPACES              TO WS-TKT-REF.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.

           MOVE SPACES              TO WS-ELEV-MARK.
           IF OPERATOR-IS-ELEVATED
               MOVE "ELEVE-BG"      TO WS-ELEV-MARK
           END-IF.

           MOVE WS-AUDIT-LINE       TO WS-CHAIN-LINE.
           CALL "chainh" USING WS-CHAIN-LINE WS-PREV-CHAIN
                               WS-NEW-CHAIN.
           IF WS-TKT-REF NOT = SPACES OR WS-ELEV-MARK NOT = SPACES
               MOVE SPACES          TO WS-CHAIN-LINE
               MOVE WS-TKT-REF      TO WS-CHAIN-LINE(1:18)
               MOVE WS-ELEV-MARK    TO WS-CHAIN-LINE(19:8)
               CALL "chainh" USING WS-CHAIN-LINE WS-NEW-CHAIN
                                   WS-TKT-CHAIN
               MOVE WS-TKT-CHAIN    TO WS-NEW-CHAIN
           END-IF.
           COMPUTE AUD-SEQ = WS-PREV-SEQ + 1.
           MOVE WS-NEW-CHAIN        TO AUD-CHAIN.

           MOVE SPACES              TO REC-F-AUDIT.
           MOVE WS-AUDIT-LINE       TO REC-F-AUDIT(1:194).
           MOVE WS-AUDIT-SEAL       TO REC-F-AUDIT(195:27).
           MOVE WS-ELEV-MARK        TO REC-F-AUDIT(223:8).
           MOVE WS-TKT-REF          TO REC-F-AUDIT(232:18).
           WRITE REC-F-AUDIT.

           CLOSE F-AUDIT.
           EXIT.
       0200-READ-LAST-END.

      ******************************************************************

      *L'operateur a-t-il une elevation temporaire en cours (active
      *et non echue) ? Sans fichier, aucune.
       0300-CHECK-ELEVATION-START.

           MOVE "N"                     TO WS-ELEV-FLAG.
           MOVE SPACE                   TO F-BRKG-STATUS.

           OPEN INPUT F-BRKG.
           IF NOT F-BRKG-STATUS-OK
               MOVE SPACE               TO F-BRKG-STATUS
               GO TO 0300-CHECK-ELEVATION-END
           END-IF.

           PERFORM UNTIL F-BRKG-STATUS-EOF
             READ F-BRKG
              AT END
                CONTINUE
              NOT AT END
                IF BG-OPERATOR = LK-OPERATOR
                  AND BG-STATE = "A"
                  AND BG-END > WS-TIMESTAMP
                    SET OPERATOR-IS-ELEVATED TO TRUE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-BRKG.
           MOVE SPACE                   TO F-BRKG-STATUS.

           EXIT.
       0300-CHECK-ELEVATION-END.

           END PROGRAM audit.
