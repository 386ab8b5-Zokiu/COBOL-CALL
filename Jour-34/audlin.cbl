      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audlin.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit alimentee par audit : un renommage y laisse
      *une ligne RENOMME sous le nouveau nom, l'ancien en zone
      *avant.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

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
           05 FILLER           PIC X(55).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  WS-NL-MAX           PIC 9(02) VALUE 20.

      *Un passage sur la piste ne suit les renommages que dans
      *l'ordre du journal : on repasse tant qu'un nom s'ajoute.
       01  WS-PASS             PIC 9(02).
       01  WS-ADDED-FLAG       PIC X(01).
           88 NAME-WAS-ADDED               VALUE "Y".

       01  WS-TEST-NAME        PIC X(50).
       01  WS-HIT-FLAG         PIC X(01).
           88 NAME-IS-HIT                  VALUE "Y".
       01  WS-NEW-HIT          PIC X(01).
       01  WS-OLD-HIT          PIC X(01).

      ******************************************************************
       LINKAGE SECTION.

      *BUILD : filiation du nom LK-NAME ; MATCH : LK-NAME fait-il
      *partie de la filiation deja construite ?
       01  LK-ACTION           PIC X(08).
       01  LK-NAME             PIC X(50).

           COPY audlin.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Service de filiation des noms de compte : un compte renomme
      *garde son historique sous l'ancien nom, usrinfo et audinq
      *le suivent ainsi d'un nom a l'autre, dans les deux sens.
      *Codes retour : 0 fait (BUILD) ou nom de la filiation
      *(MATCH), 4 nom etranger a la filiation, 2 action inconnue.
       PROCEDURE DIVISION USING LK-ACTION LK-NAME NAME-LINEAGE.

           EVALUATE LK-ACTION
               WHEN "BUILD"
                   PERFORM 0100-BUILD-START
                   THRU    0100-BUILD-END
                   MOVE 0               TO RETURN-CODE
               WHEN "MATCH"
                   MOVE LK-NAME         TO WS-TEST-NAME
                   PERFORM 0300-MATCH-NAME-START
                   THRU    0300-MATCH-NAME-END
                   IF NAME-IS-HIT
                       MOVE 0           TO RETURN-CODE
                   ELSE
                       MOVE 4           TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 2               TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Filiation de LK-NAME : passages successifs sur la piste
      *d'audit jusqu'a ce qu'aucun nom ne s'ajoute (dix au plus).
       0100-BUILD-START.

           MOVE 1                       TO NL-LGHT.
           MOVE LK-NAME                 TO NL-NAME(1).
           MOVE "N"                     TO NL-PREFIX(1).

           MOVE "Y"                     TO WS-ADDED-FLAG.
           PERFORM VARYING WS-PASS FROM 1 BY 1
                     UNTIL WS-PASS > 10 OR NOT NAME-WAS-ADDED
               MOVE "N"                 TO WS-ADDED-FLAG
               PERFORM 0150-ONE-PASS-START
               THRU    0150-ONE-PASS-END
           END-PERFORM.

           EXIT.
       0100-BUILD-END.

      ******************************************************************

      *Un passage sur la piste : chaque ligne RENOMME relie
      *l'ancien nom (zone avant) au nouveau (nom de la ligne).
       0150-ONE-PASS-START.

           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0150-ONE-PASS-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-ACTION = "RENOMME"
                    PERFORM 0200-ONE-RENAME-START
                    THRU    0200-ONE-RENAME-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           EXIT.
       0150-ONE-PASS-END.

      ******************************************************************

      *Un renommage dont un des deux noms est deja dans la
      *filiation y fait entrer l'autre.
       0200-ONE-RENAME-START.

           MOVE AUD-NOM                 TO WS-TEST-NAME.
           PERFORM 0300-MATCH-NAME-START
           THRU    0300-MATCH-NAME-END.
           MOVE WS-HIT-FLAG             TO WS-NEW-HIT.

           PERFORM 0310-MATCH-OLD-START
           THRU    0310-MATCH-OLD-END.
           MOVE WS-HIT-FLAG             TO WS-OLD-HIT.

           IF WS-NEW-HIT = WS-OLD-HIT OR NL-LGHT >= WS-NL-MAX
               GO TO 0200-ONE-RENAME-END
           END-IF.

           ADD 1                        TO NL-LGHT.
           IF WS-NEW-HIT = "Y"
               MOVE SPACES              TO NL-NAME(NL-LGHT)
               MOVE AUD-BEFORE          TO NL-NAME(NL-LGHT)
               IF AUD-BEFORE(30:1) = SPACE
                   MOVE "N"             TO NL-PREFIX(NL-LGHT)
               ELSE
                   MOVE "Y"             TO NL-PREFIX(NL-LGHT)
               END-IF
           ELSE
               MOVE AUD-NOM             TO NL-NAME(NL-LGHT)
               MOVE "N"                 TO NL-PREFIX(NL-LGHT)
           END-IF.
           SET NAME-WAS-ADDED           TO TRUE.

           EXIT.
       0200-ONE-RENAME-END.

      ******************************************************************

      *WS-TEST-NAME (nom complet) est-il dans la filiation ?
       0300-MATCH-NAME-START.

           MOVE "N"                     TO WS-HIT-FLAG.
           PERFORM VARYING NL-IDX FROM 1 BY 1
                     UNTIL NL-IDX > NL-LGHT OR NAME-IS-HIT
               IF NL-NAME(NL-IDX) = WS-TEST-NAME
                   SET NAME-IS-HIT      TO TRUE
               END-IF
               IF NL-PREFIX(NL-IDX) = "Y"
                 AND NL-NAME(NL-IDX)(1:30) = WS-TEST-NAME(1:30)
                   SET NAME-IS-HIT      TO TRUE
               END-IF
           END-PERFORM.

           EXIT.
       0300-MATCH-NAME-END.

      ******************************************************************

      *L'ancien nom de la ligne RENOMME (zone avant, trente
      *caracteres) est-il dans la filiation ? Zone pleine : le nom
      *a pu etre tronque, seuls les trente premiers comptent.
       0310-MATCH-OLD-START.

           IF AUD-BEFORE(30:1) = SPACE
               MOVE AUD-BEFORE          TO WS-TEST-NAME
               PERFORM 0300-MATCH-NAME-START
               THRU    0300-MATCH-NAME-END
               GO TO 0310-MATCH-OLD-END
           END-IF.

           MOVE "N"                     TO WS-HIT-FLAG.
           PERFORM VARYING NL-IDX FROM 1 BY 1
                     UNTIL NL-IDX > NL-LGHT OR NAME-IS-HIT
               IF NL-NAME(NL-IDX)(1:30) = AUD-BEFORE
                   SET NAME-IS-HIT      TO TRUE
               END-IF
           END-PERFORM.

           EXIT.
       0310-MATCH-OLD-END.

           END PROGRAM audlin.
