      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgtkt.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Parametres lus au premier appel : la WORKING-STORAGE d'un
      *sous-programme persiste entre les appels d'un meme lot.
       01  WS-PARAMS-FLAG      PIC X(01) VALUE "N".
           88 PARAMS-LOADED                VALUE "Y".
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Format de la reference (CHG.TICKET-FORMAT), position par
      *position : 9 un chiffre, A une lettre, X une lettre ou un
      *chiffre, tout autre caractere attendu tel quel. A blanc,
      *la reference est admise sauf si CHG.TICKET-REQUIRED vaut Y.
       01  WS-TKT-FORMAT       PIC X(18) VALUE "CHG-999999".
       01  WS-TKT-REQUIRED     PIC X(01) VALUE "N".
           88 TICKET-IS-REQUIRED           VALUE "Y".

      *Reference du changement en cours, reprise par audit sur
      *chaque ligne de la piste jusqu'a la suivante ou a sa remise
      *a blanc.
       01  WS-CURRENT-TICKET   PIC X(18) VALUE SPACES.

       01  WS-CANDIDATE        PIC X(18).
       01  WS-FMT-LEN          PIC 9(02).
       01  WS-TKT-LEN          PIC 9(02).
       01  WS-POS              PIC 9(02).
       01  WS-MASK             PIC X(01).
       01  WS-CHAR             PIC X(01).
       01  WS-TKT-RC           PIC 9(02).

      ******************************************************************
       LINKAGE SECTION.

      *CHECK controle sans retenir, SET controle et retient, LOAD
      *retient une reference deja controlee a sa saisie (action
      *planifiee, demande en file), GET rend la reference retenue,
      *CLEAR la remet a blanc, FORMAT rend le format attendu.
       01  LK-ACTION           PIC X(08).
       01  LK-TICKET           PIC X(18).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Reference du ticket de changement qui autorise un mouvement
      *sur un compte : controlee contre le format configure et
      *tenue pour la piste d'audit. Code retour : 0 admise (ou
      *rendue), 2 absente alors qu'elle est exigee, 4 hors format,
      *8 action inconnue.
       PROCEDURE DIVISION USING LK-ACTION LK-TICKET.

           IF NOT PARAMS-LOADED
               PERFORM 0100-LOAD-PARAMS-START
               THRU    0100-LOAD-PARAMS-END
           END-IF.

           EVALUATE LK-ACTION
             WHEN "CHECK"
               PERFORM 0200-CHECK-START
               THRU    0200-CHECK-END
             WHEN "SET"
               PERFORM 0200-CHECK-START
               THRU    0200-CHECK-END
               IF WS-TKT-RC = 0
                   MOVE WS-CANDIDATE    TO WS-CURRENT-TICKET
               END-IF
             WHEN "LOAD"
               MOVE FUNCTION UPPER-CASE(LK-TICKET)
                                        TO WS-CURRENT-TICKET
               MOVE 0                   TO WS-TKT-RC
             WHEN "GET"
               MOVE WS-CURRENT-TICKET   TO LK-TICKET
               MOVE 0                   TO WS-TKT-RC
             WHEN "CLEAR"
               MOVE SPACES              TO WS-CURRENT-TICKET
               MOVE 0                   TO WS-TKT-RC
             WHEN "FORMAT"
               MOVE WS-TKT-FORMAT       TO LK-TICKET
               MOVE 0                   TO WS-TKT-RC
             WHEN OTHER
               MOVE 8                   TO WS-TKT-RC
           END-EVALUATE.

           MOVE WS-TKT-RC               TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Format et caractere obligatoire de la reference, servis par
      *le service central des parametres.
       0100-LOAD-PARAMS-START.

           MOVE "CHG.TICKET-FORMAT"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
             AND WS-PRM-VALUE(19:) = SPACES
               MOVE FUNCTION UPPER-CASE(WS-PRM-VALUE)
                                        TO WS-TKT-FORMAT
           END-IF.

           MOVE "CHG.TICKET-REQUIRED"   TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE FUNCTION UPPER-CASE(WS-PRM-VALUE(1:1))
                                        TO WS-TKT-REQUIRED
           END-IF.

           SET PARAMS-LOADED            TO TRUE.

           EXIT.
       0100-LOAD-PARAMS-END.

      ******************************************************************

      *Controle de LK-TICKET contre le format : meme longueur, et
      *chaque position conforme a son masque. La reference est
      *rendue cadree a gauche et en majuscules dans LK-TICKET.
       0200-CHECK-START.

           MOVE 0                       TO WS-TKT-RC.
           MOVE SPACES                  TO WS-CANDIDATE.
           IF LK-TICKET NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TICKET))
                                        TO WS-CANDIDATE
           END-IF.
           MOVE WS-CANDIDATE            TO LK-TICKET.

           IF WS-CANDIDATE = SPACES
               IF TICKET-IS-REQUIRED
                   MOVE 2               TO WS-TKT-RC
               END-IF
               GO TO 0200-CHECK-END
           END-IF.

           MOVE LENGTH OF FUNCTION TRIM(WS-TKT-FORMAT) TO WS-FMT-LEN.
           MOVE LENGTH OF FUNCTION TRIM(WS-CANDIDATE)  TO WS-TKT-LEN.
           IF WS-TKT-LEN NOT = WS-FMT-LEN
               MOVE 4                   TO WS-TKT-RC
               GO TO 0200-CHECK-END
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > WS-FMT-LEN OR WS-TKT-RC > 0
               MOVE WS-TKT-FORMAT(WS-POS:1) TO WS-MASK
               MOVE WS-CANDIDATE(WS-POS:1)  TO WS-CHAR
               EVALUATE WS-MASK
                 WHEN "9"
                   IF WS-CHAR IS NOT NUMERIC
                       MOVE 4           TO WS-TKT-RC
                   END-IF
                 WHEN "A"
                   IF WS-CHAR IS NOT ALPHABETIC-UPPER
                     OR WS-CHAR = SPACE
                       MOVE 4           TO WS-TKT-RC
                   END-IF
                 WHEN "X"
                   IF (WS-CHAR IS NOT ALPHABETIC-UPPER
                       AND WS-CHAR IS NOT NUMERIC)
                     OR WS-CHAR = SPACE
                       MOVE 4           TO WS-TKT-RC
                   END-IF
                 WHEN OTHER
                   IF WS-CHAR NOT = WS-MASK
                       MOVE 4           TO WS-TKT-RC
                   END-IF
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0200-CHECK-END.

           END PROGRAM chgtkt.
