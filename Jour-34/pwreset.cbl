       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Jetons de remise a zero en cours : compte, condensat du
      *jeton (jamais le jeton en clair) et echeance -- un jeton
      *sert une fois, via pwredeem, et meurt a l'echeance.
       DATA DIVISION.
       FILE SECTION.

       FD  F-TOKENS.

       01  REC-F-TOKENS.

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "pwreset".

       01  F-TOKENS-STATUS     PIC X(02) VALUE SPACE.
           88 F-TOKENS-STATUS-OK           VALUE "00".
       01  WS-CMD-LINE         PIC X(80).
       01  WS-TARGET-NAME      PIC X(50).

      *Ticket de changement qui autorise la remise a zero, second
      *argument ou saisi ; controle et retenu par chgtkt pour la
      *piste d'audit.
       01  WS-TKT-ACTION       PIC X(08).
       01  WS-TKT-REF          PIC X(18) VALUE SPACES.
       01  WS-TKT-FORMAT       PIC X(18).

       01  WS-NOW              PIC X(21).
       01  WS-PID              PIC S9(09) COMP-5.
       01  WS-PID-X            PIC 9(09).
       01  WS-AUD-AFTER        PIC X(30).
       01  WS-AUD-OPERATOR     PIC X(20) VALUE "PWRESET".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-MOBILE       PIC X(20).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-TARGET-NAME WS-TKT-REF.

           IF WS-TARGET-NAME = SPACES
               DISPLAY "Compte a remettre a zero : "
               ACCEPT WS-TARGET-NAME
           END-IF.
           IF WS-TARGET-NAME = SPACES
               DISPLAY "Usage : pwreset <compte> [ticket]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TKT-REF = SPACES
               DISPLAY "Reference du ticket de changement : "
                       WITH NO ADVANCING
               ACCEPT WS-TKT-REF
           END-IF.
           MOVE "SET"                   TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.
           IF RETURN-CODE NOT = 0
               MOVE "FORMAT"            TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-FORMAT
               DISPLAY "Ticket de changement absent ou hors format "
                       "(attendu : " FUNCTION TRIM(WS-TKT-FORMAT)
                       ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-ROW-EMAIL.
           MOVE SPACE                   TO WS-ROW-STATUS.
           MOVE SPACES                  TO WS-ROW-MOBILE.
           EXEC SQL
               SELECT email, status, COALESCE(mobile, ' ')
               INTO :WS-ROW-EMAIL, :WS-ROW-STATUS, :WS-ROW-MOBILE
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           THRU    0200-STORE-TOKEN-END.

      *Le jeton en clair part au circuit de notification habituel
      *(liste de suppression comprise), et aussi par SMS quand le
      *compte porte un mobile : l'utilisateur prive de sa boite de
      *courrier le recoit quand meme.
           MOVE WS-TOKEN(1:30)          TO WS-NOTIFY-PAYLOAD.
           CALL "notify" USING WS-USER-NAME WS-ROW-EMAIL
                               WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                               WS-ROW-MOBILE.

           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "ECHEANCE " WS-EXPIRY
