       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Seuils de la politique d'expiration, regles par le
      *responsable securite sans recompilation : age maximal,
      *premier et second preavis (jours avant echeance), jours de
       DATA DIVISION.
       FILE SECTION.

       FD  F-EXPCFG.

       01  REC-F-EXPCFG        PIC X(30).

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "pwd_enf".

       01  F-EXPCFG-STATUS     PIC X(02) VALUE SPACE.
           88 F-EXPCFG-STATUS-OK           VALUE "00".
           05 FILLER           PIC X(17) VALUE " / Desactives : ".
           05 OUT-T-DEACT      PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-MOBILE       PIC X(20).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-ENF CURSOR FOR
           SELECT nom, email, pwd_changed_at,
                  COALESCE(mobile, ' ') FROM users
           WHERE status = 'A' ORDER BY nom
       END-EXEC.

           PERFORM 0150-LOAD-WARNED-START
           THRU    0150-LOAD-WARNED-END.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-ENF INTO :WS-ROW-NOM, :WS-ROW-EMAIL,
                                    :WS-ROW-PWD-CHANGED,
                                    :WS-ROW-MOBILE
               END-EXEC

               IF SQLCODE = 0
               STRING "J-" WS-DAYS-LEFT-X
                      DELIMITED BY SIZE INTO WS-NOTIFY-PAYLOAD
           END-IF.
      *Le preavis double par SMS quand le compte porte un mobile.
           CALL "notify" USING WS-ROW-NOM WS-ROW-EMAIL
                               WS-NOTIFY-KIND WS-NOTIFY-PAYLOAD
                               WS-ROW-MOBILE.
           ADD 1                        TO WS-WARN-COUNT.
           MOVE "PREAVIS"               TO OUT-R-KIND.
           PERFORM 0300-WRITE-LINE-START
