       01  WS-INC-MESSAGE  PIC X(60).
       01  WS-INC-KEY      PIC X(30).

      *Pre-vol des fichiers de configuration, lance avant toute
      *etape : commande reglable par CHAIN.PREFLIGHT (NONE le
      *coupe), code 8 ou plus = configuration refusee.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-PREFLIGHT-CMD    PIC X(70) VALUE "./cfgchk".
       01  WS-PREFLIGHT-RC     PIC 9(03).


      ******************************************************************
      *                    PROCEDURE DIVISION
               STOP RUN
           END-IF.

      *Pre-vol : une configuration fautive arrete la nuit ici,
      *proprement, avant qu'une etape ne touche aux donnees -- et
      *non a mi-chemin sur une cle mal tapee. L'etat du dernier
      *passage est laisse tel quel pour la reprise.
           PERFORM 0060-PREFLIGHT-START
           THRU    0060-PREFLIGHT-END.
           IF WS-PREFLIGHT-RC >= WS-FAIL-LEVEL
               DISPLAY "Pre-vol en echec (code " WS-PREFLIGHT-RC
                       ") : enchainement non lance, voir "
                       "cfgcheck.rpt."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Pre-vol des configurations en echec, code "
                      WS-PREFLIGHT-RC
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE "cfgcheck.rpt"      TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-STEPS-START
           THRU    0100-LOAD-STEPS-END.


      ******************************************************************

      *Lance le pre-vol des configurations et en ramene le code
      *condition ; un pre-vol reussi avec avertissements (code 4)
      *laisse partir la nuit.
       0060-PREFLIGHT-START.

           MOVE 0                       TO WS-PREFLIGHT-RC.

           MOVE "CHAIN.PREFLIGHT"       TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0 AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-PREFLIGHT-CMD
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           IF WS-PREFLIGHT-CMD = "NONE"
               DISPLAY "Pre-vol des configurations desactive."
               GO TO 0060-PREFLIGHT-END
           END-IF.

           MOVE WS-PREFLIGHT-CMD        TO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.
           MOVE RETURN-CODE             TO WS-SYS-RAW.
           IF WS-SYS-RAW >= 256
               COMPUTE WS-PREFLIGHT-RC =
                       FUNCTION MOD(WS-SYS-RAW / 256, 256)
           ELSE
               MOVE WS-SYS-RAW          TO WS-PREFLIGHT-RC
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           IF WS-PREFLIGHT-RC > 0 AND WS-PREFLIGHT-RC < WS-FAIL-LEVEL
               DISPLAY "Pre-vol passe avec avertissement (code "
                       WS-PREFLIGHT-RC "), voir cfgcheck.rpt."
           END-IF.

           EXIT.
       0060-PREFLIGHT-END.

      ******************************************************************

      *Decoupe la liste des prerequis de l'etape qui vient d'etre
      *chargee (rangs separes par des virgules) ; vide = l'etape
      *precedente fait prerequis, comme du temps de l'enchainement
