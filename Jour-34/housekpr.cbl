                  " generations purgees: ".
           05 OUT-G-PURGED     PIC ZZ9.

      *Ligne d'exception : un entretien qui n'a pas pu se faire
      *attend qu'un operateur corrige le reglage ou le fichier --
      *la file de travail des operateurs la reprend d'ici.
       01  WS-EXC-REPORT-LINE.
           05 FILLER           PIC X(12) VALUE "EXCEPTION : ".
           05 OUT-E-NAME       PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-E-REASON     PIC X(40).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
      *par NUMVAL sur le contenu utile.
           IF FUNCTION TRIM(HK-KEEP) IS NOT NUMERIC
               DISPLAY "Retenue illisible pour " HK-NAME
               MOVE HK-NAME             TO OUT-E-NAME
               MOVE "RETENUE ILLISIBLE" TO OUT-E-REASON
               PERFORM 0900-EXCEPTION-START
               THRU    0900-EXCEPTION-END
               GO TO 0100-TRIM-LOG-END
           END-IF.
           COMPUTE WS-KEEP = FUNCTION NUMVAL(HK-KEEP).
                   DISPLAY "Bascule impossible pour "
                           FUNCTION TRIM(WS-LIVE-NAME)
                           " (code " WS-RENAME-RC ")."
                   MOVE WS-LIVE-NAME    TO OUT-E-NAME
                   MOVE "BASCULE IMPOSSIBLE" TO OUT-E-REASON
                   PERFORM 0900-EXCEPTION-START
                   THRU    0900-EXCEPTION-END
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-WORK-NAME

           IF FUNCTION TRIM(HK-KEEP) IS NOT NUMERIC
               DISPLAY "Retenue illisible pour " HK-NAME
               MOVE HK-NAME             TO OUT-E-NAME
               MOVE "RETENUE ILLISIBLE" TO OUT-E-REASON
               PERFORM 0900-EXCEPTION-START
               THRU    0900-EXCEPTION-END
               GO TO 0300-PURGE-GENS-END
           END-IF.
           COMPUTE WS-KEEP = FUNCTION NUMVAL(HK-KEEP).

           EXIT.
       0300-PURGE-GENS-END.

      ******************************************************************

      *Consigne au compte rendu l'exception preparee (fichier et
      *motif).
       0900-EXCEPTION-START.

           MOVE WS-EXC-REPORT-LINE      TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0900-EXCEPTION-END.
