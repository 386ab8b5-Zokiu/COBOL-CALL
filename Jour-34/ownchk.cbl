      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ownchk.
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-OWNER            PIC X(50).
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-CATEGORY     PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FLAG-COUNT       PIC 9(05) VALUE ZERO.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "ownchk".
       01  WS-INC-SEVERITY     PIC X(01) VALUE "W".
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      *Zones passees a la piste d'audit par WORKING-STORAGE.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "ownchk".
       01  WS-AUD-ACTION       PIC X(10) VALUE "ORPHELIN".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-OWNED CURSOR FOR
           SELECT nom, category FROM users
           WHERE owner = :WS-OWNER
             AND category IN ('S', 'C')
             AND status = 'A'
           ORDER BY nom
       END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

      *Compte qui vient d'etre desactive ou supprime.
       01  LK-OWNER            PIC X(50).

      *"DESACTIVE" ou "SUPPRIME", reporte sur le signalement.
       01  LK-EVENT            PIC X(10).

       01  LK-OPERATOR         PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Signale les comptes de service et de prestataire actifs dont
      *le responsable vient de perdre son compte : une ligne au
      *journal des incidents et une ligne d'audit par compte, pour
      *qu'un nouveau responsable soit designe. Aucun compte n'est
      *touche. Code retour : nombre de comptes signales (0 a 99).
       PROCEDURE DIVISION USING LK-OWNER LK-EVENT LK-OPERATOR.

           MOVE LK-OWNER                TO WS-OWNER.
           MOVE 0                       TO WS-FLAG-COUNT.

           EXEC SQL OPEN C-OWNED END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-OWNED INTO :WS-ROW-NOM, :WS-ROW-CATEGORY
               END-EXEC
               IF SQLCODE = 0
                   ADD 1                TO WS-FLAG-COUNT
                   MOVE SPACES          TO WS-INC-MESSAGE
                   IF WS-ROW-CATEGORY = "S"
                       STRING "Compte de service sans responsable ("
                              FUNCTION TRIM(LK-EVENT) ") : "
                              FUNCTION TRIM(WS-OWNER)
                              DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   ELSE
                       STRING "Prestataire sans responsable ("
                              FUNCTION TRIM(LK-EVENT) ") : "
                              FUNCTION TRIM(WS-OWNER)
                              DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   END-IF
                   MOVE WS-ROW-NOM      TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
                   MOVE WS-OWNER        TO WS-AUD-BEFORE
                   MOVE LK-EVENT        TO WS-AUD-AFTER
                   CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                        WS-ROW-NOM WS-AUD-BEFORE WS-AUD-AFTER
                        LK-OPERATOR
                   DISPLAY "Attention : " FUNCTION TRIM(WS-ROW-NOM)
                           " n'a plus de responsable actif."
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-OWNED END-EXEC.

           IF WS-FLAG-COUNT > 99
               MOVE 99                  TO RETURN-CODE
           ELSE
               MOVE WS-FLAG-COUNT       TO RETURN-CODE
           END-IF.

           GOBACK.

           END PROGRAM ownchk.
