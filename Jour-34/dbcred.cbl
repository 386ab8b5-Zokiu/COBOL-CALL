      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dbcred.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Ancien acces en clair : n'est plus admis qu'en TEST.
           SELECT F-CRED ASSIGN TO "db_credentials.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CRED-STATUS.

      *Acces protege, une ligne par version (voir dbcrec.cpy).
           SELECT F-DBCRED ASSIGN TO "db_credentials.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DBCRED-STATUS.

      *Registre des connexions : programme et version de l'acces,
      *lu par crdadm pour verifier qu'une rotation a gagne tous
      *les programmes avant de retirer l'ancienne version.
           SELECT F-DBUSE ASSIGN TO "db_cred_use.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DBUSE-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  F-CRED.

       01  REC-F-CRED.
           05 CRED-USER        PIC X(20).
           05 CRED-PASS        PIC X(20).
           05 CRED-NAME        PIC X(20).

       FD  F-DBCRED.

           COPY "dbcrec.cpy".

       FD  F-DBUSE.

       01  REC-F-DBUSE.
           05 DU-STAMP         PIC X(14).
           05 FILLER           PIC X(01).
           05 DU-PROGRAM       PIC X(10).
           05 FILLER           PIC X(01).
           05 DU-VERSION       PIC X(05).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CRED-STATUS       PIC X(02) VALUE SPACE.
           88 F-CRED-STATUS-OK             VALUE "00".

       01  F-DBCRED-STATUS     PIC X(02) VALUE SPACE.
           88 F-DBCRED-STATUS-OK           VALUE "00".
           88 F-DBCRED-STATUS-EOF          VALUE "10".

       01  F-DBUSE-STATUS      PIC X(02) VALUE SPACE.
           88 F-DBUSE-STATUS-OK            VALUE "00".

       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-ENV              PIC X(08).

       01  WS-NOW              PIC X(21).
       01  WS-DBC-RC           PIC 9(01).

      *Version retenue pour la connexion ("CLAIR" pour l'acces en
      *clair admis en TEST).
       01  WS-VERSION-USED     PIC X(05).
       01  WS-VERSION-EDIT     PIC 9(04).

      *Versions active et candidate lues dans db_credentials.dat (la
      *plus haute de chaque etat fait foi).
       01  WS-ACT-FLAG         PIC X(01).
           88 ACT-FOUND                    VALUE "Y".
       01  WS-ACT-VERSION      PIC 9(04).
       01  WS-ACT-SALT         PIC X(08).
       01  WS-ACT-CHECK        PIC X(18).
       01  WS-ACT-DATA         PIC X(180).
       01  WS-CAN-FLAG         PIC X(01).
           88 CAN-FOUND                    VALUE "Y".
       01  WS-CAN-VERSION      PIC 9(04).
       01  WS-CAN-SALT         PIC X(08).
       01  WS-CAN-CHECK        PIC X(18).
       01  WS-CAN-DATA         PIC X(180).

      *Zones passees a crdcode.
       01  WS-CODE-ACTION      PIC X(01) VALUE "D".
       01  WS-CODE-CLEAR.
           05 WS-CODE-USER     PIC X(20).
           05 WS-CODE-PASS     PIC X(20).
           05 WS-CODE-NAME     PIC X(20).

       01  WS-CONN-FLAG        PIC X(01).
           88 DBC-IS-CONNECTED             VALUE "Y".

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees au journal consolide des incidents, au nom du
      *programme appelant.
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DB-USER             PIC X(20).
       01  DB-PASS             PIC X(20).
       01  DB-NAME             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  LK-PROGRAM          PIC X(10).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Connexion a la base pour le programme LK-PROGRAM, a la place
      *de la lecture de db_credentials.cfg que chaque programme
      *faisait lui-meme. L'acces vient de db_credentials.dat, decode
      *par crdcode : pendant une rotation la version candidate est
      *essayee d'abord, l'active ensuite. Un db_credentials.cfg en
      *clair present au demarrage est refuse hors de l'environnement
      *TEST (ENV au service des parametres) ; en TEST il sert tel
      *quel. La version retenue est portee au journal des incidents
      *au nom de l'appelant et au registre db_cred_use.dat.
      *Codes retour : 0 connecte, 1 pas d'acces utilisable, 2
      *connexion refusee par la base, 3 acces en clair refuse.
       PROCEDURE DIVISION USING LK-PROGRAM.

           MOVE 0                       TO WS-DBC-RC.
           MOVE SPACES                  TO WS-VERSION-USED.
           MOVE "N"                     TO WS-CONN-FLAG.
           MOVE "N"                     TO WS-ACT-FLAG.
           MOVE "N"                     TO WS-CAN-FLAG.
           MOVE SPACES                  TO DB-USER DB-PASS DB-NAME.

           MOVE "ENV"                   TO WS-PRM-KEY.
           MOVE SPACES                  TO WS-PRM-VALUE.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE        TO WS-ENV
           ELSE
               MOVE "PROD"              TO WS-ENV
           END-IF.

           PERFORM 0100-CLEAR-FILE-START
           THRU    0100-CLEAR-FILE-END.

           IF WS-DBC-RC = 0 AND WS-VERSION-USED = SPACES
               PERFORM 0200-LOAD-VERSIONS-START
               THRU    0200-LOAD-VERSIONS-END
           END-IF.

           IF WS-DBC-RC = 0 AND WS-VERSION-USED = SPACES
               PERFORM 0300-TRY-CANDIDATE-START
               THRU    0300-TRY-CANDIDATE-END
           END-IF.

           IF WS-DBC-RC = 0 AND NOT DBC-IS-CONNECTED
               PERFORM 0400-CONNECT-START
               THRU    0400-CONNECT-END
           END-IF.

           IF WS-DBC-RC = 0
               PERFORM 0500-RECORD-START
               THRU    0500-RECORD-END
           END-IF.

           MOVE SPACES                  TO DB-PASS.
           MOVE SPACES                  TO WS-CODE-CLEAR.
           MOVE WS-DBC-RC               TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Acces en clair : refuse hors TEST (l'exploitation doit le
      *proteger par crdadm IMPORT), servi tel quel en TEST.
       0100-CLEAR-FILE-START.

           MOVE SPACE                   TO F-CRED-STATUS.
           OPEN INPUT F-CRED.
           IF NOT F-CRED-STATUS-OK
               MOVE SPACE               TO F-CRED-STATUS
               GO TO 0100-CLEAR-FILE-END
           END-IF.

           IF WS-ENV NOT = "TEST"
               CLOSE F-CRED
               DISPLAY "Acces en clair db_credentials.cfg refuse en "
                       FUNCTION TRIM(WS-ENV)
                       " : le proteger par crdadm IMPORT."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Acces en clair refuse hors TEST"
                                        TO WS-INC-MESSAGE
               MOVE "db_credentials.cfg" TO WS-INC-KEY
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 3                   TO WS-DBC-RC
               GO TO 0100-CLEAR-FILE-END
           END-IF.

           READ F-CRED
             NOT AT END
               MOVE CRED-USER           TO DB-USER
               MOVE CRED-PASS           TO DB-PASS
               MOVE CRED-NAME           TO DB-NAME
           END-READ.
           CLOSE F-CRED.
           MOVE "CLAIR"                 TO WS-VERSION-USED.

           EXIT.
       0100-CLEAR-FILE-END.

      ******************************************************************

      *Releve des versions active et candidate ; les versions
      *retirees ou annulees sont ignorees.
       0200-LOAD-VERSIONS-START.

           MOVE SPACE                   TO F-DBCRED-STATUS.
           OPEN INPUT F-DBCRED.
           IF NOT F-DBCRED-STATUS-OK
               DISPLAY "Acces protege db_credentials.dat introuvable "
                       "(crdadm IMPORT ou SET)."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Acces protege a la base introuvable"
                                        TO WS-INC-MESSAGE
               MOVE "db_credentials.dat" TO WS-INC-KEY
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE SPACE               TO F-DBCRED-STATUS
               MOVE 1                   TO WS-DBC-RC
               GO TO 0200-LOAD-VERSIONS-END
           END-IF.

           PERFORM UNTIL F-DBCRED-STATUS-EOF
             READ F-DBCRED
              AT END
                CONTINUE
              NOT AT END
                EVALUATE TRUE
                  WHEN CRV-STATE = "A" AND CRV-VERSION NUMERIC
                    IF NOT ACT-FOUND OR CRV-VERSION > WS-ACT-VERSION
                        SET ACT-FOUND    TO TRUE
                        MOVE CRV-VERSION TO WS-ACT-VERSION
                        MOVE CRV-SALT    TO WS-ACT-SALT
                        MOVE CRV-CHECK   TO WS-ACT-CHECK
                        MOVE CRV-DATA    TO WS-ACT-DATA
                    END-IF
                  WHEN CRV-STATE = "C" AND CRV-VERSION NUMERIC
                    IF NOT CAN-FOUND OR CRV-VERSION > WS-CAN-VERSION
                        SET CAN-FOUND    TO TRUE
                        MOVE CRV-VERSION TO WS-CAN-VERSION
                        MOVE CRV-SALT    TO WS-CAN-SALT
                        MOVE CRV-CHECK   TO WS-CAN-CHECK
                        MOVE CRV-DATA    TO WS-CAN-DATA
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-DBCRED.
           MOVE SPACE                   TO F-DBCRED-STATUS.

           IF NOT ACT-FOUND AND NOT CAN-FOUND
               DISPLAY "Aucune version en vigueur dans "
                       "db_credentials.dat (crdadm LIST)."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Aucune version d'acces en vigueur"
                                        TO WS-INC-MESSAGE
               MOVE "db_credentials.dat" TO WS-INC-KEY
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 1                   TO WS-DBC-RC
           END-IF.

           EXIT.
       0200-LOAD-VERSIONS-END.

      ******************************************************************

      *Rotation en cours : la version candidate est essayee d'abord.
      *Un refus n'arrete rien tant que l'active reste utilisable ;
      *il est signale pour que crdadm CHECK ne surprenne personne.
       0300-TRY-CANDIDATE-START.

           IF NOT CAN-FOUND
               GO TO 0300-TRY-CANDIDATE-END
           END-IF.

           MOVE WS-CAN-VERSION          TO WS-VERSION-EDIT.
           MOVE SPACES                  TO WS-INC-KEY.
           STRING "db_credentials.dat v" WS-VERSION-EDIT
                  DELIMITED BY SIZE INTO WS-INC-KEY.

           CALL "crdcode" USING WS-CODE-ACTION WS-CAN-SALT
                                WS-CODE-CLEAR WS-CAN-DATA WS-CAN-CHECK.
           IF RETURN-CODE NOT = 0
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Version candidate de l'acces illisible"
                                        TO WS-INC-MESSAGE
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0300-TRY-CANDIDATE-END
           END-IF.

           MOVE WS-CODE-USER            TO DB-USER.
           MOVE WS-CODE-PASS            TO DB-PASS.
           MOVE WS-CODE-NAME            TO DB-NAME.

           EXEC SQL
           CONNECT :DB-USER IDENTIFIED BY :DB-PASS USING :DB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Version candidate refusee : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0300-TRY-CANDIDATE-END
           END-IF.

           SET DBC-IS-CONNECTED         TO TRUE.
           MOVE WS-VERSION-EDIT         TO WS-VERSION-USED.

           EXIT.
       0300-TRY-CANDIDATE-END.

      ******************************************************************

      *Connexion par la version active (ou l'acces en clair admis en
      *TEST) ; un refus de la base est fatal pour l'appelant.
       0400-CONNECT-START.

           IF WS-VERSION-USED = SPACES
               IF NOT ACT-FOUND
                   DISPLAY "Pas de version active dans "
                           "db_credentials.dat et la candidate ne "
                           "passe pas."
                   MOVE "F"             TO WS-INC-SEVERITY
                   MOVE "Aucune version d'acces utilisable"
                                        TO WS-INC-MESSAGE
                   MOVE "db_credentials.dat" TO WS-INC-KEY
                   CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
                   MOVE 1               TO WS-DBC-RC
                   GO TO 0400-CONNECT-END
               END-IF
               MOVE WS-ACT-VERSION      TO WS-VERSION-EDIT
               CALL "crdcode" USING WS-CODE-ACTION WS-ACT-SALT
                                    WS-CODE-CLEAR WS-ACT-DATA
                                    WS-ACT-CHECK
               IF RETURN-CODE NOT = 0
                   DISPLAY "Version active de db_credentials.dat "
                           "illisible (v" WS-VERSION-EDIT ")."
                   MOVE "F"             TO WS-INC-SEVERITY
                   MOVE "Version active de l'acces illisible"
                                        TO WS-INC-MESSAGE
                   MOVE SPACES          TO WS-INC-KEY
                   STRING "db_credentials.dat v" WS-VERSION-EDIT
                          DELIMITED BY SIZE INTO WS-INC-KEY
                   CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
                   MOVE 1               TO WS-DBC-RC
                   GO TO 0400-CONNECT-END
               END-IF
               MOVE WS-CODE-USER        TO DB-USER
               MOVE WS-CODE-PASS        TO DB-PASS
               MOVE WS-CODE-NAME        TO DB-NAME
               MOVE WS-VERSION-EDIT     TO WS-VERSION-USED
           END-IF.

           EXEC SQL
           CONNECT :DB-USER IDENTIFIED BY :DB-PASS USING :DB-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
                       " - " WS-SQL-MESSAGE
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Connexion base refusee : " WS-SQL-MESSAGE
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE DB-NAME             TO WS-INC-KEY
               CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 2                   TO WS-DBC-RC
               GO TO 0400-CONNECT-END
           END-IF.

           SET DBC-IS-CONNECTED         TO TRUE.

           EXIT.
       0400-CONNECT-END.

      ******************************************************************

      *Trace de la version retenue : journal des incidents au nom
      *de l'appelant, et une ligne au registre des connexions.
       0500-RECORD-START.

           MOVE "I"                     TO WS-INC-SEVERITY.
           MOVE SPACES                  TO WS-INC-MESSAGE.
           IF WS-VERSION-USED = "CLAIR"
               MOVE "Connexion base, acces en clair (TEST)"
                                        TO WS-INC-MESSAGE
               MOVE "db_credentials.cfg" TO WS-INC-KEY
           ELSE
               STRING "Connexion base, acces version "
                      WS-VERSION-USED
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE "db_credentials.dat" TO WS-INC-KEY
           END-IF.
           CALL "inclog" USING LK-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           OPEN EXTEND F-DBUSE.
           IF NOT F-DBUSE-STATUS-OK
               OPEN OUTPUT F-DBUSE
           END-IF.
           MOVE SPACES                  TO REC-F-DBUSE.
           MOVE WS-NOW(1:14)            TO DU-STAMP.
           MOVE LK-PROGRAM              TO DU-PROGRAM.
           MOVE WS-VERSION-USED         TO DU-VERSION.
           WRITE REC-F-DBUSE.
           CLOSE F-DBUSE.

           EXIT.
       0500-RECORD-END.

           END PROGRAM dbcred.
