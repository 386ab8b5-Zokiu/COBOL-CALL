      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rstset.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre des jeux de sauvegarde complets tenu par bkset.
           SELECT F-SETLIST ASSIGN TO "backup_sets.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SETLIST-STATUS.

      *Manifeste du jeu demande.
           SELECT F-MANIFEST ASSIGN TO WS-MANIFEST-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MANIFEST-STATUS.

      *Copie du jeu, et fichier maitre a plat qu'elle remplace.
           SELECT F-SRC ASSIGN TO WS-SRC-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SRC-STATUS.

           SELECT F-DST ASSIGN TO WS-DST-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DST-STATUS.

      *Registre indexe des emails, reconstruit depuis sa copie a
      *plat.
           SELECT F-IDX ASSIGN TO WS-DST-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS IDX-EMAIL
                                FILE STATUS IS F-IDX-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-SETLIST.

       01  REC-F-SETLIST       PIC X(14).

       FD  F-MANIFEST.

           COPY bksetmf.

       FD  F-SRC.

       01  REC-F-SRC           PIC X(256).

       FD  F-DST.

       01  REC-F-DST           PIC X(256).

       FD  F-IDX.

       01  REC-F-IDX.
           05 IDX-EMAIL        PIC X(50).
           05 IDX-ID           PIC X(10).
           05 IDX-DATE         PIC X(08).
           05 IDX-RETIRED      PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SETLIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-SETLIST-STATUS-OK          VALUE "00".
           88 F-SETLIST-STATUS-EOF         VALUE "10".

       01  F-MANIFEST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MANIFEST-STATUS-OK         VALUE "00".
           88 F-MANIFEST-STATUS-EOF        VALUE "10".

       01  F-SRC-STATUS        PIC X(02) VALUE SPACE.
           88 F-SRC-STATUS-OK              VALUE "00".
           88 F-SRC-STATUS-EOF             VALUE "10".

       01  F-DST-STATUS        PIC X(02) VALUE SPACE.
           88 F-DST-STATUS-OK              VALUE "00".

       01  F-IDX-STATUS        PIC X(02) VALUE SPACE.
           88 F-IDX-STATUS-OK              VALUE "00".

      *Ligne de commande : rstset <AAAAMMJJHHMMSS> [VERIFY|FORCE]
      *-- VERIFY controle le jeu sans rien restaurer, FORCE reprend
      *des verrous abandonnes par un arret brutal.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG1             PIC X(20).
       01  WS-ARG2             PIC X(20).
       01  WS-STAMP            PIC X(14).
       01  WS-VERIFY-FLAG      PIC X(01) VALUE "N".
           88 VERIFY-ONLY                  VALUE "Y".

       01  WS-NOW              PIC X(21).
       01  WS-FOUND-FLAG       PIC X(01) VALUE "N".
           88 SET-FOUND                    VALUE "Y".

       01  WS-MANIFEST-NAME    PIC X(80).
       01  WS-SRC-NAME         PIC X(80).
       01  WS-DST-NAME         PIC X(80).
       01  WS-OLD-NAME         PIC X(80).

      *Contenu du manifeste.
       01  SET-TABLE.
           05 ST-LGHT          PIC 9(02) VALUE ZERO.
           05 ST-MAX           PIC 9(02) VALUE 20.
           05 ST OCCURS 20 TIMES INDEXED BY ST-IDX.
                10 ST-NAME      PIC X(40).
                10 ST-KIND      PIC X(01).
                10 ST-STATE     PIC X(01).
                10 ST-COUNT     PIC 9(07).
                10 ST-SUM       PIC 9(09).
                10 ST-COPY      PIC X(80).

       01  WS-HDR-FLAG         PIC X(01) VALUE "N".
           88 HDR-SEEN                     VALUE "Y".
       01  WS-TRL-FLAG         PIC X(01) VALUE "N".
           88 TRL-SEEN                     VALUE "Y".
       01  WS-TRL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-USERS-COPY       PIC X(80) VALUE SPACES.

       01  WS-SUM-NAME         PIC X(80).
       01  WS-SUM-COUNT        PIC 9(07).
       01  WS-SUM-CHECKSUM     PIC 9(09).
       01  WS-BAD-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-DONE-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-COPY-OK-FLAG     PIC X(01) VALUE "Y".
           88 COPY-IS-OK                   VALUE "Y".

       01  WS-ED-COUNT         PIC ZZZZZZ9.
       01  WS-ED-EXPECT        PIC ZZZZZZ9.

      *Commande de rechargement de la table users, lancee comme une
      *etape d'enchainement (code brut ramene au code condition).
       01  WS-RELOAD-CMD       PIC X(70) VALUE "./reload".
       01  WS-SYS-CMD          PIC X(70).
       01  WS-SYS-RAW          PIC 9(09).
       01  WS-STEP-RC          PIC 9(03).

       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Verrous des traitements qui ecrivent le maitre, le registre
      *des emails et les alias.
       01  WS-LOCK-ACTION      PIC X(08).
       01  WS-LOCK-FILE        PIC X(40).
       01  WS-LOCK-OWNER       PIC X(10) VALUE "rstset".
       01  WS-LOCK-GEN         PIC X(14) VALUE SPACES.
       01  WS-LOCK-FORCE       PIC X(01) VALUE "N".
       01  WS-LOCK-VAL-FLAG    PIC X(01) VALUE "N".
           88 LOCK-VAL-HELD                VALUE "Y".
       01  WS-LOCK-MST-FLAG    PIC X(01) VALUE "N".
           88 LOCK-MST-HELD                VALUE "Y".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "rstset".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Restauration d'un jeu de sauvegarde complet pris par bkset.
      *Le manifeste est relu et chaque copie recomptee AVANT toute
      *ecriture : au moindre ecart le jeu est refuse et rien n'est
      *touche (code 2). Sinon la table users est rechargee (reload,
      *une seule transaction), puis chaque fichier maitre courant
      *est mis de cote en <fichier>.prerst et remplace par sa copie.
      *Code retour 0 jeu restaure ou verifie, 1 echec en cours de
      *restauration, 2 jeu refuse, 8 verrou refuse.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1 WS-ARG2.
           MOVE WS-ARG1(1:14)           TO WS-STAMP.
           EVALUATE FUNCTION UPPER-CASE(WS-ARG2)
               WHEN "VERIFY"
                   SET VERIFY-ONLY      TO TRUE
               WHEN "FORCE"
                   MOVE "Y"             TO WS-LOCK-FORCE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Usage : rstset <AAAAMMJJHHMMSS> "
                           "[VERIFY|FORCE]"
                   MOVE 2               TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-STAMP IS NOT NUMERIC OR WS-ARG1(15:6) NOT = SPACES
               DISPLAY "Usage : rstset <AAAAMMJJHHMMSS> "
                       "[VERIFY|FORCE]"
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.

           MOVE "BKSET.RELOAD-CMD"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0 AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-RELOAD-CMD
           END-IF.

           PERFORM 0100-FIND-SET-START
           THRU    0100-FIND-SET-END.

           IF NOT VERIFY-ONLY
               PERFORM 0150-TAKE-LOCKS-START
               THRU    0150-TAKE-LOCKS-END
           END-IF.

           PERFORM 0200-LOAD-MANIFEST-START
           THRU    0200-LOAD-MANIFEST-END.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                     UNTIL ST-IDX > ST-LGHT
               PERFORM 0300-VERIFY-ONE-START
               THRU    0300-VERIFY-ONE-END
           END-PERFORM.

           IF WS-BAD-COUNT > 0
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Jeu de sauvegarde refuse : copie non conforme"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-REFUSE-START
               THRU    0900-REFUSE-END
           END-IF.

           IF VERIFY-ONLY
               DISPLAY "Jeu de sauvegarde " WS-STAMP
                       " conforme a son manifeste."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0400-RELOAD-USERS-START
           THRU    0400-RELOAD-USERS-END.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                     UNTIL ST-IDX > ST-LGHT
               IF ST-KIND(ST-IDX) NOT = "U"
                   PERFORM 0500-RESTORE-ONE-START
                   THRU    0500-RESTORE-ONE-END
               END-IF
           END-PERFORM.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.

           IF NOT COPY-IS-OK
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Restauration du jeu incomplete"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               DISPLAY "Restauration incomplete : les fichiers "
                       "remplaces sont conserves en .prerst."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE "Jeu de sauvegarde restaure"
                                        TO WS-INC-MESSAGE.
           MOVE WS-STAMP                TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           DISPLAY "Jeu de sauvegarde " WS-STAMP " restaure : "
                   WS-DONE-COUNT " fichiers remplaces.".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Le jeu demande doit figurer au registre des jeux complets.
       0100-FIND-SET-START.

           OPEN INPUT F-SETLIST.
           IF F-SETLIST-STATUS-OK
               PERFORM UNTIL F-SETLIST-STATUS-EOF OR SET-FOUND
                 READ F-SETLIST
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REC-F-SETLIST = WS-STAMP
                        SET SET-FOUND    TO TRUE
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-SETLIST
           END-IF.

           IF NOT SET-FOUND
               DISPLAY "Jeu " WS-STAMP " absent du registre "
                       "backup_sets.log."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Jeu de sauvegarde inconnu"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-REFUSE-START
               THRU    0900-REFUSE-END
           END-IF.

           EXIT.
       0100-FIND-SET-END.

      ******************************************************************

      *Prend les verrous du lot de validation et de la mise a jour
      *du maitre ; un verrou tenu arrete la restauration (code 8).
       0150-TAKE-LOCKS-START.

           MOVE "ACQUIRE"               TO WS-LOCK-ACTION.
           MOVE WS-NOW(1:14)            TO WS-LOCK-GEN.

           MOVE "validation.lock"       TO WS-LOCK-FILE.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-LOCK-OWNER WS-LOCK-GEN
                                WS-LOCK-FORCE.
           IF RETURN-CODE = 0
               SET LOCK-VAL-HELD        TO TRUE
               MOVE "usermast.lock"     TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               IF RETURN-CODE = 0
                   SET LOCK-MST-HELD    TO TRUE
               END-IF
           END-IF.

           IF LOCK-VAL-HELD AND LOCK-MST-HELD
               GO TO 0150-TAKE-LOCKS-END
           END-IF.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.
           MOVE "F"                     TO WS-INC-SEVERITY.
           MOVE "Verrou d'execution refuse : rien n'est restaure"
                                        TO WS-INC-MESSAGE.
           MOVE WS-LOCK-FILE(1:30)      TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.
           MOVE 8                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0150-TAKE-LOCKS-END.

      ******************************************************************

      *Rend les verrous tenus.
       0160-RELEASE-LOCKS-START.

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           IF LOCK-MST-HELD
               MOVE "usermast.lock"     TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE "N"                 TO WS-LOCK-MST-FLAG
           END-IF.
           IF LOCK-VAL-HELD
               MOVE "validation.lock"   TO WS-LOCK-FILE
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE "N"                 TO WS-LOCK-VAL-FLAG
           END-IF.

           EXIT.
       0160-RELEASE-LOCKS-END.

      ******************************************************************

      *Relit le manifeste : l'entete doit porter l'estampille du
      *jeu, et le total doit egaler le nombre de lignes fichier.
       0200-LOAD-MANIFEST-START.

           MOVE SPACES                  TO WS-MANIFEST-NAME.
           STRING "bkset_" WS-STAMP ".mft"
                  DELIMITED BY SIZE INTO WS-MANIFEST-NAME.

           OPEN INPUT F-MANIFEST.
           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY "Manifeste illisible : "
                       FUNCTION TRIM(WS-MANIFEST-NAME)
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Manifeste du jeu illisible"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-REFUSE-START
               THRU    0900-REFUSE-END
           END-IF.

           PERFORM UNTIL F-MANIFEST-STATUS-EOF
             READ F-MANIFEST
              AT END
                CONTINUE
              NOT AT END
                EVALUATE MF-TYPE
                    WHEN "HDR"
                        IF MF-NAME(1:14) = WS-STAMP
                            SET HDR-SEEN TO TRUE
                        END-IF
                    WHEN "FIL"
                        IF ST-LGHT < ST-MAX
                            ADD 1            TO ST-LGHT
                            MOVE MF-NAME     TO ST-NAME(ST-LGHT)
                            MOVE MF-KIND     TO ST-KIND(ST-LGHT)
                            MOVE MF-STATE    TO ST-STATE(ST-LGHT)
                            MOVE MF-COUNT    TO ST-COUNT(ST-LGHT)
                            MOVE MF-SUM      TO ST-SUM(ST-LGHT)
                            MOVE MF-COPY     TO ST-COPY(ST-LGHT)
                            IF MF-KIND = "U"
                                MOVE MF-COPY TO WS-USERS-COPY
                            END-IF
                        ELSE
                            ADD 1            TO WS-BAD-COUNT
                        END-IF
                    WHEN "TRL"
                        SET TRL-SEEN         TO TRUE
                        MOVE MF-COUNT        TO WS-TRL-COUNT
                    WHEN OTHER
                        ADD 1                TO WS-BAD-COUNT
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-MANIFEST.

           IF NOT HDR-SEEN OR NOT TRL-SEEN
              OR WS-TRL-COUNT NOT = ST-LGHT
              OR WS-USERS-COPY = SPACES
              OR WS-BAD-COUNT > 0
               DISPLAY "Manifeste incomplet ou incoherent : "
                       FUNCTION TRIM(WS-MANIFEST-NAME)
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Manifeste du jeu incoherent"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-REFUSE-START
               THRU    0900-REFUSE-END
           END-IF.

           EXIT.
       0200-LOAD-MANIFEST-END.

      ******************************************************************

      *Recompte la copie ST-IDX (filesum) et la compare au
      *manifeste ; un fichier note absent n'a pas de copie.
       0300-VERIFY-ONE-START.

           IF ST-STATE(ST-IDX) = "A"
               GO TO 0300-VERIFY-ONE-END
           END-IF.

           MOVE ST-COPY(ST-IDX)         TO WS-SUM-NAME.
           CALL "filesum" USING WS-SUM-NAME WS-SUM-COUNT
                                WS-SUM-CHECKSUM.
           IF RETURN-CODE NOT = 0
               DISPLAY "Copie absente ou illisible : "
                       FUNCTION TRIM(WS-SUM-NAME)
               ADD 1                    TO WS-BAD-COUNT
               GO TO 0300-VERIFY-ONE-END
           END-IF.

           IF WS-SUM-COUNT NOT = ST-COUNT(ST-IDX)
              OR WS-SUM-CHECKSUM NOT = ST-SUM(ST-IDX)
               MOVE WS-SUM-COUNT        TO WS-ED-COUNT
               MOVE ST-COUNT(ST-IDX)    TO WS-ED-EXPECT
               DISPLAY "Copie non conforme : "
                       FUNCTION TRIM(WS-SUM-NAME) " ("
                       FUNCTION TRIM(WS-ED-COUNT) " lignes pour "
                       FUNCTION TRIM(WS-ED-EXPECT) ", somme "
                       WS-SUM-CHECKSUM " pour " ST-SUM(ST-IDX) ")"
               ADD 1                    TO WS-BAD-COUNT
           END-IF.

           EXIT.
       0300-VERIFY-ONE-END.

      ******************************************************************

      *Recharge la table users depuis la decharge du jeu ; reload
      *travaille en une seule transaction : en cas d'echec la table
      *et les fichiers a plat restent tels quels.
       0400-RELOAD-USERS-START.

           MOVE SPACES                  TO WS-SYS-CMD.
           STRING FUNCTION TRIM(WS-RELOAD-CMD) " "
                  FUNCTION TRIM(WS-USERS-COPY)
                  DELIMITED BY SIZE INTO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.

      *CALL "SYSTEM" rend le code brut du processus (code de
      *sortie multiplie par 256 sur nos systemes).
           MOVE RETURN-CODE             TO WS-SYS-RAW.
           IF WS-SYS-RAW >= 256
               COMPUTE WS-STEP-RC =
                       FUNCTION MOD(WS-SYS-RAW / 256, 256)
           ELSE
               MOVE WS-SYS-RAW          TO WS-STEP-RC
           END-IF.

           IF WS-STEP-RC = 0
               GO TO 0400-RELOAD-USERS-END
           END-IF.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.
           DISPLAY "Rechargement de la table users en echec (code "
                   WS-STEP-RC ") : aucun fichier n'est restaure.".
           MOVE "F"                     TO WS-INC-SEVERITY.
           MOVE "Rechargement de la table users en echec"
                                        TO WS-INC-MESSAGE.
           MOVE WS-STAMP                TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.
           MOVE 1                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0400-RELOAD-USERS-END.

      ******************************************************************

      *Met le fichier courant ST-IDX de cote en <fichier>.prerst
      *(la mise de cote precedente est ecrasee), puis le remplace
      *par sa copie ; un fichier absent au moment du jeu reste
      *seulement mis de cote.
       0500-RESTORE-ONE-START.

           MOVE ST-NAME(ST-IDX)         TO WS-DST-NAME.
           MOVE SPACES                  TO WS-OLD-NAME.
           STRING FUNCTION TRIM(WS-DST-NAME) ".prerst"
                  DELIMITED BY SIZE INTO WS-OLD-NAME.
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME.
           CALL "CBL_RENAME_FILE" USING WS-DST-NAME WS-OLD-NAME.

           IF ST-STATE(ST-IDX) = "A"
               ADD 1                    TO WS-DONE-COUNT
               GO TO 0500-RESTORE-ONE-END
           END-IF.

           MOVE ST-COPY(ST-IDX)         TO WS-SRC-NAME.
           OPEN INPUT F-SRC.
           IF NOT F-SRC-STATUS-OK
               DISPLAY "Copie illisible : "
                       FUNCTION TRIM(WS-SRC-NAME)
               MOVE SPACE               TO F-SRC-STATUS
               MOVE "N"                 TO WS-COPY-OK-FLAG
               GO TO 0500-RESTORE-ONE-END
           END-IF.

           IF ST-KIND(ST-IDX) = "I"
               OPEN OUTPUT F-IDX
               IF NOT F-IDX-STATUS-OK
                   DISPLAY "Reconstruction impossible : "
                           FUNCTION TRIM(WS-DST-NAME)
                           " (statut " F-IDX-STATUS ")"
                   MOVE "N"             TO WS-COPY-OK-FLAG
                   CLOSE F-SRC
                   MOVE SPACE           TO F-SRC-STATUS
                   GO TO 0500-RESTORE-ONE-END
               END-IF
               PERFORM UNTIL F-SRC-STATUS-EOF
                 READ F-SRC
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE REC-F-SRC(1:76) TO REC-F-IDX
                    WRITE REC-F-IDX
                    IF NOT F-IDX-STATUS-OK
                        DISPLAY "Cle rejetee a la reconstruction : "
                                IDX-EMAIL
                        MOVE "N"         TO WS-COPY-OK-FLAG
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-IDX
           ELSE
               OPEN OUTPUT F-DST
               IF NOT F-DST-STATUS-OK
                   DISPLAY "Restauration impossible : "
                           FUNCTION TRIM(WS-DST-NAME)
                           " (statut " F-DST-STATUS ")"
                   MOVE "N"             TO WS-COPY-OK-FLAG
                   CLOSE F-SRC
                   MOVE SPACE           TO F-SRC-STATUS
                   GO TO 0500-RESTORE-ONE-END
               END-IF
               PERFORM UNTIL F-SRC-STATUS-EOF
                 READ F-SRC
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE REC-F-SRC       TO REC-F-DST
                    WRITE REC-F-DST
                    IF NOT F-DST-STATUS-OK
                        MOVE "N"         TO WS-COPY-OK-FLAG
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-DST
           END-IF.

           CLOSE F-SRC.
           MOVE SPACE                   TO F-SRC-STATUS.
           ADD 1                        TO WS-DONE-COUNT.

           EXIT.
       0500-RESTORE-ONE-END.

      ******************************************************************

      *Refus du jeu (WS-INC-SEVERITY, WS-INC-MESSAGE et WS-INC-KEY
      *renseignes par l'appelant) : rien n'a ete ecrit.
       0900-REFUSE-START.

           PERFORM 0160-RELEASE-LOCKS-START
           THRU    0160-RELEASE-LOCKS-END.

           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           DISPLAY "Jeu de sauvegarde " WS-STAMP
                   " refuse : aucun fichier n'est touche.".
           MOVE 2                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0900-REFUSE-END.
