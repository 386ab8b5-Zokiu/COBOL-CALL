      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bkset.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Registre des sauvegardes completes de la table users tenu
      *par unload : sa derniere ligne donne l'estampille du jeu.
           SELECT F-BAKLIST ASSIGN TO "unload_backups.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BAKLIST-STATUS.

      *Fichier maitre a plat courant du jeu, et sa copie.
           SELECT F-SRC ASSIGN TO WS-SRC-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SRC-STATUS.

           SELECT F-DST ASSIGN TO WS-DST-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DST-STATUS.

      *Registre indexe des emails, relu dans l'ordre des cles pour
      *en tirer une copie a plat.
           SELECT F-IDX ASSIGN TO WS-SRC-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS IDX-EMAIL
                                FILE STATUS IS F-IDX-STATUS.

      *Manifeste du jeu : nombre de lignes et somme de controle de
      *chaque copie.
           SELECT F-MANIFEST ASSIGN TO WS-MANIFEST-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MANIFEST-STATUS.

      *Registre des jeux complets, relu par rstset.
           SELECT F-SETLIST ASSIGN TO "backup_sets.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SETLIST-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-BAKLIST.

       01  REC-F-BAKLIST       PIC X(14).

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

       FD  F-MANIFEST.

           COPY bksetmf.

       FD  F-SETLIST.

       01  REC-F-SETLIST       PIC X(14).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-BAKLIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-BAKLIST-STATUS-OK          VALUE "00".
           88 F-BAKLIST-STATUS-EOF         VALUE "10".

       01  F-SRC-STATUS        PIC X(02) VALUE SPACE.
           88 F-SRC-STATUS-OK              VALUE "00".
           88 F-SRC-STATUS-EOF             VALUE "10".

       01  F-DST-STATUS        PIC X(02) VALUE SPACE.
           88 F-DST-STATUS-OK              VALUE "00".

       01  F-IDX-STATUS        PIC X(02) VALUE SPACE.
           88 F-IDX-STATUS-OK              VALUE "00".
           88 F-IDX-STATUS-EOF             VALUE "10".

       01  F-MANIFEST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MANIFEST-STATUS-OK         VALUE "00".

       01  F-SETLIST-STATUS    PIC X(02) VALUE SPACE.
           88 F-SETLIST-STATUS-OK          VALUE "00".

      *Ligne de commande : rien, ou FORCE pour reprendre des
      *verrous abandonnes par un arret brutal.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG1             PIC X(20).

       01  WS-NOW              PIC X(21).
       01  WS-START-STAMP      PIC X(14).
       01  WS-STAMP            PIC X(14) VALUE SPACES.

       01  WS-SRC-NAME         PIC X(80).
       01  WS-DST-NAME         PIC X(80).
       01  WS-MANIFEST-NAME    PIC X(80).

      *Fichiers du jeu : la decharge de la table users, puis les
      *fichiers maitres a plat qui donnent leur sens a ses lignes.
      *Les noms remappes par le service central des parametres
      *(environnement TEST) sont suivis.
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

       01  WS-ADD-NAME         PIC X(40).
       01  WS-ADD-KIND         PIC X(01).

       01  WS-SUM-NAME         PIC X(80).
       01  WS-SUM-COUNT        PIC 9(07).
       01  WS-SUM-CHECKSUM     PIC 9(09).

       01  WS-COPY-OK-FLAG     PIC X(01) VALUE "Y".
           88 COPY-IS-OK                   VALUE "Y".
       01  WS-PRESENT-COUNT    PIC 9(02) VALUE ZERO.
       01  WS-ABSENT-COUNT     PIC 9(02) VALUE ZERO.

      *Commande de decharge de la table, lancee comme une etape
      *d'enchainement (code brut ramene au code condition).
       01  WS-UNLOAD-CMD       PIC X(70) VALUE "./unload".
       01  WS-SYS-CMD          PIC X(70).
       01  WS-SYS-RAW          PIC 9(09).
       01  WS-STEP-RC          PIC 9(03).

       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Verrous des traitements qui ecrivent le maitre, le registre
      *des emails et les alias : le jeu est pris pendant qu'aucun
      *d'eux ne tourne, pour que tous ses fichiers soient du meme
      *instant.
       01  WS-LOCK-ACTION      PIC X(08).
       01  WS-LOCK-FILE        PIC X(40).
       01  WS-LOCK-OWNER       PIC X(10) VALUE "bkset".
       01  WS-LOCK-GEN         PIC X(14) VALUE SPACES.
       01  WS-LOCK-FORCE       PIC X(01) VALUE "N".
       01  WS-LOCK-VAL-FLAG    PIC X(01) VALUE "N".
           88 LOCK-VAL-HELD                VALUE "Y".
       01  WS-LOCK-MST-FLAG    PIC X(01) VALUE "N".
           88 LOCK-MST-HELD                VALUE "Y".

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "bkset".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Jeu de sauvegarde coordonne : sous les verrous du lot de
      *validation et du maitre, decharge la table users (unload),
      *puis copie chaque fichier maitre a plat sous la meme
      *estampille (bkset_<AAAAMMJJHHMMSS>_<fichier>), et ecrit le
      *manifeste des nombres de lignes et sommes de controle. Le
      *jeu n'entre au registre backup_sets.log que complet. Code
      *retour 0 jeu complet, 1 jeu incomplet (non enregistre), 8
      *verrou refuse.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.
           IF FUNCTION UPPER-CASE(WS-ARG1) = "FORCE"
               MOVE "Y"                 TO WS-LOCK-FORCE
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:14)            TO WS-START-STAMP.

           PERFORM 0050-LOAD-PARAMS-START
           THRU    0050-LOAD-PARAMS-END.

           PERFORM 0100-TAKE-LOCKS-START
           THRU    0100-TAKE-LOCKS-END.

           PERFORM 0200-UNLOAD-START
           THRU    0200-UNLOAD-END.

           PERFORM VARYING ST-IDX FROM 2 BY 1
                     UNTIL ST-IDX > ST-LGHT
               PERFORM 0300-COPY-ONE-START
               THRU    0300-COPY-ONE-END
           END-PERFORM.

           IF NOT COPY-IS-OK
               MOVE "Copie d'un fichier du jeu en echec"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-ABORT-START
               THRU    0900-ABORT-END
           END-IF.

           PERFORM 0400-WRITE-MANIFEST-START
           THRU    0400-WRITE-MANIFEST-END.

           OPEN EXTEND F-SETLIST.
           IF NOT F-SETLIST-STATUS-OK
               OPEN OUTPUT F-SETLIST
           END-IF.
           MOVE WS-STAMP                TO REC-F-SETLIST.
           WRITE REC-F-SETLIST.
           CLOSE F-SETLIST.

           PERFORM 0150-RELEASE-LOCKS-START
           THRU    0150-RELEASE-LOCKS-END.

           DISPLAY "Jeu de sauvegarde " WS-STAMP " complet : "
                   WS-PRESENT-COUNT " fichiers copies, "
                   WS-ABSENT-COUNT " absents, manifeste "
                   FUNCTION TRIM(WS-MANIFEST-NAME) ".".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Commande de decharge et noms des fichiers du jeu servis par
      *le service central des parametres ; a defaut, les noms
      *historiques.
       0050-LOAD-PARAMS-START.

           MOVE "BKSET.UNLOAD-CMD"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0 AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-UNLOAD-CMD
           END-IF.

           MOVE "users"                 TO WS-ADD-NAME.
           MOVE "U"                     TO WS-ADD-KIND.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.

           MOVE "user_master.dat"       TO WS-ADD-NAME.
           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-ADD-NAME
           END-IF.
           MOVE "L"                     TO WS-ADD-KIND.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.

           MOVE "email_registry.dat"    TO WS-ADD-NAME.
           MOVE "FILE.REGISTRY-DAT"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-ADD-NAME
           END-IF.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.

           MOVE "email_registry.idx"    TO WS-ADD-NAME.
           MOVE "FILE.REGISTRY-IDX"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-ADD-NAME
           END-IF.
           MOVE "I"                     TO WS-ADD-KIND.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.

           MOVE "L"                     TO WS-ADD-KIND.
           MOVE "id_alias.dat"          TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "export_ids.dat"        TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "roles.dat"             TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "domains.dat"           TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "suppress.dat"          TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "operators.cfg"         TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "params.cfg"            TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.
           MOVE "reset_tokens.dat"      TO WS-ADD-NAME.
           PERFORM 0060-ADD-FILE-START
           THRU    0060-ADD-FILE-END.

           MOVE 0                       TO RETURN-CODE.

           EXIT.
       0050-LOAD-PARAMS-END.

      ******************************************************************

      *Ajoute WS-ADD-NAME (nature WS-ADD-KIND) a la liste du jeu.
       0060-ADD-FILE-START.

           IF ST-LGHT >= ST-MAX
               DISPLAY "Liste du jeu pleine, fichier ignore : "
                       FUNCTION TRIM(WS-ADD-NAME)
               GO TO 0060-ADD-FILE-END
           END-IF.

           ADD 1                        TO ST-LGHT.
           MOVE WS-ADD-NAME             TO ST-NAME(ST-LGHT).
           MOVE WS-ADD-KIND             TO ST-KIND(ST-LGHT).
           MOVE "A"                     TO ST-STATE(ST-LGHT).
           MOVE 0                       TO ST-COUNT(ST-LGHT).
           MOVE 0                       TO ST-SUM(ST-LGHT).
           MOVE SPACES                  TO ST-COPY(ST-LGHT).

           EXIT.
       0060-ADD-FILE-END.

      ******************************************************************

      *Prend les verrous du lot de validation et de la mise a jour
      *du maitre ; un verrou tenu arrete le jeu (code 8) -- FORCE
      *reprend un verrou abandonne.
       0100-TAKE-LOCKS-START.

           MOVE "ACQUIRE"               TO WS-LOCK-ACTION.
           MOVE WS-START-STAMP          TO WS-LOCK-GEN.

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
               GO TO 0100-TAKE-LOCKS-END
           END-IF.

           PERFORM 0150-RELEASE-LOCKS-START
           THRU    0150-RELEASE-LOCKS-END.
           MOVE "F"                     TO WS-INC-SEVERITY.
           MOVE "Verrou d'execution refuse : jeu non pris"
                                        TO WS-INC-MESSAGE.
           MOVE WS-LOCK-FILE(1:30)      TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.
           MOVE 8                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0100-TAKE-LOCKS-END.

      ******************************************************************

      *Rend les verrous tenus.
       0150-RELEASE-LOCKS-START.

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
       0150-RELEASE-LOCKS-END.

      ******************************************************************

      *Decharge complete de la table users par unload ; son
      *estampille, relue au registre des sauvegardes, devient celle
      *du jeu -- elle doit etre posterieure au depart du jeu, sinon
      *la decharge n'a pas ete enregistree.
       0200-UNLOAD-START.

           MOVE WS-UNLOAD-CMD           TO WS-SYS-CMD.
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

           IF WS-STEP-RC NOT = 0
               DISPLAY "Decharge de la table users en echec (code "
                       WS-STEP-RC ")."
               MOVE "Decharge de la table users en echec"
                                        TO WS-INC-MESSAGE
               MOVE WS-UNLOAD-CMD(1:30) TO WS-INC-KEY
               PERFORM 0900-ABORT-START
               THRU    0900-ABORT-END
           END-IF.

           MOVE SPACES                  TO WS-STAMP.
           OPEN INPUT F-BAKLIST.
           IF F-BAKLIST-STATUS-OK
               PERFORM UNTIL F-BAKLIST-STATUS-EOF
                 READ F-BAKLIST
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REC-F-BAKLIST NOT = SPACES
                        MOVE REC-F-BAKLIST TO WS-STAMP
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-BAKLIST
           END-IF.
           MOVE SPACE                   TO F-BAKLIST-STATUS.

           IF WS-STAMP = SPACES OR WS-STAMP < WS-START-STAMP
               DISPLAY "Decharge de la table users absente du "
                       "registre unload_backups.log."
               MOVE "Decharge de la table users non enregistree"
                                        TO WS-INC-MESSAGE
               MOVE WS-START-STAMP      TO WS-INC-KEY
               PERFORM 0900-ABORT-START
               THRU    0900-ABORT-END
           END-IF.

           SET ST-IDX                   TO 1.
           MOVE SPACES                  TO ST-COPY(ST-IDX).
           STRING "users_backup_" WS-STAMP ".dat"
                  DELIMITED BY SIZE INTO ST-COPY(ST-IDX).
           MOVE ST-COPY(ST-IDX)         TO WS-SUM-NAME.
           CALL "filesum" USING WS-SUM-NAME WS-SUM-COUNT
                                WS-SUM-CHECKSUM.
           IF RETURN-CODE NOT = 0
               DISPLAY "Decharge de la table users illisible : "
                       FUNCTION TRIM(WS-SUM-NAME)
               MOVE "Decharge de la table users illisible"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-ABORT-START
               THRU    0900-ABORT-END
           END-IF.
           MOVE "P"                     TO ST-STATE(ST-IDX).
           MOVE WS-SUM-COUNT            TO ST-COUNT(ST-IDX).
           MOVE WS-SUM-CHECKSUM         TO ST-SUM(ST-IDX).
           ADD 1                        TO WS-PRESENT-COUNT.

           EXIT.
       0200-UNLOAD-END.

      ******************************************************************

      *Copie le fichier ST-IDX sous l'estampille du jeu, puis la
      *compte (filesum) pour le manifeste. Un fichier absent est
      *note absent ; une copie en echec rend le jeu incomplet.
       0300-COPY-ONE-START.

           MOVE ST-NAME(ST-IDX)         TO WS-SRC-NAME.
           MOVE SPACES                  TO WS-DST-NAME.
           STRING "bkset_" WS-STAMP "_" FUNCTION TRIM(WS-SRC-NAME)
                  DELIMITED BY SIZE INTO WS-DST-NAME.

           IF ST-KIND(ST-IDX) = "I"
               OPEN INPUT F-IDX
               IF NOT F-IDX-STATUS-OK
                   MOVE SPACE           TO F-IDX-STATUS
                   ADD 1                TO WS-ABSENT-COUNT
                   GO TO 0300-COPY-ONE-END
               END-IF
           ELSE
               OPEN INPUT F-SRC
               IF NOT F-SRC-STATUS-OK
                   MOVE SPACE           TO F-SRC-STATUS
                   ADD 1                TO WS-ABSENT-COUNT
                   GO TO 0300-COPY-ONE-END
               END-IF
           END-IF.

           OPEN OUTPUT F-DST.
           IF NOT F-DST-STATUS-OK
               DISPLAY "Copie impossible : "
                       FUNCTION TRIM(WS-DST-NAME)
                       " (statut " F-DST-STATUS ")"
               MOVE "N"                 TO WS-COPY-OK-FLAG
               IF ST-KIND(ST-IDX) = "I"
                   CLOSE F-IDX
               ELSE
                   CLOSE F-SRC
               END-IF
               GO TO 0300-COPY-ONE-END
           END-IF.

           IF ST-KIND(ST-IDX) = "I"
               PERFORM UNTIL F-IDX-STATUS-EOF OR NOT COPY-IS-OK
                 READ F-IDX NEXT RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    MOVE SPACES          TO REC-F-DST
                    MOVE REC-F-IDX       TO REC-F-DST
                    WRITE REC-F-DST
                    IF NOT F-DST-STATUS-OK
                        MOVE "N"         TO WS-COPY-OK-FLAG
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-IDX
               MOVE SPACE               TO F-IDX-STATUS
           ELSE
               PERFORM UNTIL F-SRC-STATUS-EOF OR NOT COPY-IS-OK
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
               CLOSE F-SRC
               MOVE SPACE               TO F-SRC-STATUS
           END-IF.

           CLOSE F-DST.

           IF NOT COPY-IS-OK
               DISPLAY "Ecriture de la copie en echec : "
                       FUNCTION TRIM(WS-DST-NAME)
               GO TO 0300-COPY-ONE-END
           END-IF.

           MOVE WS-DST-NAME             TO WS-SUM-NAME.
           CALL "filesum" USING WS-SUM-NAME WS-SUM-COUNT
                                WS-SUM-CHECKSUM.
           IF RETURN-CODE NOT = 0
               DISPLAY "Copie illisible : "
                       FUNCTION TRIM(WS-DST-NAME)
               MOVE "N"                 TO WS-COPY-OK-FLAG
               GO TO 0300-COPY-ONE-END
           END-IF.

           MOVE "P"                     TO ST-STATE(ST-IDX).
           MOVE WS-DST-NAME             TO ST-COPY(ST-IDX).
           MOVE WS-SUM-COUNT            TO ST-COUNT(ST-IDX).
           MOVE WS-SUM-CHECKSUM         TO ST-SUM(ST-IDX).
           ADD 1                        TO WS-PRESENT-COUNT.

           EXIT.
       0300-COPY-ONE-END.

      ******************************************************************

      *Ecrit le manifeste bkset_<estampille>.mft : entete, une
      *ligne par fichier du jeu, total des lignes fichier.
       0400-WRITE-MANIFEST-START.

           MOVE SPACES                  TO WS-MANIFEST-NAME.
           STRING "bkset_" WS-STAMP ".mft"
                  DELIMITED BY SIZE INTO WS-MANIFEST-NAME.

           OPEN OUTPUT F-MANIFEST.
           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY "Manifeste inecrivable : "
                       FUNCTION TRIM(WS-MANIFEST-NAME)
                       " (statut " F-MANIFEST-STATUS ")"
               MOVE "Manifeste du jeu inecrivable"
                                        TO WS-INC-MESSAGE
               MOVE WS-STAMP            TO WS-INC-KEY
               PERFORM 0900-ABORT-START
               THRU    0900-ABORT-END
           END-IF.

           MOVE SPACES                  TO REC-F-MANIFEST.
           MOVE "HDR"                   TO MF-TYPE.
           MOVE WS-STAMP                TO MF-NAME.
           MOVE 0                       TO MF-COUNT MF-SUM.
           WRITE REC-F-MANIFEST.

           PERFORM VARYING ST-IDX FROM 1 BY 1
                     UNTIL ST-IDX > ST-LGHT
               MOVE SPACES              TO REC-F-MANIFEST
               MOVE "FIL"               TO MF-TYPE
               MOVE ST-NAME(ST-IDX)     TO MF-NAME
               MOVE ST-KIND(ST-IDX)     TO MF-KIND
               MOVE ST-STATE(ST-IDX)    TO MF-STATE
               MOVE ST-COUNT(ST-IDX)    TO MF-COUNT
               MOVE ST-SUM(ST-IDX)      TO MF-SUM
               MOVE ST-COPY(ST-IDX)     TO MF-COPY
               WRITE REC-F-MANIFEST
           END-PERFORM.

           MOVE SPACES                  TO REC-F-MANIFEST.
           MOVE "TRL"                   TO MF-TYPE.
           MOVE ST-LGHT                 TO MF-COUNT.
           MOVE 0                       TO MF-SUM.
           WRITE REC-F-MANIFEST.

           CLOSE F-MANIFEST.

           EXIT.
       0400-WRITE-MANIFEST-END.

      ******************************************************************

      *Abandon du jeu (WS-INC-MESSAGE et WS-INC-KEY renseignes par
      *l'appelant) : les verrous sont rendus, l'incident consigne,
      *et le jeu n'entre pas au registre.
       0900-ABORT-START.

           PERFORM 0150-RELEASE-LOCKS-START
           THRU    0150-RELEASE-LOCKS-END.

           MOVE "F"                     TO WS-INC-SEVERITY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           DISPLAY "Jeu de sauvegarde incomplet : non enregistre.".
           MOVE 1                       TO RETURN-CODE.
           STOP RUN.

           EXIT.
       0900-ABORT-END.
