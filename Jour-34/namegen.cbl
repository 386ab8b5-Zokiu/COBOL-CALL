      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. namegen.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       SPECIAL-NAMES.
      *Seuls caracteres retenus dans un nom de compte derive : le
      *nom a deja ete translittere en ASCII et mis en minuscules.
           CLASS WS-LOGIN-CHARACTER IS "a" THRU "z", "0" THRU "9".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Reservations des paires nom de compte / adresse : une paire
      *servie l'est pour toujours, meme si la creation du compte
      *echoue ensuite, pour qu'aucun autre passage ne la reprenne.
           SELECT F-RESERVE ASSIGN TO "names_reserved.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RESERVE-STATUS.

      *Registre indexe des emails acceptes par la chaine Jour-33 :
      *une adresse qui y figure est deja celle de quelqu'un.
           SELECT F-REGIDX ASSIGN TO WS-REGIDX-NAME
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS REGI-EMAIL
                                FILE STATUS IS F-REGIDX-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-RESERVE.

       01  REC-F-RESERVE.
           05 RSV-USER         PIC X(50).
           05 FILLER           PIC X(01).
           05 RSV-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 RSV-PERSON       PIC X(50).
           05 FILLER           PIC X(01).
           05 RSV-STAMP        PIC X(19).
           05 FILLER           PIC X(01).
           05 RSV-CALLER       PIC X(10).
           05 FILLER           PIC X(01).
           05 RSV-FULLNAME     PIC X(50).

       FD  F-REGIDX.

       01  REC-F-REGIDX.
           05 REGI-EMAIL       PIC X(50).
           05 REGI-ID          PIC X(10).
           05 REGI-DATE        PIC X(08).
           05 REGI-RETIRED     PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-RESERVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-RESERVE-STATUS-OK          VALUE "00".
           88 F-RESERVE-STATUS-EOF         VALUE "10".

       01  F-REGIDX-STATUS     PIC X(02) VALUE SPACE.
           88 F-REGIDX-STATUS-OK           VALUE "00".

      *Parametres lus au premier appel : la WORKING-STORAGE d'un
      *sous-programme persiste entre les appels d'un meme lot.
       01  WS-PARAMS-FLAG      PIC X(01) VALUE "N".
           88 PARAMS-LOADED                VALUE "Y".
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-REGIDX-NAME      PIC X(40) VALUE
               "email_registry.idx".
       01  WS-MAIL-DOMAIN      PIC X(30) VALUE "simplon.co".

      *Zones passees a la normalisation des noms saisis.
       01  WS-NORM-LINE        PIC X(160).
       01  WS-NORM-LEN         PIC 9(03) VALUE 50.
       01  WS-NORM-FIRST       PIC X(01) VALUE "N".
       01  WS-NORM-ASCII       PIC X(01) VALUE "Y".

      *Decoupage du nom : initiale et premier mot, puis le reste
      *des mots colles (particules et noms composes compris).
       01  WS-IDX              PIC 9(03).
       01  WS-CHAR             PIC X(01).
       01  WS-TOKEN-NO         PIC 9(02).
       01  WS-GAP-FLAG         PIC X(01).
           88 AT-GAP                       VALUE "Y".
       01  WS-INITIAL          PIC X(01).
       01  WS-FIRST-WORD       PIC X(20).
       01  WS-FIRST-LEN        PIC 9(02).
       01  WS-REST-WORDS       PIC X(20).
       01  WS-REST-LEN         PIC 9(02).

      *Base commune a tous les candidats ; les homonymes recoivent
      *un suffixe numerique de 2 a 99.
       01  WS-BASE             PIC X(20).
       01  WS-BASE-LEN         PIC 9(02).
       01  WS-BASE-MAX         PIC 9(02) VALUE 20.
       01  WS-SUFFIX           PIC 9(03).
       01  WS-SUFFIX-MAX       PIC 9(02) VALUE 99.
       01  WS-SUFFIX-EDIT      PIC Z9.

       01  WS-FOUND-FLAG       PIC X(01).
           88 PAIR-FOUND                   VALUE "Y".
       01  WS-TAKEN-FLAG       PIC X(01).
           88 PAIR-TAKEN                   VALUE "Y".
       01  WS-SQL-FLAG         PIC X(01).
           88 SQL-FAILED                   VALUE "Y".
       01  WS-REGIDX-FLAG      PIC X(01).
           88 REGIDX-OPEN                  VALUE "Y".

      *Verrou de reservation : deux passages de la meme nuit (lot
      *d'ajouts et passerelle) ne peuvent pas servir la meme paire.
      *Il n'est tenu que le temps d'une derivation ; on le
      *redemande quelques fois avant de renoncer.
       01  WS-LOCK-ACTION      PIC X(08).
       01  WS-LOCK-FILE        PIC X(40) VALUE "names_reserved.lck".
       01  WS-LOCK-OWNER       PIC X(10).
       01  WS-LOCK-GEN         PIC X(14).
       01  WS-LOCK-FORCE       PIC X(01) VALUE "N".
       01  WS-LOCK-TRIES       PIC 9(02).
       01  WS-LOCK-TRIES-MAX   PIC 9(02) VALUE 10.
       01  WS-LOCK-RC          PIC 9(02).
       01  WS-LOCK-WAIT        PIC 9(02) VALUE 1.

       01  WS-VALIDATE-ID      PIC X(10) VALUE "NAMEGEN".
       01  WS-CHECK-EMAIL      PIC X(50).
       01  WS-NOW              PIC X(21).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "namegen".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-CAND-NAME        PIC X(50).
       01  WS-CAND-EMAIL       PIC X(50).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

      *Nom complet de la personne, tel que saisi ou extrait.
       01  LK-FULL-NAME        PIC X(50).

      *Cle propre a la personne (identifiant RH, adresse
      *personnelle) : une personne deja servie retrouve sa paire,
      *pour qu'une reprise de lot ne cree pas un second compte.
       01  LK-PERSON-KEY       PIC X(50).

      *Programme demandeur, reporte sur la reservation et sur le
      *verrou.
       01  LK-CALLER           PIC X(10).

      *Paire servie : nom de compte et adresse de l'entreprise.
       01  LK-USERNAME         PIC X(50).
       01  LK-EMAIL            PIC X(50).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Service de nommage des nouveaux comptes : un nom de compte
      *standard (initiale du prenom + nom, en minuscules, sans
      *accents) et l'adresse de l'entreprise correspondante. Le
      *candidat est refuse s'il est deja un compte (actif ou
      *archive), une adresse de compte, une adresse du registre ou
      *une reservation ; les homonymes prennent un suffixe
      *numerique. La paire retenue est reservee sous verrou.
      *Codes retour : 0 paire servie, 4 nom inexploitable, 5
      *adresse refusee par validate (domaine), 6 plus de suffixe
      *libre, 8 reservation impossible (verrou ou fichier), 1
      *erreur SQL.
       PROCEDURE DIVISION USING LK-FULL-NAME LK-PERSON-KEY LK-CALLER
                                 LK-USERNAME LK-EMAIL.

           IF NOT PARAMS-LOADED
               PERFORM 0050-LOAD-PARAMS-START
               THRU    0050-LOAD-PARAMS-END
           END-IF.

           MOVE SPACES                  TO LK-USERNAME.
           MOVE SPACES                  TO LK-EMAIL.

           PERFORM 0100-BUILD-BASE-START
           THRU    0100-BUILD-BASE-END.

           IF WS-BASE-LEN = 0
               MOVE 4                   TO RETURN-CODE
               GOBACK
           END-IF.

      *Le domaine est le meme pour tous les candidats : un seul
      *controle suffit, sur la base sans suffixe.
           MOVE SPACES                  TO WS-CHECK-EMAIL.
           STRING WS-BASE(1:WS-BASE-LEN) "@"
                  FUNCTION TRIM(WS-MAIL-DOMAIN)
                  DELIMITED BY SIZE INTO WS-CHECK-EMAIL.
           CALL "validate" USING WS-VALIDATE-ID WS-CHECK-EMAIL.
           IF RETURN-CODE NOT = 0
               DISPLAY "Domaine de l'entreprise refuse : "
                       FUNCTION TRIM(WS-MAIL-DOMAIN)
               MOVE 5                   TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-ACQUIRE-LOCK-START
           THRU    0200-ACQUIRE-LOCK-END.

           IF WS-LOCK-RC NOT = 0
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Verrou des reservations de noms indisponible"
                                        TO WS-INC-MESSAGE
               MOVE LK-FULL-NAME(1:30)  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N"                     TO WS-FOUND-FLAG.
           MOVE "N"                     TO WS-SQL-FLAG.

      *Personne deja servie : on lui rend sa paire.
           IF LK-PERSON-KEY NOT = SPACES
               PERFORM 0300-FIND-PERSON-START
               THRU    0300-FIND-PERSON-END
           END-IF.

           IF PAIR-FOUND
               PERFORM 0900-RELEASE-LOCK-START
               THRU    0900-RELEASE-LOCK-END
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N"                     TO WS-REGIDX-FLAG.
           MOVE SPACE                   TO F-REGIDX-STATUS.
           OPEN INPUT F-REGIDX.
           IF F-REGIDX-STATUS-OK
               MOVE "Y"                 TO WS-REGIDX-FLAG
           END-IF.

           PERFORM VARYING WS-SUFFIX FROM 1 BY 1
                     UNTIL WS-SUFFIX > WS-SUFFIX-MAX
                        OR PAIR-FOUND OR SQL-FAILED
               PERFORM 0400-BUILD-CANDIDATE-START
               THRU    0400-BUILD-CANDIDATE-END
               PERFORM 0500-CHECK-CANDIDATE-START
               THRU    0500-CHECK-CANDIDATE-END
               IF NOT PAIR-TAKEN AND NOT SQL-FAILED
                   MOVE "Y"             TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

           IF REGIDX-OPEN
               CLOSE F-REGIDX
           END-IF.

           IF SQL-FAILED
               PERFORM 0900-RELEASE-LOCK-START
               THRU    0900-RELEASE-LOCK-END
               MOVE 1                   TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT PAIR-FOUND
               DISPLAY "Aucun nom de compte libre pour : "
                       FUNCTION TRIM(LK-FULL-NAME)
               PERFORM 0900-RELEASE-LOCK-START
               THRU    0900-RELEASE-LOCK-END
               MOVE 6                   TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0600-RESERVE-START
           THRU    0600-RESERVE-END.

           PERFORM 0900-RELEASE-LOCK-START
           THRU    0900-RELEASE-LOCK-END.

           IF NOT F-RESERVE-STATUS-OK
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Reservation de nom inecrivable"
                                        TO WS-INC-MESSAGE
               MOVE WS-CAND-NAME(1:30)  TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-CAND-NAME            TO LK-USERNAME.
           MOVE WS-CAND-EMAIL           TO LK-EMAIL.
           MOVE 0                       TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Domaine des adresses de l'entreprise et nom du registre,
      *servis par le service central des parametres.
       0050-LOAD-PARAMS-START.

           MOVE "FILE.REGISTRY-IDX"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-REGIDX-NAME
           END-IF.

           MOVE "NAME.MAIL-DOMAIN"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE FUNCTION LOWER-CASE(WS-PRM-VALUE(1:30))
                                        TO WS-MAIL-DOMAIN
           END-IF.

           MOVE "Y"                     TO WS-PARAMS-FLAG.

           EXIT.
       0050-LOAD-PARAMS-END.

      ******************************************************************

      *Base du nom de compte : le nom passe par normtext
      *(translitteration ASCII), en minuscules, ne garde que lettres
      *et chiffres. Initiale du premier mot suivie des mots
      *suivants colles ; un nom d'un seul mot est pris tel quel.
       0100-BUILD-BASE-START.

           MOVE SPACES                  TO WS-NORM-LINE.
           MOVE LK-FULL-NAME            TO WS-NORM-LINE.
           CALL "normtext" USING WS-NORM-LINE WS-NORM-LEN
                                 WS-NORM-FIRST WS-NORM-ASCII.
           MOVE FUNCTION LOWER-CASE(WS-NORM-LINE(1:50))
                                        TO WS-NORM-LINE(1:50).

           MOVE 0                       TO WS-TOKEN-NO.
           MOVE "Y"                     TO WS-GAP-FLAG.
           MOVE SPACE                   TO WS-INITIAL.
           MOVE SPACES                  TO WS-FIRST-WORD.
           MOVE 0                       TO WS-FIRST-LEN.
           MOVE SPACES                  TO WS-REST-WORDS.
           MOVE 0                       TO WS-REST-LEN.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 50
               MOVE WS-NORM-LINE(WS-IDX:1) TO WS-CHAR
               IF WS-CHAR = SPACE
                   MOVE "Y"             TO WS-GAP-FLAG
               ELSE
                   IF WS-CHAR IS WS-LOGIN-CHARACTER
                       IF AT-GAP
                           ADD 1        TO WS-TOKEN-NO
                           MOVE "N"     TO WS-GAP-FLAG
                       END-IF
                       IF WS-TOKEN-NO = 1
                           IF WS-INITIAL = SPACE
                               MOVE WS-CHAR TO WS-INITIAL
                           END-IF
                           IF WS-FIRST-LEN < WS-BASE-MAX
                               ADD 1    TO WS-FIRST-LEN
                               MOVE WS-CHAR
                                 TO WS-FIRST-WORD(WS-FIRST-LEN:1)
                           END-IF
                       ELSE
                           IF WS-REST-LEN < WS-BASE-MAX - 1
                               ADD 1    TO WS-REST-LEN
                               MOVE WS-CHAR
                                 TO WS-REST-WORDS(WS-REST-LEN:1)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES                  TO WS-BASE.
           EVALUATE TRUE
               WHEN WS-TOKEN-NO = 0
                   MOVE 0               TO WS-BASE-LEN
               WHEN WS-REST-LEN = 0
                   MOVE WS-FIRST-WORD   TO WS-BASE
                   MOVE WS-FIRST-LEN    TO WS-BASE-LEN
               WHEN OTHER
                   STRING WS-INITIAL WS-REST-WORDS(1:WS-REST-LEN)
                          DELIMITED BY SIZE INTO WS-BASE
                   COMPUTE WS-BASE-LEN = WS-REST-LEN + 1
           END-EVALUATE.

           EXIT.
       0100-BUILD-BASE-END.

      ******************************************************************

      *Prend le verrou des reservations ; un passage concurrent ne
      *le garde que quelques instants, d'ou les nouvelles demandes
      *espacees d'une seconde avant de renoncer.
       0200-ACQUIRE-LOCK-START.

           MOVE LK-CALLER               TO WS-LOCK-OWNER.
           MOVE 0                       TO WS-LOCK-TRIES.
           MOVE 4                       TO WS-LOCK-RC.

           PERFORM UNTIL WS-LOCK-RC NOT = 4
                      OR WS-LOCK-TRIES >= WS-LOCK-TRIES-MAX
               ADD 1                    TO WS-LOCK-TRIES
               IF WS-LOCK-TRIES > 1
                   CALL "C$SLEEP" USING WS-LOCK-WAIT
               END-IF
               MOVE "ACQUIRE"           TO WS-LOCK-ACTION
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:14)        TO WS-LOCK-GEN
               CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                    WS-LOCK-OWNER WS-LOCK-GEN
                                    WS-LOCK-FORCE
               MOVE RETURN-CODE         TO WS-LOCK-RC
           END-PERFORM.

           EXIT.
       0200-ACQUIRE-LOCK-END.

      ******************************************************************

      *Recherche une reservation deja faite pour cette personne.
       0300-FIND-PERSON-START.

           MOVE SPACE                   TO F-RESERVE-STATUS.
           OPEN INPUT F-RESERVE.
           IF NOT F-RESERVE-STATUS-OK
               GO TO 0300-FIND-PERSON-END
           END-IF.

           PERFORM UNTIL F-RESERVE-STATUS-EOF OR PAIR-FOUND
             READ F-RESERVE
              AT END
                CONTINUE
              NOT AT END
                IF RSV-PERSON = LK-PERSON-KEY
                    MOVE RSV-USER       TO LK-USERNAME
                    MOVE RSV-EMAIL      TO LK-EMAIL
                    MOVE "Y"            TO WS-FOUND-FLAG
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RESERVE.
           MOVE SPACE                   TO F-RESERVE-STATUS.

           EXIT.
       0300-FIND-PERSON-END.

      ******************************************************************

      *Candidat de rang WS-SUFFIX : la base seule, puis base2,
      *base3... et l'adresse de l'entreprise correspondante.
       0400-BUILD-CANDIDATE-START.

           MOVE SPACES                  TO WS-CAND-NAME.
           IF WS-SUFFIX = 1
               MOVE WS-BASE             TO WS-CAND-NAME
           ELSE
               MOVE WS-SUFFIX           TO WS-SUFFIX-EDIT
               STRING WS-BASE(1:WS-BASE-LEN)
                      FUNCTION TRIM(WS-SUFFIX-EDIT)
                      DELIMITED BY SIZE INTO WS-CAND-NAME
           END-IF.

           MOVE SPACES                  TO WS-CAND-EMAIL.
           STRING FUNCTION TRIM(WS-CAND-NAME) "@"
                  FUNCTION TRIM(WS-MAIL-DOMAIN)
                  DELIMITED BY SIZE INTO WS-CAND-EMAIL.

           EXIT.
       0400-BUILD-CANDIDATE-END.

      ******************************************************************

      *Le candidat est pris s'il est deja un nom ou une adresse de
      *compte (actif ou archive), une adresse du registre, ou une
      *reservation.
       0500-CHECK-CANDIDATE-START.

           MOVE "N"                     TO WS-TAKEN-FLAG.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users
               WHERE LOWER(nom) = :WS-CAND-NAME
                  OR LOWER(email) = :WS-CAND-EMAIL
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 0800-SQL-ERROR-START
               THRU    0800-SQL-ERROR-END
               GO TO 0500-CHECK-CANDIDATE-END
           END-IF.
           IF WS-DUP-COUNT > 0
               MOVE "Y"                 TO WS-TAKEN-FLAG
               GO TO 0500-CHECK-CANDIDATE-END
           END-IF.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users_archive
               WHERE LOWER(nom) = :WS-CAND-NAME
                  OR LOWER(email) = :WS-CAND-EMAIL
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 0800-SQL-ERROR-START
               THRU    0800-SQL-ERROR-END
               GO TO 0500-CHECK-CANDIDATE-END
           END-IF.
           IF WS-DUP-COUNT > 0
               MOVE "Y"                 TO WS-TAKEN-FLAG
               GO TO 0500-CHECK-CANDIDATE-END
           END-IF.

           IF REGIDX-OPEN
               MOVE WS-CAND-EMAIL       TO REGI-EMAIL
               READ F-REGIDX
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y"             TO WS-TAKEN-FLAG
               END-READ
               IF PAIR-TAKEN
                   GO TO 0500-CHECK-CANDIDATE-END
               END-IF
           END-IF.

           MOVE SPACE                   TO F-RESERVE-STATUS.
           OPEN INPUT F-RESERVE.
           IF NOT F-RESERVE-STATUS-OK
               MOVE SPACE               TO F-RESERVE-STATUS
               GO TO 0500-CHECK-CANDIDATE-END
           END-IF.

           PERFORM UNTIL F-RESERVE-STATUS-EOF OR PAIR-TAKEN
             READ F-RESERVE
              AT END
                CONTINUE
              NOT AT END
                IF RSV-USER = WS-CAND-NAME
                  OR RSV-EMAIL = WS-CAND-EMAIL
                    MOVE "Y"            TO WS-TAKEN-FLAG
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RESERVE.
           MOVE SPACE                   TO F-RESERVE-STATUS.

           EXIT.
       0500-CHECK-CANDIDATE-END.

      ******************************************************************

      *Inscrit la paire retenue dans les reservations, encore sous
      *verrou.
       0600-RESERVE-START.

           OPEN EXTEND F-RESERVE.
           IF NOT F-RESERVE-STATUS-OK
               OPEN OUTPUT F-RESERVE
           END-IF.
           IF NOT F-RESERVE-STATUS-OK
               GO TO 0600-RESERVE-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO REC-F-RESERVE.
           MOVE WS-CAND-NAME            TO RSV-USER.
           MOVE WS-CAND-EMAIL           TO RSV-EMAIL.
           MOVE LK-PERSON-KEY           TO RSV-PERSON.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO RSV-STAMP.
           MOVE LK-CALLER               TO RSV-CALLER.
           MOVE LK-FULL-NAME            TO RSV-FULLNAME.
           WRITE REC-F-RESERVE.

           CLOSE F-RESERVE.

           EXIT.
       0600-RESERVE-END.

      ******************************************************************

      *Erreur SQL pendant le controle d'un candidat : la derivation
      *s'arrete, rien n'est reserve.
       0800-SQL-ERROR-START.

           MOVE "Y"                     TO WS-SQL-FLAG.
           MOVE SQLCODE                 TO WS-SQLCODE-X.
           CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE.
           DISPLAY "Erreur SQL au controle du nom "
                   FUNCTION TRIM(WS-CAND-NAME).
           DISPLAY "SQLCODE: " SQLCODE " - " WS-SQL-MESSAGE.

           EXIT.
       0800-SQL-ERROR-END.

      ******************************************************************

      *Rend le verrou des reservations.
       0900-RELEASE-LOCK-START.

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                                WS-LOCK-OWNER WS-LOCK-GEN
                                WS-LOCK-FORCE.

           EXIT.
       0900-RELEASE-LOCK-END.

           END PROGRAM namegen.
