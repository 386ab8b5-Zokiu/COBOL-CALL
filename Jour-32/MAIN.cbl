       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Liste des destinataires et fichier des salutations : par
      *defaut names.txt / greetings.out ; le mode ANNIV lit la liste
      *des anniversaires de compte de annivext (anniversary.txt) et
      *ecrit anniv_greetings.out.
           SELECT F-NAMES ASSIGN TO WS-NAMES-FILE
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NAMES-STATUS.

           SELECT F-GREET ASSIGN TO WS-GREET-FILE
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-GREET-STATUS.

      *Gabarits de salutation par langue : code langue sur deux
      *caracteres puis texte avec le marqueur "&NOM" a remplacer
      *par le nom du destinataire. En colonnes 63-64, un nombre
      *d'annees de service facultatif reserve le gabarit a cet
      *anniversaire (10 : dixieme) ; le marqueur "&ANS" y est
      *remplace par ce nombre d'annees.
           SELECT F-TPL ASSIGN TO "greet_templates.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TPL-STATUS.

      *Fichier maitre des utilisateurs : adresse email de chaque
      *destinataire quand les salutations partent par la boite
      *d'envoi des notifications.
           SELECT F-MASTER ASSIGN TO WS-MASTER-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MASTER-STATUS.

      *Registre des salutations confiees a la boite d'envoi : une
      *ligne par salutation produite, avec son sort (en file,
      *supprimee, sans adresse) et son texte complet, que le
      *repartiteur reprend pour composer le message et greetrec
      *pour le rapprochement avec les accuses.
           SELECT F-GQUEUE ASSIGN TO "greet_queue.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-GQUEUE-STATUS.

      *Liste de suppression tenue par le traitement des retours,
      *consultee comme le fait notify.
           SELECT F-SUPPRESS ASSIGN TO "suppress.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.


      *Le code langue (FR, EN, ...) suit le nom sur chaque ligne de
      *names.txt ; laisse a blanc, la ligne est saluee avec le mot
      *unique WS-GREETING-WORD comme avant. Les annees de service
      *ne sont renseignees que dans la liste des anniversaires.
       01  REC-F-NAMES.
           05 NAMES-NOM      PIC X(20).
           05 NAMES-LANG     PIC X(02).
           05 NAMES-YEARS    PIC X(02).

       FD  F-GREET.
       01  REC-F-GREET       PIC X(80).
       01  REC-F-TPL.
           05 TPL-IN-LANG    PIC X(02).
           05 TPL-IN-TEXT    PIC X(60).
           05 TPL-IN-YEARS   PIC X(02).

       FD  F-MASTER.
       01  REC-F-MASTER.
           05 MST-ID         PIC X(10).
           05 MST-NOM        PIC X(50).
           05 MST-EMAIL      PIC X(50).

       FD  F-GQUEUE.
       01  REC-F-GQUEUE      PIC X(176).

       FD  F-SUPPRESS.
       01  REC-F-SUPPRESS.
           05 SUP-EMAIL      PIC X(50).
           05 FILLER         PIC X(01).
           05 SUP-REASON     PIC X(20).
           05 FILLER         PIC X(01).
           05 SUP-DATE       PIC X(08).
           05 FILLER         PIC X(01).
           05 SUP-EXP        PIC X(08).
           05 FILLER         PIC X(01).
           05 SUP-OPERATOR   PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-ARG1           PIC X(20).
       01  WS-ARG2           PIC X(40).

       01  WS-NAMES-FILE     PIC X(20) VALUE "names.txt".
       01  WS-GREET-FILE     PIC X(20) VALUE "greetings.out".

       01  F-NAMES-STATUS    PIC X(02) VALUE SPACE.
           88 F-NAMES-STATUS-OK            VALUE "00".
           88 F-NAMES-STATUS-EOF           VALUE "10".
           88 F-TPL-STATUS-OK              VALUE "00".
           88 F-TPL-STATUS-EOF             VALUE "10".

       01  F-MASTER-STATUS   PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK           VALUE "00".
           88 F-MASTER-STATUS-EOF          VALUE "10".

       01  F-GQUEUE-STATUS   PIC X(02) VALUE SPACE.
           88 F-GQUEUE-STATUS-OK           VALUE "00".

       01  F-SUPPRESS-STATUS PIC X(02) VALUE SPACE.
           88 F-SUPPRESS-STATUS-OK         VALUE "00".
           88 F-SUPPRESS-STATUS-EOF        VALUE "10".

       01  WS-GREETING-WORD  PIC X(10) VALUE "Hello".
       01  WS-NOM            PIC X(20).
       01  WS-REPONSE        PIC X(30).
       01  WS-REPONSE-TPL    PIC X(80).

      *Table des gabarits charges depuis greet_templates.txt ; dix
      *langues, chacune avec quelques variantes d'anniversaire,
      *tiennent largement dans quarante lignes.
       01  DATA-TPL.
           05 TPL-COUNT      PIC 9(02) VALUE ZERO.
           05 TPL-MAX        PIC 9(02) VALUE 40.
           05 TPL OCCURS 40 TIMES INDEXED BY TPL-IDX.
                10 TPL-LANG   PIC X(02).
                10 TPL-TEXT   PIC X(60).
                10 TPL-YEARS  PIC X(02).

       01  WS-TPL-HIT        PIC 9(02) VALUE ZERO.

      *Gabarit retenu apres substitution de "&ANS" par le nombre
      *d'annees de service (sans zero de tete).
       01  WS-TPL-WORK       PIC X(60).
       01  WS-TPL-LGTH       PIC 9(02).
       01  WS-ANS-POS        PIC 9(02).
       01  WS-ANS-PTR        PIC 9(02).
       01  WS-ANS-TEXT       PIC X(02).

      *Tampon de normalisation des lignes de names.txt (retrait du
      *BOM UTF-8 et des CR Windows) avant la salutation ; la
      *longueur utile est celle du format nom + code langue +
      *annees de service.
       01  WS-NORM-BUFFER    PIC X(160).
       01  WS-NORM-LEN       PIC 9(03) VALUE 24.
       01  WS-NORM-FIRST     PIC X(01) VALUE "Y".

      *Le routeur de lettres et le partenaire de publipostage ne
      *translitteration des accents (e accentue -> e, etc.).
       01  WS-NORM-ASCII     PIC X(01) VALUE "Y".

      *Remise des salutations par la boite d'envoi des
      *notifications (cle GREET.OUTBOX du service central des
      *parametres, N a defaut) : chaque salutation part en message
      *de nature GREETING vers l'adresse du destinataire au fichier
      *maitre, la donnee du message etant la reference de la ligne
      *du registre greet_queue.dat (passage et rang).
       01  WS-PRM-KEY        PIC X(30).
       01  WS-PRM-VALUE      PIC X(60).
       01  WS-OUTBOX-FLAG    PIC X(01) VALUE "N".
           88 GREET-BY-OUTBOX              VALUE "Y".
       01  WS-MASTER-NAME    PIC X(40) VALUE "user_master.dat".
       01  WS-NOW            PIC X(21).
       01  WS-GQ-TODAY       PIC X(08).

      *Noms et adresses du fichier maitre, noms passes par la meme
      *normalisation que les lignes de la liste pour que les noms
      *accentues se retrouvent.
       01  MASTER-TABLE.
           05 MS-LGHT        PIC 9(05) VALUE ZERO.
           05 MS-MAX         PIC 9(05) VALUE 10000.
           05 MS OCCURS 10000 TIMES INDEXED BY MS-IDX.
                10 MS-NOM     PIC X(20).
                10 MS-EMAIL   PIC X(50).
       01  WS-MS-HIT         PIC 9(05).
       01  WS-MS-MATCHES     PIC 9(05).
       01  WS-MATCH-NOM      PIC X(20).

      *Ligne du registre des salutations confiees a la boite :
      *passage (G + horodatage), rang, sort -- Q en file d'envoi,
      *X adresse en liste de suppression, N nom absent du maitre,
      *D nom porte par plusieurs comptes -- puis destinataire et
      *texte de la salutation.
       01  WS-GQ-LINE.
           05 GQ-RUN         PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 GQ-SEQ         PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 GQ-STATE       PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 GQ-NOM         PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 GQ-EMAIL       PIC X(50).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 GQ-TEXT        PIC X(80).
       01  WS-GQ-SEQ         PIC 9(05) VALUE ZERO.
       01  WS-GQ-QUEUED      PIC 9(05) VALUE ZERO.
       01  WS-GQ-SUPPR       PIC 9(05) VALUE ZERO.
       01  WS-GQ-NOADDR      PIC 9(05) VALUE ZERO.
       01  WS-GQ-AMBIG       PIC 9(05) VALUE ZERO.

       01  WS-SUPPRESSED-FLAG PIC X(01) VALUE "N".
           88 EMAIL-IS-SUPPRESSED          VALUE "Y".

      *Arguments de l'appel a notify.
       01  WS-NOTIFY-NOM     PIC X(50).
       01  WS-NOTIFY-EMAIL   PIC X(50).
       01  WS-NOTIFY-KIND    PIC X(10) VALUE "GREETING".
       01  WS-NOTIFY-PAYLOAD PIC X(30).
       01  WS-NOTIFY-MOBILE  PIC X(20) VALUE SPACES.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM    PIC X(10) VALUE "MAIN32".
       01  WS-INC-SEVERITY   PIC X(01).
               MOVE WS-ARG2 TO WS-GREETING-WORD
           END-IF.

      *ANNIV : le meme lot sur la liste des anniversaires de compte.
           EVALUATE WS-ARG1
             WHEN "BATCH"
               PERFORM 0100-BATCH-START
               THRU    0100-BATCH-END
             WHEN "ANNIV"
               MOVE "anniversary.txt"     TO WS-NAMES-FILE
               MOVE "anniv_greetings.out" TO WS-GREET-FILE
               PERFORM 0100-BATCH-START
               THRU    0100-BATCH-END
             WHEN OTHER
               PERFORM 0200-SINGLE-START
               THRU    0200-SINGLE-END
           END-EVALUATE.

           STOP RUN.

      ******************************************************************

      *Mode lot : une salutation par nom lu dans names.txt, ecrite
      *dans greetings.out (mailing de masse pour toute la liste) ;
      *en mode ANNIV, anniversary.txt vers anniv_greetings.out.
       0100-BATCH-START.

      *Chargement des gabarits par langue avant la lecture des
           PERFORM 0110-LOAD-TPL-START
           THRU    0110-LOAD-TPL-END.

           MOVE "GREET.OUTBOX"          TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION UPPER-CASE(WS-PRM-VALUE(1:1)) = "Y"
               SET GREET-BY-OUTBOX TO TRUE
           END-IF.
           IF GREET-BY-OUTBOX
               PERFORM 0140-LOAD-MASTER-START
               THRU    0140-LOAD-MASTER-END
           END-IF.

           OPEN INPUT  F-NAMES.
           OPEN OUTPUT F-GREET.

      *consolide.
           IF F-GREET-STATUS NOT = "00"
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Ouverture de " DELIMITED BY SIZE
                      WS-GREET-FILE DELIMITED BY SPACE
                      " impossible" DELIMITED BY SIZE
                                        INTO WS-INC-MESSAGE
               MOVE F-GREET-STATUS      TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               DISPLAY "Erreur a l'ouverture de "
                       FUNCTION TRIM(WS-GREET-FILE) ", "
                       "statut : " F-GREET-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
                    DISPLAY "Octets indecodables remplaces sur "
                            "la ligne " WS-NORM-BUFFER(1:20)
                END-IF
                MOVE WS-NORM-BUFFER(1:24) TO REC-F-NAMES
                IF NAMES-NOM NOT = SPACES
                    MOVE NAMES-NOM TO WS-NOM
      *Choix du gabarit selon le code langue porte par la ligne ;
      *un code absent de la table (ou laisse a blanc) garde la
      *salutation d'origine greeting-word + nom + "!".
                    PERFORM 0120-FIND-TPL-START
                    THRU    0120-FIND-TPL-END
                    IF WS-TPL-HIT > 0
                        PERFORM 0130-SUBST-ANS-START
                        THRU    0130-SUBST-ANS-END
                        CALL "greet_tpl" USING WS-TPL-WORK
                                               WS-NOM WS-REPONSE-TPL
                    ELSE
                        CALL "greeting" USING WS-GREETING-WORD WS-NOM
                    END-IF
                    MOVE WS-REPONSE-TPL TO REC-F-GREET
                    WRITE REC-F-GREET
                    IF GREET-BY-OUTBOX
                        PERFORM 0150-QUEUE-GREET-START
                        THRU    0150-QUEUE-GREET-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.
           CLOSE F-NAMES.
           CLOSE F-GREET.

           IF GREET-BY-OUTBOX
               IF WS-GQ-SEQ > 0
                   CLOSE F-GQUEUE
               END-IF
               DISPLAY "Salutations confiees a la boite d'envoi ("
                       GQ-RUN ") : produites " WS-GQ-SEQ
                       " en file " WS-GQ-QUEUED
                       " supprimees " WS-GQ-SUPPR
                       " sans adresse " WS-GQ-NOADDR
                       " nom ambigu " WS-GQ-AMBIG
           END-IF.

           EXIT.
       0100-BATCH-END.

                    IF TPL-IN-LANG NOT = SPACES
                      IF TPL-COUNT >= TPL-MAX
                          DISPLAY "Table des gabarits pleine ("
                                  TPL-MAX " lignes) : gabarit "
                                  "ignore pour " TPL-IN-LANG
                      ELSE
                          ADD 1 TO TPL-COUNT
                          MOVE FUNCTION UPPER-CASE(TPL-IN-LANG)
                                            TO TPL-LANG(TPL-COUNT)
                          MOVE TPL-IN-TEXT  TO TPL-TEXT(TPL-COUNT)
                          MOVE TPL-IN-YEARS TO TPL-YEARS(TPL-COUNT)
                          IF TPL-IN-YEARS(1:1) = SPACE
                            AND TPL-IN-YEARS(2:1) NOT = SPACE
                              MOVE "0"      TO TPL-YEARS(TPL-COUNT)(1:1)
                          END-IF
                      END-IF
                    END-IF
                 END-READ

           EXIT.
       0110-LOAD-TPL-END.

      ******************************************************************

      *Gabarit de la ligne courante : d'abord celui de la langue
      *reserve a son nombre d'annees de service, puis celui de la
      *langue sans annees. Un gabarit d'anniversaire ne sert jamais
      *une ligne sans annees (liste names.txt ordinaire).
       0120-FIND-TPL-START.

           MOVE 0 TO WS-TPL-HIT.

           IF NAMES-LANG = SPACES
               GO TO 0120-FIND-TPL-END
           END-IF.

           IF NAMES-YEARS NOT = SPACES
               PERFORM VARYING TPL-IDX FROM 1 BY 1
                         UNTIL TPL-IDX > TPL-COUNT
                               OR WS-TPL-HIT > 0
                 IF TPL-LANG(TPL-IDX) = FUNCTION UPPER-CASE(NAMES-LANG)
                   AND TPL-YEARS(TPL-IDX) = NAMES-YEARS
                     SET WS-TPL-HIT TO TPL-IDX
                 END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING TPL-IDX FROM 1 BY 1
                     UNTIL TPL-IDX > TPL-COUNT
                           OR WS-TPL-HIT > 0
             IF TPL-LANG(TPL-IDX) = FUNCTION UPPER-CASE(NAMES-LANG)
               AND TPL-YEARS(TPL-IDX) = SPACES
                 SET WS-TPL-HIT TO TPL-IDX
             END-IF
           END-PERFORM.

           EXIT.
       0120-FIND-TPL-END.

      ******************************************************************

      *Copie du gabarit retenu avec la premiere occurrence de "&ANS"
      *remplacee par les annees de service de la ligne ("1", "10") ;
      *sans annees sur la ligne, le marqueur est retire.
       0130-SUBST-ANS-START.

           MOVE TPL-TEXT(WS-TPL-HIT)    TO WS-TPL-WORK.
           MOVE LENGTH OF FUNCTION TRIM(WS-TPL-WORK TRAILING)
                                        TO WS-TPL-LGTH.
           MOVE 0                       TO WS-ANS-POS.
           PERFORM VARYING WS-ANS-PTR FROM 1 BY 1
                     UNTIL WS-ANS-PTR + 3 > WS-TPL-LGTH
                           OR WS-ANS-POS > 0
               IF WS-TPL-WORK(WS-ANS-PTR:4) = "&ANS"
                   MOVE WS-ANS-PTR      TO WS-ANS-POS
               END-IF
           END-PERFORM.

           IF WS-ANS-POS = 0
               GO TO 0130-SUBST-ANS-END
           END-IF.

           MOVE NAMES-YEARS             TO WS-ANS-TEXT.
           IF WS-ANS-TEXT(1:1) = "0" OR WS-ANS-TEXT(1:1) = SPACE
               MOVE WS-ANS-TEXT(2:1)    TO WS-ANS-TEXT(1:1)
               MOVE SPACE               TO WS-ANS-TEXT(2:1)
           END-IF.

           MOVE SPACES                  TO WS-TPL-WORK.
           MOVE 1                       TO WS-ANS-PTR.
           IF WS-ANS-POS > 1
               STRING TPL-TEXT(WS-TPL-HIT)(1:WS-ANS-POS - 1)
                      DELIMITED BY SIZE
                      INTO WS-TPL-WORK WITH POINTER WS-ANS-PTR
           END-IF.
           IF WS-ANS-TEXT NOT = SPACES
               STRING WS-ANS-TEXT DELIMITED BY SPACE
                      INTO WS-TPL-WORK WITH POINTER WS-ANS-PTR
           END-IF.
           IF WS-ANS-POS + 4 <= WS-TPL-LGTH
               STRING TPL-TEXT(WS-TPL-HIT)
                      (WS-ANS-POS + 4:WS-TPL-LGTH - WS-ANS-POS - 3)
                      DELIMITED BY SIZE
                      INTO WS-TPL-WORK WITH POINTER WS-ANS-PTR
           END-IF.

           EXIT.
       0130-SUBST-ANS-END.

      ******************************************************************

      *Charge noms et adresses du fichier maitre (nom servi par le
      *service central des parametres) et fixe la reference du
      *passage. Sans fichier maitre, les salutations restent dans
      *le seul fichier de sortie, comme avant.
       0140-LOAD-MASTER-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-GQ-TODAY.
           MOVE SPACES                  TO GQ-RUN.
           STRING "G" WS-NOW(1:14) DELIMITED BY SIZE INTO GQ-RUN.

           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-MASTER-NAME
           END-IF.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY "Fichier maitre illisible (statut "
                       F-MASTER-STATUS ") : pas de remise par la "
                       "boite d'envoi."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Maitre illisible : salutations non confiees"
                                        TO WS-INC-MESSAGE
               MOVE WS-MASTER-NAME(1:30) TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE "N"                 TO WS-OUTBOX-FLAG
               GO TO 0140-LOAD-MASTER-END
           END-IF.

           PERFORM UNTIL F-MASTER-STATUS-EOF
             READ F-MASTER
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-MASTER(1:4) NOT = "CTL "
                  AND MST-NOM NOT = SPACES
                  AND MST-EMAIL NOT = SPACES
                    IF MS-LGHT >= MS-MAX
                        DISPLAY "Table du maitre pleine (" MS-MAX
                                ") : compte ignore : " MST-ID
                    ELSE
                        ADD 1            TO MS-LGHT
                        MOVE MST-NOM(1:20) TO WS-NORM-BUFFER
                        MOVE "N"         TO WS-NORM-FIRST
                        CALL "normtext" USING WS-NORM-BUFFER
                                              WS-NORM-LEN
                                              WS-NORM-FIRST
                                              WS-NORM-ASCII
                        MOVE FUNCTION UPPER-CASE(WS-NORM-BUFFER(1:20))
                                         TO MS-NOM(MS-LGHT)
                        MOVE MST-EMAIL   TO MS-EMAIL(MS-LGHT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-MASTER.
           MOVE "Y"                     TO WS-NORM-FIRST.

           EXIT.
       0140-LOAD-MASTER-END.

      ******************************************************************

      *Confie la salutation courante (WS-REPONSE-TPL pour WS-NOM) a
      *la boite d'envoi : adresse prise au fichier maitre -- un nom
      *absent ou porte par plusieurs comptes n'est pas envoye --,
      *controle de la liste de suppression, puis message GREETING
      *par notify. Chaque salutation laisse sa ligne au registre,
      *quel que soit son sort.
       0150-QUEUE-GREET-START.

           IF WS-GQ-SEQ = 0
               OPEN EXTEND F-GQUEUE
               IF NOT F-GQUEUE-STATUS-OK
                   OPEN OUTPUT F-GQUEUE
               END-IF
           END-IF.

           ADD 1                        TO WS-GQ-SEQ.
           MOVE WS-GQ-SEQ               TO GQ-SEQ.
           MOVE WS-NOM                  TO GQ-NOM.
           MOVE SPACES                  TO GQ-EMAIL.
           MOVE WS-REPONSE-TPL          TO GQ-TEXT.

           MOVE FUNCTION UPPER-CASE(WS-NOM) TO WS-MATCH-NOM.
           MOVE 0                       TO WS-MS-HIT.
           MOVE 0                       TO WS-MS-MATCHES.
           PERFORM VARYING MS-IDX FROM 1 BY 1
                     UNTIL MS-IDX > MS-LGHT
               IF MS-NOM(MS-IDX) = WS-MATCH-NOM
                   ADD 1                TO WS-MS-MATCHES
                   SET WS-MS-HIT        TO MS-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-MS-MATCHES = 0
               MOVE "N"                 TO GQ-STATE
               ADD 1                    TO WS-GQ-NOADDR
             WHEN WS-MS-MATCHES > 1
               MOVE "D"                 TO GQ-STATE
               ADD 1                    TO WS-GQ-AMBIG
             WHEN OTHER
               MOVE MS-EMAIL(WS-MS-HIT) TO GQ-EMAIL
               PERFORM 0160-CHECK-SUPPRESS-START
               THRU    0160-CHECK-SUPPRESS-END
               IF EMAIL-IS-SUPPRESSED
                   MOVE "X"             TO GQ-STATE
                   ADD 1                TO WS-GQ-SUPPR
               ELSE
                   MOVE "Q"             TO GQ-STATE
                   ADD 1                TO WS-GQ-QUEUED
                   MOVE WS-NOM          TO WS-NOTIFY-NOM
                   MOVE GQ-EMAIL        TO WS-NOTIFY-EMAIL
                   MOVE SPACES          TO WS-NOTIFY-PAYLOAD
                   STRING GQ-RUN "-" GQ-SEQ DELIMITED BY SIZE
                          INTO WS-NOTIFY-PAYLOAD
                   CALL "notify" USING WS-NOTIFY-NOM WS-NOTIFY-EMAIL
                                       WS-NOTIFY-KIND
                                       WS-NOTIFY-PAYLOAD
                                       WS-NOTIFY-MOBILE
               END-IF
           END-EVALUATE.

           MOVE WS-GQ-LINE              TO REC-F-GQUEUE.
           WRITE REC-F-GQUEUE.

           EXIT.
       0150-QUEUE-GREET-END.

      ******************************************************************

      *L'adresse GQ-EMAIL figure-t-elle dans la liste de
      *suppression avec une echeance en vigueur ? Meme lecture que
      *notify, qui ecarterait de toute facon le message : la
      *salutation est ainsi comptee supprimee au registre.
       0160-CHECK-SUPPRESS-START.

           MOVE "N"                     TO WS-SUPPRESSED-FLAG.
           MOVE SPACE                   TO F-SUPPRESS-STATUS.

           OPEN INPUT F-SUPPRESS.
           IF NOT F-SUPPRESS-STATUS-OK
               GO TO 0160-CHECK-SUPPRESS-END
           END-IF.

           PERFORM UNTIL F-SUPPRESS-STATUS-EOF
             READ F-SUPPRESS
              AT END
                CONTINUE
              NOT AT END
                IF SUP-EMAIL = GQ-EMAIL
                  AND (SUP-EXP = SPACES
                       OR SUP-EXP = "00000000"
                       OR SUP-EXP >= WS-GQ-TODAY)
                    SET EMAIL-IS-SUPPRESSED TO TRUE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SUPPRESS.

           EXIT.
       0160-CHECK-SUPPRESS-END.
