      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prmadm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier central des parametres lu par param : une cle et sa
      *valeur par ligne, "ENV PROD" ou "ENV TEST" pour
      *l'environnement, "*" en colonne 1 pour un commentaire.
           SELECT F-PARAMS ASSIGN TO "params.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PARAMS-STATUS.

      *Nouvelle version de params.cfg, renommee sur l'ancienne une
      *fois ecrite en entier.
           SELECT F-NEWPRM ASSIGN TO "params.cfg.new"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NEWPRM-STATUS.

      *Historique des changements : pour chaque version, une ligne
      *d'entete (date, operateur, action, cle, avant, apres, motif)
      *suivie de l'image complete de params.cfg apres le
      *changement -- de quoi remettre le fichier tel qu'il etait a
      *n'importe quelle date. Ecrit en ajout par ce seul programme.
           SELECT F-HIST ASSIGN TO "params_history.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HIST-STATUS.

      *Roles des operateurs : seul un ADMIN change les parametres.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-PARAMS.

       01  REC-F-PARAMS        PIC X(100).

       FD  F-NEWPRM.

       01  REC-F-NEWPRM        PIC X(100).

       FD  F-HIST.

      *Type H : entete de version ; type L : une ligne de l'image.
       01  REC-F-HIST.
           05 PH-VER           PIC 9(05).
           05 FILLER           PIC X(01).
           05 PH-TYPE          PIC X(01).
           05 FILLER           PIC X(01).
           05 PH-STAMP         PIC X(19).
           05 FILLER           PIC X(01).
           05 PH-OPERATOR      PIC X(20).
           05 FILLER           PIC X(01).
           05 PH-ACTION        PIC X(08).
           05 FILLER           PIC X(01).
           05 PH-KEY           PIC X(40).
           05 FILLER           PIC X(01).
           05 PH-BEFORE        PIC X(30).
           05 FILLER           PIC X(01).
           05 PH-AFTER         PIC X(30).
           05 FILLER           PIC X(01).
           05 PH-REASON        PIC X(60).

       01  REC-F-HIST-LINE.
           05 FILLER           PIC X(08).
           05 PH-TEXT          PIC X(100).

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "prmadm".

       01  F-PARAMS-STATUS     PIC X(02) VALUE SPACE.
           88 F-PARAMS-STATUS-OK           VALUE "00".
           88 F-PARAMS-STATUS-EOF          VALUE "10".

       01  F-NEWPRM-STATUS     PIC X(02) VALUE SPACE.
           88 F-NEWPRM-STATUS-OK           VALUE "00".

       01  F-HIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-HIST-STATUS-OK             VALUE "00".
           88 F-HIST-STATUS-EOF            VALUE "10".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

      *Ligne de commande : LIST [PROD|TEST], HISTORY [cle],
      *SET <cle> <valeur> <motif>, UNSET <cle> <motif>,
      *RESTORE <AAAAMMJJ> <motif>. Le motif est le reste de la
      *ligne, obligatoire pour tout changement.
       01  WS-CMD-LINE         PIC X(200).
       01  WS-CMD-PTR          PIC 9(03).
       01  WS-ACTION           PIC X(20).
       01  WS-ARG2             PIC X(40).
       01  WS-ARG3             PIC X(60).
       01  WS-REASON           PIC X(60).

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).

      *Image de params.cfg en memoire, ligne pour ligne
      *(commentaires et lignes vides compris).
       01  IMAGE-TABLE.
           05 PI-LGHT          PIC 9(03) VALUE ZERO.
           05 PI-MAX           PIC 9(03) VALUE 250.
           05 PI-LINE          PIC X(100) OCCURS 250 TIMES.
       01  WS-PI-IDX           PIC 9(03).
       01  WS-PI-OUT           PIC 9(03).

      *Image d'une version de l'historique : la derniere, ou la
      *derniere a une date donnee.
       01  VERSION-IMAGE.
           05 LV-LGHT          PIC 9(03) VALUE ZERO.
           05 LV-LINE          PIC X(100) OCCURS 250 TIMES.
       01  LV-FOUND-FLAG       PIC X(01) VALUE "N".
           88 LV-FOUND                     VALUE "Y".
       01  LV-VER              PIC 9(05) VALUE ZERO.
       01  LV-STAMP            PIC X(19).
       01  WS-CAPTURE-FLAG     PIC X(01).
           88 CAPTURING                    VALUE "Y".

      *Parcours de l'historique : date limite (RESTORE), filtre
      *de cle et restitution (HISTORY).
       01  WS-SCAN-DATE-FLAG   PIC X(01) VALUE "N".
           88 SCAN-UP-TO-DATE              VALUE "Y".
       01  WS-SCAN-DATE        PIC X(08).
       01  WS-HDR-DATE         PIC X(08).
       01  WS-SHOW-FLAG        PIC X(01) VALUE "N".
           88 SHOW-HISTORY                 VALUE "Y".
       01  WS-SHOW-KEY         PIC X(40).
       01  WS-SHOWN            PIC 9(05) VALUE ZERO.
       01  WS-LAST-VER         PIC 9(05) VALUE ZERO.
       01  WS-FIRST-STAMP      PIC X(19) VALUE SPACES.

      *Cle et valeur d'une ligne de params.cfg.
       01  WS-LINE-KEY         PIC X(40).
       01  WS-LINE-VALUE       PIC X(60).
       01  WS-ENV              PIC X(08) VALUE "PROD".
       01  WS-LIST-ENV         PIC X(08).
       01  WS-KEY-COUNT        PIC 9(03).

      *Cle saisie, sa forme nue et sa ligne dans l'image.
       01  WS-KEY              PIC X(40).
       01  WS-BARE-KEY         PIC X(40).
       01  WS-VALUE            PIC X(60).
       01  WS-HIT              PIC 9(03).
       01  WS-DUP-DROPPED      PIC 9(03).
       01  WS-OLD-VALUE        PIC X(60).

      *Valeur retenue pour une cle dans la liste, et son origine.
       01  WS-ENV-KEY          PIC X(40).
       01  WS-SHOW-VALUE       PIC X(60).
       01  WS-ORIGIN           PIC X(20).
       01  WS-KNOWN-FLAG       PIC X(01).
           88 KEY-IS-KNOWN                 VALUE "Y".

      *Controle de la valeur saisie.
       01  WS-VAL-LEN          PIC 9(02).
       01  WS-VAL-NUM          PIC 9(09).
       01  WS-KIND-LIST.
           05 WS-KIND-ITEM     PIC X(10) OCCURS 6 TIMES.
       01  WS-AT-COUNT         PIC 9(02).
       01  WS-DOT-COUNT        PIC 9(02).
       01  WS-K                PIC 9(01).
       01  WS-REFUSAL          PIC X(60).

           COPY prmkeys.

      *Version ecrite dans l'historique.
       01  WS-V-OPERATOR       PIC X(20).
       01  WS-V-ACTION         PIC X(08).
       01  WS-V-KEY            PIC X(40).
       01  WS-V-BEFORE         PIC X(30).
       01  WS-V-AFTER          PIC X(30).
       01  WS-V-REASON         PIC X(60).
       01  WS-VER-ED           PIC 9(05).

      *Renommage de la nouvelle version sur params.cfg.
       01  WS-OLD-NAME         PIC X(41).
       01  WS-NEW-NAME         PIC X(41).

      *Operateur : identifiant et mot de passe verifies par
      *authchk, trois essais au plus, puis role ADMIN exige.
       01  WS-OPERATOR         PIC X(20).
       01  WS-OPER-ROLE        PIC X(10).
       01  WS-OPER-SEEN-FLAG   PIC X(01) VALUE "N".
           88 WS-OPER-SEEN                 VALUE "Y".
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".

      *Zones passees a la piste d'audit.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "prmadm".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NOM          PIC X(50).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Tenue controlee de params.cfg, sur le modele de tpladm :
      *plus aucune retouche a l'editeur. Chaque changement (pose,
      *retrait d'une cle, remise a une date) est signe par un
      *ADMIN, porte un motif et entre dans params_history.dat avec
      *l'avant, l'apres et l'image complete du fichier ; une
      *retouche faite hors de ce programme est constatee et
      *historisee au changement suivant. Une cle inconnue du
      *service, ou une valeur non conforme a sa nature (un TUN.*
      *non numerique...), est refusee a la saisie.
      *Codes retour : 0 fait, 1 usage ou erreur, 2 cle ou etat
      *introuvable, 5 cle ou valeur refusee, 8 refus
      *(authentification, role).
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE 1                       TO WS-CMD-PTR.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ARG2
                    WITH POINTER WS-CMD-PTR.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ARG2)   TO WS-ARG2.

      *SET porte une valeur avant le motif.
           MOVE SPACES                  TO WS-ARG3.
           IF WS-ACTION = "SET" AND WS-CMD-PTR <= 200
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                        INTO WS-ARG3
                        WITH POINTER WS-CMD-PTR
           END-IF.
           MOVE SPACES                  TO WS-REASON.
           IF WS-CMD-PTR <= 200
               MOVE FUNCTION TRIM(WS-CMD-LINE(WS-CMD-PTR:))
                                        TO WS-REASON
           END-IF.

           PERFORM 0100-LOAD-PARAMS-START
           THRU    0100-LOAD-PARAMS-END.

           EVALUATE WS-ACTION
             WHEN "LIST"
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "HISTORY"
               PERFORM 0300-HISTORY-START
               THRU    0300-HISTORY-END
             WHEN "SET"
               PERFORM 0400-SET-START
               THRU    0400-SET-END
             WHEN "UNSET"
               PERFORM 0500-UNSET-START
               THRU    0500-UNSET-END
             WHEN "RESTORE"
               PERFORM 0600-RESTORE-START
               THRU    0600-RESTORE-END
             WHEN OTHER
               DISPLAY "Usage : prmadm LIST [PROD|TEST]"
               DISPLAY "        prmadm HISTORY [cle]"
               DISPLAY "        prmadm SET <cle> <valeur> <motif>"
               DISPLAY "        prmadm UNSET <cle> <motif>"
               DISPLAY "        prmadm RESTORE <AAAAMMJJ> <motif>"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge params.cfg dans l'image en memoire et releve
      *l'environnement en vigueur. Un fichier absent est un
      *fichier vide.
       0100-LOAD-PARAMS-START.

           MOVE 0                       TO PI-LGHT.
           MOVE SPACE                   TO F-PARAMS-STATUS.
           OPEN INPUT F-PARAMS.
           IF NOT F-PARAMS-STATUS-OK
               MOVE SPACE               TO F-PARAMS-STATUS
               GO TO 0100-LOAD-PARAMS-END
           END-IF.

           PERFORM UNTIL F-PARAMS-STATUS-EOF
             READ F-PARAMS
              AT END
                CONTINUE
              NOT AT END
                IF PI-LGHT >= PI-MAX
                    DISPLAY "params.cfg depasse " PI-MAX
                            " lignes : modification refusee."
                    MOVE 1               TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1                    TO PI-LGHT
                MOVE REC-F-PARAMS        TO PI-LINE(PI-LGHT)
                PERFORM 0110-SPLIT-LINE-START
                THRU    0110-SPLIT-LINE-END
                IF WS-LINE-KEY = "ENV"
                    MOVE FUNCTION UPPER-CASE(WS-LINE-VALUE)
                                         TO WS-ENV
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PARAMS.
           MOVE SPACE                   TO F-PARAMS-STATUS.

           EXIT.
       0100-LOAD-PARAMS-END.

      ******************************************************************

      *Cle et valeur de la ligne REC-F-PARAMS, comme les lit param
      *(a blanc pour un commentaire ou une ligne vide).
       0110-SPLIT-LINE-START.

           MOVE SPACES                  TO WS-LINE-KEY.
           MOVE SPACES                  TO WS-LINE-VALUE.
           IF REC-F-PARAMS = SPACES OR REC-F-PARAMS(1:1) = "*"
               GO TO 0110-SPLIT-LINE-END
           END-IF.
           UNSTRING REC-F-PARAMS DELIMITED BY ALL SPACE
                    INTO WS-LINE-KEY WS-LINE-VALUE.

           EXIT.
       0110-SPLIT-LINE-END.

      ******************************************************************

      *Valeurs en vigueur pour un environnement (celui de ENV a
      *defaut) : pour chaque cle connue, la version prefixee de
      *l'environnement, sinon la cle nue, sinon le defaut du
      *programme ; puis les cles du fichier inconnues du service.
       0200-LIST-START.

           MOVE WS-ENV                  TO WS-LIST-ENV.
           IF WS-ARG2 NOT = SPACES
               IF WS-ARG2 NOT = "PROD" AND WS-ARG2 NOT = "TEST"
                   DISPLAY "LIST : environnement PROD ou TEST "
                           "attendu."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG2             TO WS-LIST-ENV
           END-IF.

           DISPLAY "Environnement en vigueur : "
                   FUNCTION TRIM(WS-ENV)
                   " -- valeurs pour " FUNCTION TRIM(WS-LIST-ENV).
           DISPLAY "-----------------------------------------------"
                   "------------------------------".

           PERFORM VARYING KK-IDX FROM 1 BY 1 UNTIL KK-IDX > KK-COUNT
               MOVE SPACES              TO WS-ENV-KEY
               STRING FUNCTION TRIM(WS-LIST-ENV) "."
                      FUNCTION TRIM(KK-KEY(KK-IDX))
                      DELIMITED BY SIZE INTO WS-ENV-KEY
               MOVE "(defaut programme)" TO WS-ORIGIN
               MOVE SPACES              TO WS-SHOW-VALUE
               MOVE KK-KEY(KK-IDX)      TO WS-KEY
               PERFORM 0750-FIND-KEY-START
               THRU    0750-FIND-KEY-END
               IF WS-HIT > 0
                   MOVE WS-LINE-VALUE   TO WS-SHOW-VALUE
                   MOVE "cle nue"       TO WS-ORIGIN
               END-IF
               MOVE WS-ENV-KEY          TO WS-KEY
               PERFORM 0750-FIND-KEY-START
               THRU    0750-FIND-KEY-END
               IF WS-HIT > 0
                   MOVE WS-LINE-VALUE   TO WS-SHOW-VALUE
                   MOVE SPACES          TO WS-ORIGIN
                   STRING "cle " FUNCTION TRIM(WS-LIST-ENV)
                          DELIMITED BY SIZE INTO WS-ORIGIN
               END-IF
               DISPLAY KK-KEY(KK-IDX) " " WS-SHOW-VALUE(1:40) " "
                       WS-ORIGIN
           END-PERFORM.

      *Cles presentes mais inconnues du service : sans effet.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT
               MOVE PI-LINE(WS-PI-IDX)  TO REC-F-PARAMS
               PERFORM 0110-SPLIT-LINE-START
               THRU    0110-SPLIT-LINE-END
               IF WS-LINE-KEY NOT = SPACES
                 AND WS-LINE-KEY NOT = "ENV"
                   MOVE WS-LINE-KEY     TO WS-KEY
                   PERFORM 0760-BARE-KEY-START
                   THRU    0760-BARE-KEY-END
                   IF NOT KEY-IS-KNOWN
                       DISPLAY "Cle inconnue du service (sans effet) "
                               ": " FUNCTION TRIM(WS-LINE-KEY)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Historique des changements, tous ou ceux d'une cle (nue ou
      *prefixee) ; les remises a une date sont toujours montrees.
       0300-HISTORY-START.

           MOVE WS-ARG2                 TO WS-SHOW-KEY.
           SET SHOW-HISTORY             TO TRUE.
           PERFORM 0150-SCAN-HISTORY-START
           THRU    0150-SCAN-HISTORY-END.

           IF WS-SHOWN = 0
               DISPLAY "Aucun changement a l'historique."
           END-IF.

           EXIT.
       0300-HISTORY-END.

      ******************************************************************

      *Parcourt params_history.dat : retient l'image de la derniere
      *version (ou de la derniere a la date WS-SCAN-DATE) et, pour
      *HISTORY, restitue les entetes.
       0150-SCAN-HISTORY-START.

           MOVE 0                       TO WS-LAST-VER.
           MOVE 0                       TO LV-LGHT.
           MOVE "N"                     TO LV-FOUND-FLAG.
           MOVE "N"                     TO WS-CAPTURE-FLAG.
           MOVE SPACES                  TO WS-FIRST-STAMP.

           MOVE SPACE                   TO F-HIST-STATUS.
           OPEN INPUT F-HIST.
           IF NOT F-HIST-STATUS-OK
               MOVE SPACE               TO F-HIST-STATUS
               GO TO 0150-SCAN-HISTORY-END
           END-IF.

           PERFORM UNTIL F-HIST-STATUS-EOF
             READ F-HIST
              AT END
                CONTINUE
              NOT AT END
                EVALUATE PH-TYPE
                  WHEN "H"
                    PERFORM 0160-HISTORY-HEADER-START
                    THRU    0160-HISTORY-HEADER-END
                  WHEN "L"
                    IF CAPTURING AND LV-LGHT < PI-MAX
                        ADD 1            TO LV-LGHT
                        MOVE PH-TEXT     TO LV-LINE(LV-LGHT)
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-HIST.
           MOVE SPACE                   TO F-HIST-STATUS.

           EXIT.
       0150-SCAN-HISTORY-END.

      ******************************************************************

      *Entete de version : ouvre (ou non) la capture de son image,
      *et la restitue pour HISTORY.
       0160-HISTORY-HEADER-START.

           IF PH-VER > WS-LAST-VER
               MOVE PH-VER              TO WS-LAST-VER
           END-IF.
           IF WS-FIRST-STAMP = SPACES
               MOVE PH-STAMP            TO WS-FIRST-STAMP
           END-IF.

           MOVE "N"                     TO WS-CAPTURE-FLAG.
           STRING PH-STAMP(1:4) PH-STAMP(6:2) PH-STAMP(9:2)
                  DELIMITED BY SIZE INTO WS-HDR-DATE.
           IF NOT SCAN-UP-TO-DATE OR WS-HDR-DATE <= WS-SCAN-DATE
               SET CAPTURING            TO TRUE
               SET LV-FOUND             TO TRUE
               MOVE 0                   TO LV-LGHT
               MOVE PH-VER              TO LV-VER
               MOVE PH-STAMP            TO LV-STAMP
           END-IF.

           IF NOT SHOW-HISTORY
               GO TO 0160-HISTORY-HEADER-END
           END-IF.

           IF WS-SHOW-KEY NOT = SPACES
             AND PH-ACTION NOT = "RESTORE"
               MOVE PH-KEY              TO WS-KEY
               PERFORM 0760-BARE-KEY-START
               THRU    0760-BARE-KEY-END
               IF PH-KEY NOT = WS-SHOW-KEY
                 AND WS-BARE-KEY NOT = WS-SHOW-KEY
                   GO TO 0160-HISTORY-HEADER-END
               END-IF
           END-IF.

           ADD 1                        TO WS-SHOWN.
           DISPLAY "v" PH-VER " " PH-STAMP " "
                   PH-OPERATOR " " PH-ACTION " "
                   FUNCTION TRIM(PH-KEY) " : "
                   FUNCTION TRIM(PH-BEFORE) " -> "
                   FUNCTION TRIM(PH-AFTER).
           DISPLAY "       motif : " FUNCTION TRIM(PH-REASON).

           EXIT.
       0160-HISTORY-HEADER-END.

      ******************************************************************

      *Pose ou change une cle : la cle doit etre connue du service
      *(nue ou prefixee PROD./TEST.), la valeur conforme a sa
      *nature. La premiere occurrence est remplacee (c'est celle
      *que sert param) et les doublons morts sont retires.
       0400-SET-START.

           IF WS-ARG2 = SPACES OR WS-ARG3 = SPACES
               DISPLAY "SET : cle, valeur et motif attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REASON = SPACES
               DISPLAY "SET : le motif du changement est "
                       "obligatoire."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG2                 TO WS-KEY.
           MOVE WS-ARG3                 TO WS-VALUE.
           PERFORM 0450-CHECK-ENTRY-START
           THRU    0450-CHECK-ENTRY-END.
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "SET refuse : " FUNCTION TRIM(WS-REFUSAL)
               MOVE 5                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0750-FIND-KEY-START
           THRU    0750-FIND-KEY-END.
           IF WS-HIT > 0
               MOVE WS-LINE-VALUE       TO WS-OLD-VALUE
               IF WS-OLD-VALUE = WS-VALUE
                   DISPLAY "SET : " FUNCTION TRIM(WS-KEY)
                           " vaut deja " FUNCTION TRIM(WS-VALUE)
                           ", rien a changer."
                   GO TO 0400-SET-END
               END-IF
           ELSE
               MOVE "(absente)"         TO WS-OLD-VALUE
               PERFORM 0770-COUNT-KEYS-START
               THRU    0770-COUNT-KEYS-END
               IF WS-KEY-COUNT >= 200 OR PI-LGHT >= PI-MAX
                   DISPLAY "SET : params.cfg est plein (200 cles "
                           "servies au plus)."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 0700-PREPARE-CHANGE-START
           THRU    0700-PREPARE-CHANGE-END.

      *L'image a pu etre historisee telle quelle : la cle est
      *recherchee a nouveau sur l'image courante.
           PERFORM 0750-FIND-KEY-START
           THRU    0750-FIND-KEY-END.
           IF WS-HIT > 0
               MOVE SPACES              TO PI-LINE(WS-HIT)
               STRING FUNCTION TRIM(WS-KEY) " "
                      FUNCTION TRIM(WS-VALUE)
                      DELIMITED BY SIZE INTO PI-LINE(WS-HIT)
               PERFORM 0780-DROP-DUPS-START
               THRU    0780-DROP-DUPS-END
           ELSE
               ADD 1                    TO PI-LGHT
               MOVE SPACES              TO PI-LINE(PI-LGHT)
               STRING FUNCTION TRIM(WS-KEY) " "
                      FUNCTION TRIM(WS-VALUE)
                      DELIMITED BY SIZE INTO PI-LINE(PI-LGHT)
           END-IF.

           PERFORM 0900-REWRITE-PARAMS-START
           THRU    0900-REWRITE-PARAMS-END.

           MOVE WS-OPERATOR             TO WS-V-OPERATOR.
           MOVE "SET"                   TO WS-V-ACTION.
           MOVE WS-KEY                  TO WS-V-KEY.
           MOVE WS-OLD-VALUE            TO WS-V-BEFORE.
           MOVE WS-VALUE                TO WS-V-AFTER.
           MOVE WS-REASON               TO WS-V-REASON.
           PERFORM 0920-APPEND-VERSION-START
           THRU    0920-APPEND-VERSION-END.

           MOVE "PRM-SET"               TO WS-AUD-ACTION.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Parametre pose : " FUNCTION TRIM(WS-KEY) " = "
                   FUNCTION TRIM(WS-VALUE) " (avant : "
                   FUNCTION TRIM(WS-OLD-VALUE) ")".
           IF WS-DUP-DROPPED > 0
               DISPLAY "Doublons sans effet retires : "
                       WS-DUP-DROPPED
           END-IF.

           EXIT.
       0400-SET-END.

      ******************************************************************

      *Controle de saisie de WS-KEY / WS-VALUE ; WS-REFUSAL porte
      *le motif du refus, a blanc si la saisie est admise.
       0450-CHECK-ENTRY-START.

           MOVE SPACES                  TO WS-REFUSAL.

           IF WS-KEY = "ENV"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               IF WS-VALUE NOT = "PROD" AND WS-VALUE NOT = "TEST"
                   MOVE "ENV vaut PROD ou TEST" TO WS-REFUSAL
               END-IF
               GO TO 0450-CHECK-ENTRY-END
           END-IF.

           PERFORM 0760-BARE-KEY-START
           THRU    0760-BARE-KEY-END.
           IF NOT KEY-IS-KNOWN
               STRING "cle inconnue du service des parametres : "
                      FUNCTION TRIM(WS-KEY)
                      DELIMITED BY SIZE INTO WS-REFUSAL
               GO TO 0450-CHECK-ENTRY-END
           END-IF.

           MOVE LENGTH OF FUNCTION TRIM(WS-VALUE) TO WS-VAL-LEN.

           EVALUATE KK-TYPE(KK-IDX)
             WHEN "N"
               IF FUNCTION TRIM(WS-VALUE) IS NOT NUMERIC
                 OR WS-VAL-LEN > KK-MAXLEN(KK-IDX)
                   STRING FUNCTION TRIM(WS-BARE-KEY)
                          " attend un nombre de "
                          KK-MAXLEN(KK-IDX) " chiffres au plus"
                          DELIMITED BY SIZE INTO WS-REFUSAL
               ELSE
                   COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(WS-VALUE)
                   IF WS-VAL-NUM < 1
                       STRING FUNCTION TRIM(WS-BARE-KEY)
                              " attend un nombre positif"
                              DELIMITED BY SIZE INTO WS-REFUSAL
                   END-IF
               END-IF
             WHEN "H"
               IF WS-VAL-LEN NOT = 4
                 OR WS-VALUE(1:4) IS NOT NUMERIC
                   MOVE "heure HHMM attendue" TO WS-REFUSAL
               ELSE
                   COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(WS-VALUE)
                   IF WS-VAL-NUM >= 2400
                     OR FUNCTION MOD(WS-VAL-NUM, 100) >= 60
                       MOVE "heure HHMM attendue" TO WS-REFUSAL
                   END-IF
               END-IF
             WHEN "R"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               IF WS-VALUE NOT = "REJET" AND WS-VALUE NOT = "AVERT"
                 AND WS-VALUE NOT = "OFF"
                   MOVE "mode REJET, AVERT ou OFF attendu"
                                        TO WS-REFUSAL
               END-IF
             WHEN "Y"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               IF WS-VALUE NOT = "Y" AND WS-VALUE NOT = "N"
                   MOVE "Y ou N attendu" TO WS-REFUSAL
               END-IF
             WHEN "E"
               MOVE 0                   TO WS-AT-COUNT
               INSPECT WS-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT NOT = 1 OR WS-VALUE(1:1) = "@"
                   MOVE "adresse de courrier attendue" TO WS-REFUSAL
               END-IF
             WHEN "D"
               MOVE 0                   TO WS-AT-COUNT
               INSPECT WS-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
               MOVE 0                   TO WS-DOT-COUNT
               INSPECT WS-VALUE TALLYING WS-DOT-COUNT FOR ALL "."
               IF WS-AT-COUNT NOT = 0 OR WS-DOT-COUNT = 0
                 OR WS-VALUE(1:1) = "."
                   MOVE "domaine de courrier attendu" TO WS-REFUSAL
               END-IF
             WHEN "T"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               IF WS-VAL-LEN > 18
                   MOVE "format de ticket de 18 caracteres au plus"
                                        TO WS-REFUSAL
               END-IF
             WHEN "K"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               MOVE SPACES              TO WS-KIND-LIST
               UNSTRING WS-VALUE DELIMITED BY ","
                        INTO WS-KIND-ITEM(1) WS-KIND-ITEM(2)
                             WS-KIND-ITEM(3) WS-KIND-ITEM(4)
                             WS-KIND-ITEM(5) WS-KIND-ITEM(6)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
                   EVALUATE WS-KIND-ITEM(WS-K)
                     WHEN SPACES
                     WHEN "WELCOME"
                     WHEN "RESET"
                     WHEN "EXPIRY"
                     WHEN "CTREND"
                     WHEN "CTROWNER"
                     WHEN "BREAKGLS"
                     WHEN "GREETING"
                     WHEN "DOMAINE"
                     WHEN "WORKQ"
                       CONTINUE
                     WHEN OTHER
                       MOVE SPACES      TO WS-REFUSAL
                       STRING "nature de message inconnue : "
                              FUNCTION TRIM(WS-KIND-ITEM(WS-K))
                              DELIMITED BY SIZE INTO WS-REFUSAL
                   END-EVALUATE
               END-PERFORM
             WHEN "L"
               MOVE FUNCTION UPPER-CASE(WS-VALUE) TO WS-VALUE
               IF WS-VAL-LEN NOT = 2
                 OR WS-VALUE(1:2) IS NOT ALPHABETIC
                   MOVE "code de langue de deux lettres attendu"
                                        TO WS-REFUSAL
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0450-CHECK-ENTRY-END.

      ******************************************************************

      *Retire une cle : toutes ses occurrences, pour qu'un doublon
      *mort ne reprenne pas vie.
       0500-UNSET-START.

           IF WS-ARG2 = SPACES
               DISPLAY "UNSET : cle et motif attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REASON = SPACES
               DISPLAY "UNSET : le motif du changement est "
                       "obligatoire."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG2                 TO WS-KEY.
           PERFORM 0750-FIND-KEY-START
           THRU    0750-FIND-KEY-END.
           IF WS-HIT = 0
               DISPLAY "UNSET : cle absente de params.cfg : "
                       FUNCTION TRIM(WS-KEY)
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LINE-VALUE           TO WS-OLD-VALUE.

           PERFORM 0700-PREPARE-CHANGE-START
           THRU    0700-PREPARE-CHANGE-END.

           PERFORM 0750-FIND-KEY-START
           THRU    0750-FIND-KEY-END.
           IF WS-HIT > 0
               MOVE SPACES              TO PI-LINE(WS-HIT)
               PERFORM 0780-DROP-DUPS-START
               THRU    0780-DROP-DUPS-END
           END-IF.

           PERFORM 0900-REWRITE-PARAMS-START
           THRU    0900-REWRITE-PARAMS-END.

           MOVE WS-OPERATOR             TO WS-V-OPERATOR.
           MOVE "UNSET"                 TO WS-V-ACTION.
           MOVE WS-KEY                  TO WS-V-KEY.
           MOVE WS-OLD-VALUE            TO WS-V-BEFORE.
           MOVE "(retiree)"             TO WS-V-AFTER.
           MOVE WS-REASON               TO WS-V-REASON.
           PERFORM 0920-APPEND-VERSION-START
           THRU    0920-APPEND-VERSION-END.

           MOVE "PRM-UNSET"             TO WS-AUD-ACTION.
           MOVE "(retiree)"             TO WS-VALUE.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Parametre retire : " FUNCTION TRIM(WS-KEY)
                   " (valait " FUNCTION TRIM(WS-OLD-VALUE) ")".

           EXIT.
       0500-UNSET-END.

      ******************************************************************

      *Remet params.cfg tel qu'il etait a la fin du jour donne :
      *image de la derniere version datee de ce jour ou avant. La
      *remise est elle-meme une version de l'historique.
       0600-RESTORE-START.

           IF WS-ARG2(1:8) IS NOT NUMERIC
             OR WS-ARG2(9:1) NOT = SPACE
               DISPLAY "RESTORE : date AAAAMMJJ attendue."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REASON = SPACES
               DISPLAY "RESTORE : le motif du changement est "
                       "obligatoire."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0700-PREPARE-CHANGE-START
           THRU    0700-PREPARE-CHANGE-END.

           MOVE WS-ARG2(1:8)            TO WS-SCAN-DATE.
           SET SCAN-UP-TO-DATE          TO TRUE.
           PERFORM 0150-SCAN-HISTORY-START
           THRU    0150-SCAN-HISTORY-END.
           MOVE "N"                     TO WS-SCAN-DATE-FLAG.

           IF NOT LV-FOUND
               DISPLAY "RESTORE : aucun etat connu a cette date ; "
                       "l'historique commence le " WS-FIRST-STAMP
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LV-LGHT                 TO PI-LGHT.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > LV-LGHT
               MOVE LV-LINE(WS-PI-IDX)  TO PI-LINE(WS-PI-IDX)
           END-PERFORM.

           PERFORM 0900-REWRITE-PARAMS-START
           THRU    0900-REWRITE-PARAMS-END.

           MOVE WS-OPERATOR             TO WS-V-OPERATOR.
           MOVE "RESTORE"               TO WS-V-ACTION.
           MOVE "*"                     TO WS-V-KEY.
           MOVE SPACES                  TO WS-V-BEFORE.
           MOVE WS-LAST-VER             TO WS-VER-ED.
           STRING "v" WS-VER-ED DELIMITED BY SIZE INTO WS-V-BEFORE.
           MOVE SPACES                  TO WS-V-AFTER.
           MOVE LV-VER                  TO WS-VER-ED.
           STRING "v" WS-VER-ED " du " LV-STAMP(1:10)
                  DELIMITED BY SIZE INTO WS-V-AFTER.
           MOVE WS-REASON               TO WS-V-REASON.
           PERFORM 0920-APPEND-VERSION-START
           THRU    0920-APPEND-VERSION-END.

           MOVE "PRM-REST"              TO WS-AUD-ACTION.
           MOVE "*"                     TO WS-KEY.
           MOVE WS-V-BEFORE             TO WS-OLD-VALUE.
           MOVE WS-V-AFTER              TO WS-VALUE.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "params.cfg remis a l'etat " FUNCTION TRIM(
                   WS-V-AFTER) " (" LV-STAMP ").".

           EXIT.
       0600-RESTORE-END.

      ******************************************************************

      *Avant tout changement : operateur signe et ADMIN, puis
      *rapprochement du fichier avec la derniere version de
      *l'historique. Un historique vide recoit l'etat de depart
      *(REPRISE) ; un ecart est une retouche hors de ce programme,
      *historisee comme telle (HORS) avant le changement demande.
       0700-PREPARE-CHANGE-START.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.
           PERFORM 0860-CHECK-ROLE-START
           THRU    0860-CHECK-ROLE-END.

           MOVE "N"                     TO WS-SHOW-FLAG.
           MOVE "N"                     TO WS-SCAN-DATE-FLAG.
           PERFORM 0150-SCAN-HISTORY-START
           THRU    0150-SCAN-HISTORY-END.

           IF NOT LV-FOUND
               MOVE WS-OPERATOR         TO WS-V-OPERATOR
               MOVE "REPRISE"           TO WS-V-ACTION
               MOVE "*"                 TO WS-V-KEY
               MOVE "(aucun historique)" TO WS-V-BEFORE
               MOVE "etat de depart"    TO WS-V-AFTER
               MOVE "mise sous historique de params.cfg"
                                        TO WS-V-REASON
               PERFORM 0920-APPEND-VERSION-START
               THRU    0920-APPEND-VERSION-END
               GO TO 0700-PREPARE-CHANGE-END
           END-IF.

           MOVE 0                       TO WS-HIT.
           IF LV-LGHT NOT = PI-LGHT
               MOVE 1                   TO WS-HIT
           END-IF.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT OR WS-HIT > 0
               IF PI-LINE(WS-PI-IDX) NOT = LV-LINE(WS-PI-IDX)
                   MOVE WS-PI-IDX       TO WS-HIT
               END-IF
           END-PERFORM.

           IF WS-HIT > 0
               DISPLAY "ATTENTION : params.cfg retouche hors de "
                       "prmadm depuis la v" LV-VER
                       " -- ecart historise."
               MOVE "(inconnu)"         TO WS-V-OPERATOR
               MOVE "HORS"              TO WS-V-ACTION
               MOVE "*"                 TO WS-V-KEY
               MOVE SPACES              TO WS-V-BEFORE
               MOVE LV-VER              TO WS-VER-ED
               STRING "v" WS-VER-ED DELIMITED BY SIZE
                      INTO WS-V-BEFORE
               MOVE "retouche constatee" TO WS-V-AFTER
               MOVE SPACES              TO WS-V-REASON
               STRING "modification hors prmadm constatee par "
                      FUNCTION TRIM(WS-OPERATOR)
                      DELIMITED BY SIZE INTO WS-V-REASON
               PERFORM 0920-APPEND-VERSION-START
               THRU    0920-APPEND-VERSION-END
           END-IF.

           EXIT.
       0700-PREPARE-CHANGE-END.

      ******************************************************************

      *Premiere ligne de l'image portant la cle WS-KEY : WS-HIT
      *(0 si absente), et sa valeur dans WS-LINE-VALUE.
       0750-FIND-KEY-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT OR WS-HIT > 0
               MOVE PI-LINE(WS-PI-IDX)  TO REC-F-PARAMS
               PERFORM 0110-SPLIT-LINE-START
               THRU    0110-SPLIT-LINE-END
               IF WS-LINE-KEY = WS-KEY
                   MOVE WS-PI-IDX       TO WS-HIT
               END-IF
           END-PERFORM.

           EXIT.
       0750-FIND-KEY-END.

      ******************************************************************

      *Forme nue de WS-KEY (sans prefixe PROD. ou TEST.) et sa
      *place dans la table des cles connues (KK-IDX).
       0760-BARE-KEY-START.

           MOVE WS-KEY                  TO WS-BARE-KEY.
           IF WS-KEY(1:5) = "PROD." OR WS-KEY(1:5) = "TEST."
               MOVE WS-KEY(6:35)        TO WS-BARE-KEY
           END-IF.

           MOVE "N"                     TO WS-KNOWN-FLAG.
           SET KK-IDX                   TO 1.
           SEARCH KK
             AT END
               CONTINUE
             WHEN KK-KEY(KK-IDX) = WS-BARE-KEY
               SET KEY-IS-KNOWN         TO TRUE
           END-SEARCH.

           EXIT.
       0760-BARE-KEY-END.

      ******************************************************************

      *Nombre de cles servies (hors ENV) dans l'image.
       0770-COUNT-KEYS-START.

           MOVE 0                       TO WS-KEY-COUNT.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT
               MOVE PI-LINE(WS-PI-IDX)  TO REC-F-PARAMS
               PERFORM 0110-SPLIT-LINE-START
               THRU    0110-SPLIT-LINE-END
               IF WS-LINE-KEY NOT = SPACES
                 AND WS-LINE-KEY NOT = "ENV"
                   ADD 1                TO WS-KEY-COUNT
               END-IF
           END-PERFORM.

           EXIT.
       0770-COUNT-KEYS-END.

      ******************************************************************

      *Retire de l'image les occurrences de WS-KEY posterieures a
      *la ligne WS-HIT, et la ligne WS-HIT elle-meme si elle a ete
      *mise a blanc (UNSET).
       0780-DROP-DUPS-START.

           MOVE 0                       TO WS-DUP-DROPPED.
           MOVE 0                       TO WS-PI-OUT.
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT
               MOVE PI-LINE(WS-PI-IDX)  TO REC-F-PARAMS
               PERFORM 0110-SPLIT-LINE-START
               THRU    0110-SPLIT-LINE-END
               EVALUATE TRUE
                 WHEN WS-PI-IDX = WS-HIT
                   AND PI-LINE(WS-PI-IDX) = SPACES
                   CONTINUE
                 WHEN WS-PI-IDX > WS-HIT
                   AND WS-LINE-KEY = WS-KEY
                   ADD 1                TO WS-DUP-DROPPED
                 WHEN OTHER
                   ADD 1                TO WS-PI-OUT
                   MOVE PI-LINE(WS-PI-IDX) TO PI-LINE(WS-PI-OUT)
               END-EVALUATE
           END-PERFORM.
           MOVE WS-PI-OUT               TO PI-LGHT.

           EXIT.
       0780-DROP-DUPS-END.

      ******************************************************************

      *Identification de l'operateur qui signe le changement :
      *connexion a la base, puis identifiant et mot de passe
      *verifies par authchk, trois essais au plus.
       0850-SIGNON-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-PWD-TRY.
           PERFORM UNTIL WS-AUTH-IS-OK OR WS-PWD-TRY >= 3
               ADD 1                    TO WS-PWD-TRY
               DISPLAY "Mot de passe : " WITH NO ADVANCING
               ACCEPT WS-AUTH-PASS
               MOVE WS-OPERATOR         TO WS-AUTH-NAME
               CALL "authchk" USING WS-AUTH-NAME WS-AUTH-PASS
               EVALUATE RETURN-CODE
                   WHEN 0
                       SET WS-AUTH-IS-OK TO TRUE
                   WHEN 2
                       DISPLAY "Aucun compte en base pour cet "
                               "operateur."
                   WHEN 4
                       DISPLAY "Compte operateur desactive."
                   WHEN 5
                       DISPLAY "Compte verrouille apres trop "
                               "d'echecs."
                   WHEN OTHER
                       DISPLAY "Mot de passe errone."
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-AUTH-IS-OK
               DISPLAY "Authentification refusee : rien n'est "
                       "modifie."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0850-SIGNON-END.

      ******************************************************************

      *Role de l'operateur signe, lu dans operators.cfg comme au
      *menu (la derniere ligne de l'identifiant fait foi, sans role
      *= OPERATOR) : les parametres de production sont reserves
      *aux ADMIN.
       0860-CHECK-ROLE-START.

           MOVE SPACES                  TO WS-OPER-ROLE.
           MOVE SPACE                   TO F-OPER-STATUS.
           OPEN INPUT F-OPER.
           IF F-OPER-STATUS-OK
               PERFORM UNTIL F-OPER-STATUS-EOF
                 READ F-OPER
                  AT END
                    CONTINUE
                  NOT AT END
                    IF OPER-ID = WS-OPERATOR
                        SET WS-OPER-SEEN TO TRUE
                        IF OPER-ROLE = SPACES
                            MOVE "OPERATOR" TO WS-OPER-ROLE
                        ELSE
                            MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                                         TO WS-OPER-ROLE
                        END-IF
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-OPER
           END-IF.
           MOVE SPACE                   TO F-OPER-STATUS.

           IF WS-OPER-ROLE NOT = "ADMIN"
               DISPLAY "Changement des parametres reserve aux "
                       "operateurs ADMIN (operators.cfg)."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0860-CHECK-ROLE-END.

      ******************************************************************

      *Ecrit l'image dans params.cfg.new puis la renomme sur
      *params.cfg : un arret en cours d'ecriture laisse l'ancien
      *fichier intact.
       0900-REWRITE-PARAMS-START.

           MOVE SPACE                   TO F-NEWPRM-STATUS.
           OPEN OUTPUT F-NEWPRM.
           IF NOT F-NEWPRM-STATUS-OK
               DISPLAY "Ecriture de params.cfg.new impossible, "
                       "statut : " F-NEWPRM-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT
               MOVE PI-LINE(WS-PI-IDX)  TO REC-F-NEWPRM
               WRITE REC-F-NEWPRM
           END-PERFORM.

           CLOSE F-NEWPRM.

           MOVE "params.cfg.new"        TO WS-OLD-NAME.
           MOVE "params.cfg"            TO WS-NEW-NAME.
           CALL "CBL_DELETE_FILE" USING WS-NEW-NAME.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "Renommage de params.cfg.new impossible : "
                       "params.cfg non modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0900-REWRITE-PARAMS-END.

      ******************************************************************

      *Ajoute a params_history.dat une version : entete WS-V-*
      *puis l'image courante du fichier.
       0920-APPEND-VERSION-START.

           MOVE SPACE                   TO F-HIST-STATUS.
           OPEN EXTEND F-HIST.
           IF NOT F-HIST-STATUS-OK
               MOVE SPACE               TO F-HIST-STATUS
               OPEN OUTPUT F-HIST
           END-IF.

           ADD 1                        TO WS-LAST-VER.

           MOVE SPACES                  TO REC-F-HIST.
           MOVE WS-LAST-VER             TO PH-VER.
           MOVE "H"                     TO PH-TYPE.
           MOVE WS-STAMP                TO PH-STAMP.
           MOVE WS-V-OPERATOR           TO PH-OPERATOR.
           MOVE WS-V-ACTION             TO PH-ACTION.
           MOVE WS-V-KEY                TO PH-KEY.
           MOVE WS-V-BEFORE             TO PH-BEFORE.
           MOVE WS-V-AFTER              TO PH-AFTER.
           MOVE WS-V-REASON             TO PH-REASON.
           WRITE REC-F-HIST.

           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                     UNTIL WS-PI-IDX > PI-LGHT
               MOVE SPACES              TO REC-F-HIST
               MOVE WS-LAST-VER         TO PH-VER
               MOVE "L"                 TO PH-TYPE
               MOVE PI-LINE(WS-PI-IDX)  TO PH-TEXT
               WRITE REC-F-HIST
           END-PERFORM.

           CLOSE F-HIST.
           MOVE SPACE                   TO F-HIST-STATUS.

           EXIT.
       0920-APPEND-VERSION-END.

      ******************************************************************

      *Trace le changement dans la piste d'audit, sous le nom
      *"PARAM <cle>".
       0950-AUDIT-START.

           MOVE SPACES                  TO WS-AUD-NOM.
           STRING "PARAM " FUNCTION TRIM(WS-KEY)
                  DELIMITED BY SIZE INTO WS-AUD-NOM.
           MOVE WS-OLD-VALUE            TO WS-AUD-BEFORE.
           MOVE WS-VALUE                TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR.

           EXIT.
       0950-AUDIT-END.
