      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. crdadm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Ancien acces en clair, repris une fois par IMPORT puis
      *supprime.
           SELECT F-CRED ASSIGN TO "db_credentials.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CRED-STATUS.

      *Acces protege, une ligne par version (voir dbcrec.cpy).
           SELECT F-DBCRED ASSIGN TO "db_credentials.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DBCRED-STATUS.

      *Nouvelle image, renommee sur l'ancienne une fois ecrite.
           SELECT F-NEWCRED ASSIGN TO "db_credentials.dat.new"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NEWCRED-STATUS.

      *Registre des connexions tenu par dbcred.
           SELECT F-DBUSE ASSIGN TO "db_cred_use.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DBUSE-STATUS.

      *Liste des operateurs habilites (role ADMIN exige).
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

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

       FD  F-NEWCRED.

       01  REC-F-NEWCRED       PIC X(251).

       FD  F-DBUSE.

       01  REC-F-DBUSE.
           05 DU-STAMP         PIC X(14).
           05 FILLER           PIC X(01).
           05 DU-PROGRAM       PIC X(10).
           05 FILLER           PIC X(01).
           05 DU-VERSION       PIC X(05).

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CRED-STATUS       PIC X(02) VALUE SPACE.
           88 F-CRED-STATUS-OK             VALUE "00".

       01  F-DBCRED-STATUS     PIC X(02) VALUE SPACE.
           88 F-DBCRED-STATUS-OK           VALUE "00".
           88 F-DBCRED-STATUS-EOF          VALUE "10".

       01  F-NEWCRED-STATUS    PIC X(02) VALUE SPACE.
           88 F-NEWCRED-STATUS-OK          VALUE "00".

       01  F-DBUSE-STATUS      PIC X(02) VALUE SPACE.
           88 F-DBUSE-STATUS-OK            VALUE "00".
           88 F-DBUSE-STATUS-EOF           VALUE "10".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

      *Ligne de commande : LIST, IMPORT, SET, ROTATE, CHECK,
      *RETIRE, CANCEL.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ACTION           PIC X(20).

       01  WS-NOW              PIC X(21).

      *Versions lues dans db_credentials.dat, dans l'ordre du
      *fichier.
       01  VERSION-TABLE.
           05 VT-LGHT          PIC 9(03) VALUE ZERO.
           05 VT-MAX           PIC 9(03) VALUE 200.
           05 VT OCCURS 200 TIMES INDEXED BY VT-IDX.
                10 VT-VERSION   PIC 9(04).
                10 VT-STATE     PIC X(01).
                10 VT-STAMP     PIC X(14).
                10 VT-OPERATOR  PIC X(20).
                10 VT-SALT      PIC X(08).
                10 VT-CHECK     PIC X(18).
                10 VT-DATA      PIC X(180).
       01  WS-MAX-VERSION      PIC 9(04) VALUE ZERO.
       01  WS-ACT-POS          PIC 9(03) VALUE ZERO.
       01  WS-CAN-POS          PIC 9(03) VALUE ZERO.
       01  WS-VERSION-EDIT     PIC 9(04).
       01  WS-VERSION-OLD      PIC 9(04).
       01  WS-VERSION-X        PIC X(05).
       01  WS-NEW-STATE        PIC X(01).

      *Zones passees a crdcode.
       01  WS-CODE-ACTION      PIC X(01).
       01  WS-CODE-SALT        PIC X(08).
       01  WS-CODE-CHECK       PIC X(18).
       01  WS-CODE-DATA        PIC X(180).
       01  WS-CODE-CLEAR.
           05 WS-CODE-USER     PIC X(20).
           05 WS-CODE-PASS     PIC X(20).
           05 WS-CODE-NAME     PIC X(20).

      *Acces en vigueur (relu de la version active) et acces a
      *poser.
       01  WS-OLD-CLEAR.
           05 WS-OLD-USER      PIC X(20).
           05 WS-OLD-PASS      PIC X(20).
           05 WS-OLD-NAME      PIC X(20).
       01  WS-OLD-FLAG         PIC X(01) VALUE "N".
           88 OLD-IS-READABLE              VALUE "Y".
       01  WS-NEW-CLEAR.
           05 WS-NEW-USER      PIC X(20).
           05 WS-NEW-PASS      PIC X(20).
           05 WS-NEW-NAME      PIC X(20).
       01  WS-PASS-CONFIRM     PIC X(20).
       01  WS-INPUT            PIC X(20).

      *Programmes consommateurs : tout programme passe au registre
      *des connexions depuis CRED.CONSUMER-DAYS jours (45 a defaut)
      *doit s'etre connecte avec la version candidate avant que
      *l'ancienne soit retiree.
       01  WS-CONSUMER-DAYS    PIC 9(03) VALUE 45.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-SINCE-YMD        PIC 9(08).
       01  CONSUMER-TABLE.
           05 CT-LGHT          PIC 9(03) VALUE ZERO.
           05 CT-MAX           PIC 9(03) VALUE 300.
           05 CT OCCURS 300 TIMES INDEXED BY CT-IDX.
                10 CT-PROGRAM   PIC X(10).
                10 CT-LAST      PIC X(14).
                10 CT-LAST-VER  PIC X(05).
                10 CT-CAN-FLAG  PIC X(01).
       01  WS-HIT              PIC 9(03).
       01  WS-CT-OVERFLOW      PIC 9(05) VALUE ZERO.
       01  WS-SWITCHED-COUNT   PIC 9(03) VALUE ZERO.
       01  WS-PENDING-COUNT    PIC 9(03) VALUE ZERO.

       01  WS-CHECK-LINE.
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-PROGRAM      PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-LAST         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-LAST-VER     PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-VERDICT      PIC X(20).

       01  WS-LIST-LINE.
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-L-VERSION    PIC 9(04).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-L-STATE      PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-L-STAMP      PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-L-OPERATOR   PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-L-USER       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-NAME       PIC X(20).

      *Operateur signe : identifiant et mot de passe verifies par
      *authchk, trois essais au plus, puis role ADMIN exige.
       01  WS-OPERATOR         PIC X(20).
       01  WS-OPER-ROLE        PIC X(10).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "crdadm".

      *Zones passees a la piste d'audit : chaque pose, rotation,
      *retrait et annulation y est trace, jamais le mot de passe.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "crdadm".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NOM          PIC X(50)
                               VALUE "ACCES BASE db_credentials.dat".
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       01  WS-FILE-OLD         PIC X(41).
       01  WS-FILE-NEW         PIC X(41).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       01  DB-USER             PIC X(20).
       01  DB-PASS             PIC X(20).
       01  DB-NAME             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Tenue de l'acces protege a la base (db_credentials.dat), qui
      *remplace db_credentials.cfg en clair. IMPORT reprend une
      *fois l'ancien fichier en clair puis le supprime ; SET pose
      *un acces saisi quand aucune version active n'est lisible
      *(mise en service, cle de la suite changee). ROTATE pose une
      *version candidate : dbcred l'essaie d'abord, chaque programme
      *qui se connecte la note au registre db_cred_use.dat. CHECK
      *liste les programmes consommateurs et ceux qui ne sont pas
      *encore passes a la candidate ; RETIRE fait de la candidate
      *la version active et retire l'ancienne, refuse tant qu'un
      *consommateur manque ; CANCEL abandonne la candidate. Pendant
      *la rotation, l'ancien et le nouvel acces doivent etre
      *acceptes tous deux par la base. Tout changement exige un
      *ADMIN signe et est trace a la piste d'audit.
      *Codes retour : 0 fait (CHECK : tous passes), 1 usage ou
      *erreur, 2 etat incompatible, 4 CHECK : consommateurs en
      *retard, 8 refus (authentification, role, consommateurs en
      *retard au RETIRE, acces refuse par la base).
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           PERFORM 0100-LOAD-VERSIONS-START
           THRU    0100-LOAD-VERSIONS-END.

           EVALUATE WS-ACTION
             WHEN "LIST"
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "IMPORT"
               PERFORM 0300-IMPORT-START
               THRU    0300-IMPORT-END
             WHEN "SET"
               PERFORM 0400-SET-START
               THRU    0400-SET-END
             WHEN "ROTATE"
               PERFORM 0500-ROTATE-START
               THRU    0500-ROTATE-END
             WHEN "CHECK"
               PERFORM 0600-CHECK-START
               THRU    0600-CHECK-END
               STOP RUN
             WHEN "RETIRE"
               PERFORM 0700-RETIRE-START
               THRU    0700-RETIRE-END
             WHEN "CANCEL"
               PERFORM 0750-CANCEL-START
               THRU    0750-CANCEL-END
             WHEN OTHER
               DISPLAY "Usage : crdadm LIST"
               DISPLAY "        crdadm IMPORT"
               DISPLAY "        crdadm SET"
               DISPLAY "        crdadm ROTATE"
               DISPLAY "        crdadm CHECK"
               DISPLAY "        crdadm RETIRE"
               DISPLAY "        crdadm CANCEL"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge db_credentials.dat ; retient la plus haute version
      *active et candidate, et relit l'acces actif s'il y en a un.
       0100-LOAD-VERSIONS-START.

           MOVE SPACE                   TO F-DBCRED-STATUS.
           OPEN INPUT F-DBCRED.
           IF NOT F-DBCRED-STATUS-OK
               MOVE SPACE               TO F-DBCRED-STATUS
               GO TO 0100-LOAD-VERSIONS-END
           END-IF.

           PERFORM UNTIL F-DBCRED-STATUS-EOF
             READ F-DBCRED
              AT END
                CONTINUE
              NOT AT END
                IF CRV-VERSION NUMERIC
                    IF VT-LGHT >= VT-MAX
                        DISPLAY "Table des versions pleine ("
                                VT-MAX ") : rien n'est modifie."
                        MOVE 1           TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1                TO VT-LGHT
                    MOVE CRV-VERSION     TO VT-VERSION (VT-LGHT)
                    MOVE CRV-STATE       TO VT-STATE   (VT-LGHT)
                    MOVE CRV-STAMP       TO VT-STAMP   (VT-LGHT)
                    MOVE CRV-OPERATOR    TO VT-OPERATOR(VT-LGHT)
                    MOVE CRV-SALT        TO VT-SALT    (VT-LGHT)
                    MOVE CRV-CHECK       TO VT-CHECK   (VT-LGHT)
                    MOVE CRV-DATA        TO VT-DATA    (VT-LGHT)
                    IF CRV-VERSION > WS-MAX-VERSION
                        MOVE CRV-VERSION TO WS-MAX-VERSION
                    END-IF
                    IF CRV-STATE = "A"
                        IF WS-ACT-POS = 0
                          OR CRV-VERSION > VT-VERSION(WS-ACT-POS)
                            MOVE VT-LGHT TO WS-ACT-POS
                        END-IF
                    END-IF
                    IF CRV-STATE = "C"
                        IF WS-CAN-POS = 0
                          OR CRV-VERSION > VT-VERSION(WS-CAN-POS)
                            MOVE VT-LGHT TO WS-CAN-POS
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DBCRED.
           MOVE SPACE                   TO F-DBCRED-STATUS.

           IF WS-ACT-POS > 0
               SET VT-IDX               TO WS-ACT-POS
               PERFORM 0800-DECODE-START
               THRU    0800-DECODE-END
               IF RETURN-CODE = 0
                   MOVE WS-CODE-CLEAR   TO WS-OLD-CLEAR
                   SET OLD-IS-READABLE  TO TRUE
               END-IF
               MOVE SPACES              TO WS-CODE-CLEAR
           END-IF.

           EXIT.
       0100-LOAD-VERSIONS-END.

      ******************************************************************

      *Liste des versions : utilisateur et base relus, jamais le
      *mot de passe.
       0200-LIST-START.

           IF VT-LGHT = 0
               DISPLAY "Aucune version dans db_credentials.dat."
               GO TO 0200-LIST-END
           END-IF.

           DISPLAY "  Vers  Etat        Pose le         Par         "
                   "          Utilisateur          Base".
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-LGHT
               MOVE SPACES              TO WS-LIST-LINE
               MOVE VT-VERSION (VT-IDX) TO OUT-L-VERSION
               EVALUATE VT-STATE(VT-IDX)
                 WHEN "A"
                   MOVE "ACTIVE"        TO OUT-L-STATE
                 WHEN "C"
                   MOVE "CANDIDATE"     TO OUT-L-STATE
                 WHEN "R"
                   MOVE "RETIREE"       TO OUT-L-STATE
                 WHEN "X"
                   MOVE "ANNULEE"       TO OUT-L-STATE
                 WHEN OTHER
                   MOVE VT-STATE(VT-IDX) TO OUT-L-STATE
               END-EVALUATE
               MOVE VT-STAMP   (VT-IDX) TO OUT-L-STAMP
               MOVE VT-OPERATOR(VT-IDX) TO OUT-L-OPERATOR
               PERFORM 0800-DECODE-START
               THRU    0800-DECODE-END
               IF RETURN-CODE = 0
                   MOVE WS-CODE-USER    TO OUT-L-USER
                   MOVE WS-CODE-NAME    TO OUT-L-NAME
               ELSE
                   MOVE "(illisible)"   TO OUT-L-USER
               END-IF
               MOVE SPACES              TO WS-CODE-CLEAR
               DISPLAY WS-LIST-LINE
           END-PERFORM.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Reprise de db_credentials.cfg : l'acces en clair, verifie
      *aupres de la base, devient la version active et le fichier
      *en clair est supprime.
       0300-IMPORT-START.

           IF OLD-IS-READABLE
               DISPLAY "Une version active existe deja : "
                       "db_credentials.cfg n'est pas repris, le "
                       "supprimer (ROTATE pour changer d'acces)."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE                   TO F-CRED-STATUS.
           OPEN INPUT F-CRED.
           IF NOT F-CRED-STATUS-OK
               DISPLAY "Fichier db_credentials.cfg introuvable."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                  TO WS-NEW-CLEAR.
           READ F-CRED
             NOT AT END
               MOVE CRED-USER           TO WS-NEW-USER
               MOVE CRED-PASS           TO WS-NEW-PASS
               MOVE CRED-NAME           TO WS-NEW-NAME
           END-READ.
           CLOSE F-CRED.

           PERFORM 0845-CONNECT-NEW-START
           THRU    0845-CONNECT-NEW-END.
           IF SQLCODE NOT = 0
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           PERFORM 0820-PUT-ACTIVE-START
           THRU    0820-PUT-ACTIVE-END.

           MOVE "db_credentials.cfg"    TO WS-FILE-OLD.
           CALL "CBL_DELETE_FILE" USING WS-FILE-OLD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Suppression de db_credentials.cfg impossible"
                       " : le supprimer a la main."
           END-IF.

           MOVE "ACCES-IMP"             TO WS-AUD-ACTION.
           MOVE "db_credentials.cfg"    TO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-VERSION-EDIT " ACTIVE"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Acces repris en version " WS-VERSION-EDIT
                   " ; db_credentials.cfg supprime.".

           EXIT.
       0300-IMPORT-END.

      ******************************************************************

      *Pose directe d'un acces saisi, reservee au cas ou aucune
      *version active n'est lisible ; sinon c'est une rotation.
       0400-SET-START.

           IF OLD-IS-READABLE
               DISPLAY "Une version active est en vigueur : changer "
                       "d'acces par ROTATE."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-NEW-CLEAR.
           DISPLAY "Utilisateur base : " WITH NO ADVANCING.
           ACCEPT WS-NEW-USER.
           DISPLAY "Base : " WITH NO ADVANCING.
           ACCEPT WS-NEW-NAME.
           PERFORM 0830-ACCEPT-PASS-START
           THRU    0830-ACCEPT-PASS-END.

           PERFORM 0845-CONNECT-NEW-START
           THRU    0845-CONNECT-NEW-END.
           IF SQLCODE NOT = 0
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           PERFORM 0820-PUT-ACTIVE-START
           THRU    0820-PUT-ACTIVE-END.

           MOVE "ACCES-SET"             TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           IF WS-ACT-POS > 0
               MOVE VT-VERSION(WS-ACT-POS) TO WS-VERSION-OLD
               STRING "v" WS-VERSION-OLD " ILLISIBLE"
                      DELIMITED BY SIZE INTO WS-AUD-BEFORE
           END-IF.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-VERSION-EDIT " ACTIVE"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Acces pose en version " WS-VERSION-EDIT ".".

           EXIT.
       0400-SET-END.

      ******************************************************************

      *Pose d'une version candidate. Le nouvel acces doit deja etre
      *accepte par la base (compte ou mot de passe prepare cote
      *base) : il est essaye avant d'etre ecrit.
       0500-ROTATE-START.

           IF WS-CAN-POS > 0
               MOVE VT-VERSION(WS-CAN-POS) TO WS-VERSION-EDIT
               DISPLAY "Rotation deja en cours (candidate "
                       WS-VERSION-EDIT ") : RETIRE ou CANCEL d'abord."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT OLD-IS-READABLE
               DISPLAY "Pas de version active lisible : poser "
                       "l'acces par IMPORT ou SET."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0840-CONNECT-START
           THRU    0840-CONNECT-END.
           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           MOVE WS-OLD-CLEAR            TO WS-NEW-CLEAR.
           MOVE SPACES                  TO WS-NEW-PASS.
           MOVE SPACES                  TO WS-INPUT.
           DISPLAY "Utilisateur base (Entree = "
                   FUNCTION TRIM(WS-OLD-USER) ") : "
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.
           IF WS-INPUT NOT = SPACES
               MOVE WS-INPUT            TO WS-NEW-USER
           END-IF.
           PERFORM 0830-ACCEPT-PASS-START
           THRU    0830-ACCEPT-PASS-END.

           IF WS-NEW-USER = WS-OLD-USER AND WS-NEW-PASS = WS-OLD-PASS
               DISPLAY "Le nouvel acces est celui en vigueur : rien "
                       "n'est modifie."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0845-CONNECT-NEW-START
           THRU    0845-CONNECT-NEW-END.
           IF SQLCODE NOT = 0
               DISPLAY "La base refuse le nouvel acces : le preparer "
                       "cote base avant la rotation."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 WS-MAX-VERSION     GIVING WS-VERSION-EDIT.
           MOVE "C"                     TO WS-NEW-STATE.
           PERFORM 0810-ADD-VERSION-START
           THRU    0810-ADD-VERSION-END.
           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "ACCES-ROT"             TO WS-AUD-ACTION.
           MOVE VT-VERSION(WS-ACT-POS)  TO WS-VERSION-OLD.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "v" WS-VERSION-OLD " ACTIVE"
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-VERSION-EDIT " CANDIDATE"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version candidate " WS-VERSION-EDIT
                   " posee : suivre le passage des programmes par "
                   "CHECK, puis RETIRE.".

           EXIT.
       0500-ROTATE-END.

      ******************************************************************

      *Passage des consommateurs a la version candidate, d'apres le
      *registre des connexions.
       0600-CHECK-START.

           IF WS-CAN-POS = 0
               DISPLAY "Pas de rotation en cours."
               MOVE 2                   TO RETURN-CODE
               GO TO 0600-CHECK-END
           END-IF.

           PERFORM 0650-LOAD-CONSUMERS-START
           THRU    0650-LOAD-CONSUMERS-END.

           MOVE VT-VERSION(WS-CAN-POS)  TO WS-VERSION-EDIT.
           DISPLAY "Version candidate " WS-VERSION-EDIT
                   ", consommateurs vus depuis le " WS-SINCE-YMD
                   " (" WS-CONSUMER-DAYS " j) :".
           DISPLAY "  Programme   Derniere  Vers.  Candidate".

           MOVE 0                       TO WS-SWITCHED-COUNT.
           MOVE 0                       TO WS-PENDING-COUNT.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-LGHT
               MOVE SPACES              TO WS-CHECK-LINE
               MOVE CT-PROGRAM (CT-IDX) TO OUT-PROGRAM
               MOVE CT-LAST(CT-IDX)(1:8) TO OUT-LAST
               MOVE CT-LAST-VER(CT-IDX) TO OUT-LAST-VER
               IF CT-CAN-FLAG(CT-IDX) = "Y"
                   MOVE "PASSE"         TO OUT-VERDICT
                   ADD 1                TO WS-SWITCHED-COUNT
               ELSE
                   MOVE "EN RETARD"     TO OUT-VERDICT
                   ADD 1                TO WS-PENDING-COUNT
               END-IF
               DISPLAY WS-CHECK-LINE
           END-PERFORM.

           DISPLAY "Passes : " WS-SWITCHED-COUNT
                   " / en retard : " WS-PENDING-COUNT.
           IF WS-CT-OVERFLOW > 0
               DISPLAY "Table des consommateurs pleine : "
                       WS-CT-OVERFLOW " ligne(s) du registre non "
                       "examinee(s)."
               ADD 1                    TO WS-PENDING-COUNT
           END-IF.

           IF WS-PENDING-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           EXIT.
       0600-CHECK-END.

      ******************************************************************

      *Consommateurs du registre depuis CRED.CONSUMER-DAYS jours :
      *derniere connexion, derniere version, et passage (au moins
      *une connexion) par la version candidate.
       0650-LOAD-CONSUMERS-START.

           MOVE "CRED.CONSUMER-DAYS"    TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
             AND LENGTH OF FUNCTION TRIM(WS-PRM-VALUE) <= 3
               COMPUTE WS-CONSUMER-DAYS =
                   FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW(1:8))).
           COMPUTE WS-SINCE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
                                        - WS-CONSUMER-DAYS).

           MOVE VT-VERSION(WS-CAN-POS)  TO WS-VERSION-X.

           MOVE SPACE                   TO F-DBUSE-STATUS.
           OPEN INPUT F-DBUSE.
           IF NOT F-DBUSE-STATUS-OK
               MOVE SPACE               TO F-DBUSE-STATUS
               GO TO 0650-LOAD-CONSUMERS-END
           END-IF.

           PERFORM UNTIL F-DBUSE-STATUS-EOF
             READ F-DBUSE
              AT END
                CONTINUE
              NOT AT END
                IF DU-STAMP(1:8) IS NUMERIC
                  AND DU-STAMP(1:8) >= WS-SINCE-YMD
                  AND DU-PROGRAM NOT = SPACES
                    PERFORM 0660-ADD-CONSUMER-START
                    THRU    0660-ADD-CONSUMER-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DBUSE.
           MOVE SPACE                   TO F-DBUSE-STATUS.

           EXIT.
       0650-LOAD-CONSUMERS-END.

      ******************************************************************

      *Porte la ligne courante du registre au poste du programme.
       0660-ADD-CONSUMER-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                     UNTIL CT-IDX > CT-LGHT OR WS-HIT > 0
               IF CT-PROGRAM(CT-IDX) = DU-PROGRAM
                   SET WS-HIT           TO CT-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               IF CT-LGHT >= CT-MAX
                   ADD 1                TO WS-CT-OVERFLOW
                   GO TO 0660-ADD-CONSUMER-END
               END-IF
               ADD 1                    TO CT-LGHT
               MOVE CT-LGHT             TO WS-HIT
               MOVE DU-PROGRAM          TO CT-PROGRAM (WS-HIT)
               MOVE SPACES              TO CT-LAST    (WS-HIT)
               MOVE "N"                 TO CT-CAN-FLAG(WS-HIT)
           END-IF.

           IF DU-STAMP >= CT-LAST(WS-HIT)
               MOVE DU-STAMP            TO CT-LAST    (WS-HIT)
               MOVE DU-VERSION          TO CT-LAST-VER(WS-HIT)
           END-IF.
           IF DU-VERSION = WS-VERSION-X
               MOVE "Y"                 TO CT-CAN-FLAG(WS-HIT)
           END-IF.

           EXIT.
       0660-ADD-CONSUMER-END.

      ******************************************************************

      *Fin de rotation : la candidate devient la version active,
      *l'ancienne est retiree -- refuse tant qu'un consommateur
      *n'est pas passe a la candidate.
       0700-RETIRE-START.

           IF WS-CAN-POS = 0
               DISPLAY "Pas de rotation en cours."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0840-CONNECT-START
           THRU    0840-CONNECT-END.
           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           PERFORM 0600-CHECK-START
           THRU    0600-CHECK-END.
           IF WS-PENDING-COUNT > 0
               DISPLAY "Retrait refuse : " WS-PENDING-COUNT
                       " consommateur(s) pas encore passe(s) a la "
                       "version candidate."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           MOVE SPACES                  TO WS-AUD-BEFORE.
           IF WS-ACT-POS > 0
               MOVE "R"                 TO VT-STATE(WS-ACT-POS)
               MOVE VT-VERSION(WS-ACT-POS) TO WS-VERSION-OLD
               STRING "v" WS-VERSION-OLD " ACTIVE"
                      DELIMITED BY SIZE INTO WS-AUD-BEFORE
           END-IF.
           MOVE "A"                     TO VT-STATE(WS-CAN-POS).
           MOVE VT-VERSION(WS-CAN-POS)  TO WS-VERSION-EDIT.
           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "ACCES-RET"             TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-VERSION-EDIT " ACTIVE"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version " WS-VERSION-EDIT " active ; l'ancien "
                   "acces peut etre revoque cote base.".

           EXIT.
       0700-RETIRE-END.

      ******************************************************************

      *Abandon d'une rotation : la candidate est annulee, l'active
      *reste en vigueur.
       0750-CANCEL-START.

           IF WS-CAN-POS = 0
               DISPLAY "Pas de rotation en cours."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0840-CONNECT-START
           THRU    0840-CONNECT-END.
           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           MOVE "X"                     TO VT-STATE(WS-CAN-POS).
           MOVE VT-VERSION(WS-CAN-POS)  TO WS-VERSION-EDIT.
           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "ACCES-ANN"             TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "v" WS-VERSION-EDIT " CANDIDATE"
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-VERSION-EDIT " ANNULEE"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version candidate " WS-VERSION-EDIT " annulee.".

           EXIT.
       0750-CANCEL-END.

      ******************************************************************

      *Relit l'acces de la version VT-IDX dans WS-CODE-CLEAR ; code
      *retour de crdcode (0 lisible).
       0800-DECODE-START.

           MOVE "D"                     TO WS-CODE-ACTION.
           MOVE VT-SALT (VT-IDX)        TO WS-CODE-SALT.
           MOVE VT-DATA (VT-IDX)        TO WS-CODE-DATA.
           MOVE VT-CHECK(VT-IDX)        TO WS-CODE-CHECK.
           CALL "crdcode" USING WS-CODE-ACTION WS-CODE-SALT
                                WS-CODE-CLEAR WS-CODE-DATA
                                WS-CODE-CHECK.

           EXIT.
       0800-DECODE-END.

      ******************************************************************

      *Ajoute la version WS-VERSION-EDIT, etat WS-NEW-STATE, avec
      *l'acces WS-NEW-CLEAR code sous un grain de sel neuf.
       0810-ADD-VERSION-START.

           IF VT-LGHT >= VT-MAX
               DISPLAY "Table des versions pleine (" VT-MAX
                       ") : rien n'est modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                        TO VT-LGHT.
           MOVE WS-VERSION-EDIT         TO VT-VERSION (VT-LGHT).
           MOVE WS-NEW-STATE            TO VT-STATE   (VT-LGHT).
           MOVE WS-NOW(1:14)            TO VT-STAMP   (VT-LGHT).
           MOVE WS-OPERATOR             TO VT-OPERATOR(VT-LGHT).
           MOVE WS-NOW(9:8)             TO WS-CODE-SALT.
           MOVE WS-CODE-SALT            TO VT-SALT    (VT-LGHT).

           MOVE "E"                     TO WS-CODE-ACTION.
           MOVE WS-NEW-CLEAR            TO WS-CODE-CLEAR.
           CALL "crdcode" USING WS-CODE-ACTION WS-CODE-SALT
                                WS-CODE-CLEAR WS-CODE-DATA
                                WS-CODE-CHECK.
           MOVE WS-CODE-DATA            TO VT-DATA    (VT-LGHT).
           MOVE WS-CODE-CHECK           TO VT-CHECK   (VT-LGHT).
           MOVE SPACES                  TO WS-CODE-CLEAR.

           EXIT.
       0810-ADD-VERSION-END.

      ******************************************************************

      *Pose WS-NEW-CLEAR comme version active ; une active illisible
      *et une candidate eventuelle sont retirees.
       0820-PUT-ACTIVE-START.

           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-LGHT
               IF VT-STATE(VT-IDX) = "A" OR VT-STATE(VT-IDX) = "C"
                   MOVE "R"             TO VT-STATE(VT-IDX)
               END-IF
           END-PERFORM.

           ADD 1 WS-MAX-VERSION     GIVING WS-VERSION-EDIT.
           MOVE "A"                     TO WS-NEW-STATE.
           PERFORM 0810-ADD-VERSION-START
           THRU    0810-ADD-VERSION-END.
           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           EXIT.
       0820-PUT-ACTIVE-END.

      ******************************************************************

      *Saisie du mot de passe, deux fois a l'identique.
       0830-ACCEPT-PASS-START.

           DISPLAY "Mot de passe base : " WITH NO ADVANCING.
           ACCEPT WS-NEW-PASS.
           DISPLAY "Confirmation : " WITH NO ADVANCING.
           ACCEPT WS-PASS-CONFIRM.

           IF WS-NEW-PASS = SPACES OR WS-NEW-PASS NOT = WS-PASS-CONFIRM
               DISPLAY "Mot de passe vide ou confirmation differente "
                       ": rien n'est modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                  TO WS-PASS-CONFIRM.

           IF WS-NEW-USER = SPACES OR WS-NEW-NAME = SPACES
               DISPLAY "Utilisateur et base obligatoires : rien "
                       "n'est modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0830-ACCEPT-PASS-END.

      ******************************************************************

      *Connexion a la base par l'acces en vigueur.
       0840-CONNECT-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0840-CONNECT-END.

      ******************************************************************

      *Essai de connexion par l'acces a poser WS-NEW-CLEAR (SQLCODE
      *rendu a l'appelant).
       0845-CONNECT-NEW-START.

           MOVE WS-NEW-USER             TO DB-USER.
           MOVE WS-NEW-PASS             TO DB-PASS.
           MOVE WS-NEW-NAME             TO DB-NAME.

           EXEC SQL
           CONNECT :DB-USER IDENTIFIED BY :DB-PASS USING :DB-NAME
           END-EXEC.
           MOVE SPACES                  TO DB-PASS.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
                       " - " WS-SQL-MESSAGE
           END-IF.

           EXIT.
       0845-CONNECT-NEW-END.

      ******************************************************************

      *Identification de l'operateur qui signe : mot de passe
      *verifie par authchk, trois essais au plus, puis role ADMIN
      *lu dans operators.cfg comme au menu.
       0850-SIGNON-START.

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
               DISPLAY "Tenue de l'acces a la base reservee aux "
                       "operateurs ADMIN (operators.cfg)."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0850-SIGNON-END.

      ******************************************************************

      *Ecrit les versions dans db_credentials.dat.new puis le renomme
      *sur db_credentials.dat : un arret en cours d'ecriture laisse
      *l'ancien fichier intact.
       0900-REWRITE-START.

           MOVE SPACE                   TO F-NEWCRED-STATUS.
           OPEN OUTPUT F-NEWCRED.
           IF NOT F-NEWCRED-STATUS-OK
               DISPLAY "Ecriture de db_credentials.dat.new "
                       "impossible, statut : " F-NEWCRED-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-LGHT
               MOVE SPACES              TO REC-F-DBCRED
               MOVE VT-VERSION (VT-IDX) TO CRV-VERSION
               MOVE VT-STATE   (VT-IDX) TO CRV-STATE
               MOVE VT-STAMP   (VT-IDX) TO CRV-STAMP
               MOVE VT-OPERATOR(VT-IDX) TO CRV-OPERATOR
               MOVE VT-SALT    (VT-IDX) TO CRV-SALT
               MOVE VT-CHECK   (VT-IDX) TO CRV-CHECK
               MOVE VT-DATA    (VT-IDX) TO CRV-DATA
               MOVE REC-F-DBCRED        TO REC-F-NEWCRED
               WRITE REC-F-NEWCRED
           END-PERFORM.

           CLOSE F-NEWCRED.

           MOVE "db_credentials.dat.new" TO WS-FILE-OLD.
           MOVE "db_credentials.dat"    TO WS-FILE-NEW.
           CALL "CBL_DELETE_FILE" USING WS-FILE-NEW.
           CALL "CBL_RENAME_FILE" USING WS-FILE-OLD WS-FILE-NEW.
           IF RETURN-CODE NOT = 0
               DISPLAY "Renommage de db_credentials.dat.new "
                       "impossible : acces non modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0900-REWRITE-END.

      ******************************************************************

      *Trace l'operation a la piste d'audit (versions et etats, sans
      *l'acces lui-meme).
       0950-AUDIT-START.

           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR.

           EXIT.
       0950-AUDIT-END.
