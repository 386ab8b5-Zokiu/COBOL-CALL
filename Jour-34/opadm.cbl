      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. opadm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Liste des operateurs habilites au menu (identifiant, role
      *ADMIN / OPERATOR / READONLY), lue a la connexion du menu.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      *Nouvelle liste, renommee sur l'ancienne une fois ecrite.
           SELECT F-NEWOPER ASSIGN TO "operators.cfg.new"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NEWOPER-STATUS.

      *File des attributions du role ADMIN en attente de la revue
      *d'un second ADMIN, sur le modele des mutations de profil du
      *menu ; les decisions rendues y restent consultables.
           SELECT F-PENDOP ASSIGN TO "pending_operators.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PENDOP-STATUS.

      *Controle de nuit du roster contre l'etat des comptes.
           SELECT F-REPORT ASSIGN TO "operators_check.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

       FD  F-NEWOPER.

       01  REC-F-NEWOPER.
           05 NOP-ID           PIC X(20).
           05 FILLER           PIC X(01).
           05 NOP-ROLE         PIC X(10).

      *Action : A ajout d'un operateur, R changement de role. Etat :
      *P en attente, A approuvee (appliquee), R refusee.
       FD  F-PENDOP.

       01  REC-F-PENDOP.
           05 PO-ID            PIC X(20).
           05 FILLER           PIC X(01).
           05 PO-ACTION        PIC X(01).
           05 FILLER           PIC X(01).
           05 PO-ROLE          PIC X(10).
           05 FILLER           PIC X(01).
           05 PO-REQUESTOR     PIC X(20).
           05 FILLER           PIC X(01).
           05 PO-STAMP         PIC X(19).
           05 FILLER           PIC X(01).
           05 PO-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 PO-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PO-DECIDED       PIC X(19).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(110).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "opadm".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

       01  F-NEWOPER-STATUS    PIC X(02) VALUE SPACE.
           88 F-NEWOPER-STATUS-OK          VALUE "00".

       01  F-PENDOP-STATUS     PIC X(02) VALUE SPACE.
           88 F-PENDOP-STATUS-OK           VALUE "00".
           88 F-PENDOP-STATUS-EOF          VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Ligne de commande : LIST, ADD <identifiant> <role>, ROLE
      *<identifiant> <role>, REMOVE <identifiant>, REVIEW, CHECK.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ACTION           PIC X(20).
       01  WS-ID-ARG           PIC X(20).
       01  WS-ROLE-ARG         PIC X(10).

       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).
       01  WS-INPUT            PIC X(10).

      *Roster charge d'operators.cfg : un identifiant par poste,
      *la derniere ligne d'un identifiant fait foi comme au menu.
       01  OPER-TABLE.
           05 OT-LGHT          PIC 9(03) VALUE ZERO.
           05 OT-MAX           PIC 9(03) VALUE 200.
           05 OT OCCURS 200 TIMES INDEXED BY OT-IDX.
                10 OT-ID        PIC X(20).
                10 OT-ROLE      PIC X(10).
       01  WS-ROSTER-FLAG      PIC X(01) VALUE "N".
           88 ROSTER-EXISTS                VALUE "Y".
       01  WS-ADMIN-COUNT      PIC 9(03).
       01  WS-HIT              PIC 9(03).
       01  WS-OT-OUT           PIC 9(03).

      *File des attributions ADMIN en attente.
       01  PENDOP-TABLE.
           05 PT-LGHT          PIC 9(04) VALUE ZERO.
           05 PT-MAX           PIC 9(04) VALUE 500.
           05 PT OCCURS 500 TIMES INDEXED BY PT-IDX.
                10 PT-ID        PIC X(20).
                10 PT-ACTION    PIC X(01).
                10 PT-ROLE      PIC X(10).
                10 PT-REQUESTOR PIC X(20).
                10 PT-STAMP     PIC X(19).
                10 PT-STATE     PIC X(01).
                10 PT-DECIDER   PIC X(20).
                10 PT-DECIDED   PIC X(19).
       01  WS-PENDING-SEEN     PIC 9(04) VALUE ZERO.

      *Operateur signe : identifiant et mot de passe verifies par
      *authchk, trois essais au plus, puis role ADMIN exige.
       01  WS-OPERATOR         PIC X(20).
       01  WS-OPER-ROLE        PIC X(10).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".
       01  WS-OLD-ROLE         PIC X(10).

      *Controle de nuit : jours sans connexion toleres
      *(OPER.IDLE-DAYS au service des parametres, 90 a defaut).
       01  WS-IDLE-DAYS        PIC 9(03) VALUE 90.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-LOGIN-INT        PIC 9(08).
       01  WS-LOGIN-YMD        PIC X(08).
       01  WS-LOGIN-AGE        PIC S9(08).
       01  WS-NOACCT-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-NOTACT-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-IDLE-COUNT       PIC 9(03) VALUE ZERO.

       01  WS-REPORT-LINE.
           05 OUT-KIND         PIC X(16).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-ID           PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-ROLE         PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-DETAIL       PIC X(58).

       01  WS-TRAILER.
           05 FILLER           PIC X(13) VALUE "Sans compte: ".
           05 OUT-T-NOACCT     PIC ZZ9.
           05 FILLER           PIC X(19) VALUE " / compte inactif: ".
           05 OUT-T-NOTACT     PIC ZZ9.
           05 FILLER           PIC X(22) VALUE
                  " / sans connexion (+ ".
           05 OUT-T-DAYS       PIC ZZ9.
           05 FILLER           PIC X(05) VALUE " j): ".
           05 OUT-T-IDLE       PIC ZZ9.

      *Zones passees a la piste d'audit : chaque ajout, retrait,
      *changement de role, demande et decision y est trace.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "opadm".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NOM          PIC X(50).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).
       01  WS-AUD-ID           PIC X(20).

       01  WS-OLD-NAME         PIC X(41).
       01  WS-NEW-NAME         PIC X(41).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       01  WS-ACCT-NAME        PIC X(50).
       01  WS-ACCT-COUNT       PIC 9(04).
       01  WS-ACCT-STATUS      PIC X(01).
       01  WS-ACCT-LAST-LOGIN  PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Tenue d'operators.cfg, qui n'est plus retouche a la main :
      *ajout, retrait et changement de role d'un operateur par un
      *ADMIN signe. Toute attribution du role ADMIN (ajout ou
      *promotion) part en file et n'est appliquee qu'apres la
      *revue d'un second ADMIN (REVIEW) ; chaque changement,
      *demande et decision est trace a la piste d'audit. CHECK,
      *le controle de nuit, rapproche le roster de la table users :
      *operateurs sans compte, compte non actif, pas de connexion
      *depuis OPER.IDLE-DAYS jours.
      *Codes retour : 0 fait (CHECK : rien a signaler), 1 usage ou
      *erreur, 2 operateur introuvable ou etat incompatible, 4
      *CHECK : ecarts au rapport, 8 refus (authentification, role,
      *dernier ADMIN).
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ID-ARG WS-ROLE-ARG.
           MOVE FUNCTION UPPER-CASE(WS-ACTION)   TO WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-ARG) TO WS-ROLE-ARG.

           PERFORM 0100-LOAD-ROSTER-START
           THRU    0100-LOAD-ROSTER-END.
           PERFORM 0150-LOAD-PENDING-START
           THRU    0150-LOAD-PENDING-END.

           EVALUATE WS-ACTION
             WHEN "LIST"
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "ADD"
               PERFORM 0300-ADD-START
               THRU    0300-ADD-END
             WHEN "ROLE"
               PERFORM 0400-ROLE-START
               THRU    0400-ROLE-END
             WHEN "REMOVE"
               PERFORM 0500-REMOVE-START
               THRU    0500-REMOVE-END
             WHEN "REVIEW"
               PERFORM 0600-REVIEW-START
               THRU    0600-REVIEW-END
             WHEN "CHECK"
               PERFORM 0700-CHECK-START
               THRU    0700-CHECK-END
               STOP RUN
             WHEN OTHER
               DISPLAY "Usage : opadm LIST"
               DISPLAY "        opadm ADD <identifiant> "
                       "<ADMIN|OPERATOR|READONLY>"
               DISPLAY "        opadm ROLE <identifiant> "
                       "<ADMIN|OPERATOR|READONLY>"
               DISPLAY "        opadm REMOVE <identifiant>"
               DISPLAY "        opadm REVIEW"
               DISPLAY "        opadm CHECK"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge operators.cfg : un poste par identifiant, la derniere
      *ligne faisant foi ; sans role, OPERATOR (ancien format).
       0100-LOAD-ROSTER-START.

           MOVE SPACE                   TO F-OPER-STATUS.
           OPEN INPUT F-OPER.
           IF NOT F-OPER-STATUS-OK
               MOVE SPACE               TO F-OPER-STATUS
               GO TO 0100-LOAD-ROSTER-END
           END-IF.
           SET ROSTER-EXISTS            TO TRUE.

           PERFORM UNTIL F-OPER-STATUS-EOF
             READ F-OPER
              AT END
                CONTINUE
              NOT AT END
                IF OPER-ID NOT = SPACES
                    MOVE OPER-ID         TO WS-ID-ARG
                    PERFORM 0800-FIND-OPER-START
                    THRU    0800-FIND-OPER-END
                    IF WS-HIT = 0
                        IF OT-LGHT >= OT-MAX
                            DISPLAY "Roster plein (" OT-MAX
                                    ") : operateur ignore : "
                                    OPER-ID
                        ELSE
                            ADD 1        TO OT-LGHT
                            MOVE OT-LGHT TO WS-HIT
                            MOVE OPER-ID TO OT-ID(WS-HIT)
                        END-IF
                    END-IF
                    IF WS-HIT > 0
                        IF OPER-ROLE = SPACES
                            MOVE "OPERATOR" TO OT-ROLE(WS-HIT)
                        ELSE
                            MOVE FUNCTION UPPER-CASE(OPER-ROLE)
                                         TO OT-ROLE(WS-HIT)
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-OPER.
           MOVE SPACE                   TO F-OPER-STATUS.

      *L'identifiant de la ligne de commande, ecrase par le
      *chargement, est relu.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ID-ARG.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           MOVE 0                       TO WS-ADMIN-COUNT.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               IF OT-ROLE(OT-IDX) = "ADMIN"
                   ADD 1                TO WS-ADMIN-COUNT
               END-IF
           END-PERFORM.

           EXIT.
       0100-LOAD-ROSTER-END.

      ******************************************************************

      *Charge la file des attributions ADMIN.
       0150-LOAD-PENDING-START.

           MOVE SPACE                   TO F-PENDOP-STATUS.
           OPEN INPUT F-PENDOP.
           IF NOT F-PENDOP-STATUS-OK
               MOVE SPACE               TO F-PENDOP-STATUS
               GO TO 0150-LOAD-PENDING-END
           END-IF.

           PERFORM UNTIL F-PENDOP-STATUS-EOF
             READ F-PENDOP
              AT END
                CONTINUE
              NOT AT END
                IF PO-ID NOT = SPACES
                  IF PT-LGHT >= PT-MAX
                      DISPLAY "File des attributions pleine ("
                              PT-MAX ") : demande non chargee : "
                              PO-ID
                  ELSE
                      ADD 1              TO PT-LGHT
                      MOVE PO-ID         TO PT-ID       (PT-LGHT)
                      MOVE PO-ACTION     TO PT-ACTION   (PT-LGHT)
                      MOVE PO-ROLE       TO PT-ROLE     (PT-LGHT)
                      MOVE PO-REQUESTOR  TO PT-REQUESTOR(PT-LGHT)
                      MOVE PO-STAMP      TO PT-STAMP    (PT-LGHT)
                      MOVE PO-STATE      TO PT-STATE    (PT-LGHT)
                      MOVE PO-DECIDER    TO PT-DECIDER  (PT-LGHT)
                      MOVE PO-DECIDED    TO PT-DECIDED  (PT-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PENDOP.
           MOVE SPACE                   TO F-PENDOP-STATUS.

           EXIT.
       0150-LOAD-PENDING-END.

      ******************************************************************

      *Restitue le roster et les attributions ADMIN en attente.
       0200-LIST-START.

           IF NOT ROSTER-EXISTS
               DISPLAY "Pas de liste operators.cfg : le menu admet "
                       "tout identifiant en OPERATOR."
           END-IF.

           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               DISPLAY OT-ID(OT-IDX) " " OT-ROLE(OT-IDX)
           END-PERFORM.
           DISPLAY "Operateurs : " OT-LGHT " dont ADMIN : "
                   WS-ADMIN-COUNT.

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-LGHT
               IF PT-STATE(PT-IDX) = "P"
                   DISPLAY "En attente : " FUNCTION TRIM(PT-ID(PT-IDX))
                           " -> ADMIN, demande du "
                           PT-STAMP(PT-IDX) " par "
                           FUNCTION TRIM(PT-REQUESTOR(PT-IDX))
               END-IF
           END-PERFORM.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Ajoute un operateur : OPERATOR et READONLY sont appliques
      *sur le champ, ADMIN part en file pour un second ADMIN.
       0300-ADD-START.

           IF WS-ID-ARG = SPACES OR WS-ROLE-ARG = SPACES
               DISPLAY "ADD : identifiant et role attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0810-CHECK-ROLE-ARG-START
           THRU    0810-CHECK-ROLE-ARG-END.

           PERFORM 0800-FIND-OPER-START
           THRU    0800-FIND-OPER-END.
           IF WS-HIT > 0
               DISPLAY "ADD : operateur deja present ("
                       FUNCTION TRIM(OT-ROLE(WS-HIT))
                       ") -- utiliser ROLE."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OT-LGHT >= OT-MAX
               DISPLAY "ADD : roster plein (" OT-MAX ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           IF WS-ROLE-ARG = "ADMIN" AND WS-ADMIN-COUNT > 0
               PERFORM 0820-QUEUE-GRANT-START
               THRU    0820-QUEUE-GRANT-END
               GO TO 0300-ADD-END
           END-IF.

           ADD 1                        TO OT-LGHT.
           MOVE WS-ID-ARG               TO OT-ID(OT-LGHT).
           MOVE WS-ROLE-ARG             TO OT-ROLE(OT-LGHT).
           PERFORM 0900-REWRITE-ROSTER-START
           THRU    0900-REWRITE-ROSTER-END.

           MOVE "OPER-AJOUT"            TO WS-AUD-ACTION.
           MOVE WS-ID-ARG               TO WS-AUD-ID.
           MOVE "(absent)"              TO WS-AUD-BEFORE.
           MOVE WS-ROLE-ARG             TO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Operateur ajoute : " FUNCTION TRIM(WS-ID-ARG)
                   " (" FUNCTION TRIM(WS-ROLE-ARG) ").".

           EXIT.
       0300-ADD-END.

      ******************************************************************

      *Change le role d'un operateur ; une promotion ADMIN part en
      *file, une retrogradation ne peut pas retirer le dernier
      *ADMIN.
       0400-ROLE-START.

           IF WS-ID-ARG = SPACES OR WS-ROLE-ARG = SPACES
               DISPLAY "ROLE : identifiant et role attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0810-CHECK-ROLE-ARG-START
           THRU    0810-CHECK-ROLE-ARG-END.

           PERFORM 0800-FIND-OPER-START
           THRU    0800-FIND-OPER-END.
           IF WS-HIT = 0
               DISPLAY "ROLE : operateur inconnu : "
                       FUNCTION TRIM(WS-ID-ARG)
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OT-ROLE(WS-HIT) = WS-ROLE-ARG
               DISPLAY "ROLE : l'operateur a deja ce role."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OT-ROLE(WS-HIT) = "ADMIN" AND WS-ADMIN-COUNT = 1
               DISPLAY "ROLE : dernier ADMIN du roster, "
                       "retrogradation refusee."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           IF WS-ROLE-ARG = "ADMIN" AND WS-ADMIN-COUNT > 0
               PERFORM 0820-QUEUE-GRANT-START
               THRU    0820-QUEUE-GRANT-END
               GO TO 0400-ROLE-END
           END-IF.

           PERFORM 0800-FIND-OPER-START
           THRU    0800-FIND-OPER-END.
           MOVE OT-ROLE(WS-HIT)         TO WS-OLD-ROLE.
           MOVE WS-ROLE-ARG             TO OT-ROLE(WS-HIT).
           PERFORM 0900-REWRITE-ROSTER-START
           THRU    0900-REWRITE-ROSTER-END.

           MOVE "OPER-ROLE"             TO WS-AUD-ACTION.
           MOVE WS-ID-ARG               TO WS-AUD-ID.
           MOVE WS-OLD-ROLE             TO WS-AUD-BEFORE.
           MOVE WS-ROLE-ARG             TO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Role change : " FUNCTION TRIM(WS-ID-ARG) " "
                   FUNCTION TRIM(WS-OLD-ROLE) " -> "
                   FUNCTION TRIM(WS-ROLE-ARG) ".".

           EXIT.
       0400-ROLE-END.

      ******************************************************************

      *Retire un operateur du roster (jamais le dernier ADMIN) ; une
      *attribution ADMIN en attente pour lui est refusee d'office.
       0500-REMOVE-START.

           IF WS-ID-ARG = SPACES
               DISPLAY "REMOVE : identifiant attendu."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0800-FIND-OPER-START
           THRU    0800-FIND-OPER-END.
           IF WS-HIT = 0
               DISPLAY "REMOVE : operateur inconnu : "
                       FUNCTION TRIM(WS-ID-ARG)
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OT-ROLE(WS-HIT) = "ADMIN" AND WS-ADMIN-COUNT = 1
               DISPLAY "REMOVE : dernier ADMIN du roster, retrait "
                       "refuse."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.
           IF WS-OPERATOR = WS-ID-ARG
               DISPLAY "REMOVE : un operateur ne se retire pas "
                       "lui-meme."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0800-FIND-OPER-START
           THRU    0800-FIND-OPER-END.
           MOVE OT-ROLE(WS-HIT)         TO WS-OLD-ROLE.
           MOVE 0                       TO WS-OT-OUT.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               IF OT-IDX NOT = WS-HIT
                   ADD 1                TO WS-OT-OUT
                   MOVE OT(OT-IDX)      TO OT(WS-OT-OUT)
               END-IF
           END-PERFORM.
           MOVE WS-OT-OUT               TO OT-LGHT.
           PERFORM 0900-REWRITE-ROSTER-START
           THRU    0900-REWRITE-ROSTER-END.

           MOVE "OPER-RETR"             TO WS-AUD-ACTION.
           MOVE WS-ID-ARG               TO WS-AUD-ID.
           MOVE WS-OLD-ROLE             TO WS-AUD-BEFORE.
           MOVE "(retire)"              TO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-LGHT
               IF PT-ID(PT-IDX) = WS-ID-ARG AND PT-STATE(PT-IDX) = "P"
                   MOVE "R"             TO PT-STATE(PT-IDX)
                   MOVE WS-OPERATOR     TO PT-DECIDER(PT-IDX)
                   MOVE WS-STAMP        TO PT-DECIDED(PT-IDX)
                   DISPLAY "Attribution ADMIN en attente refusee "
                           "d'office."
               END-IF
           END-PERFORM.
           PERFORM 0910-REWRITE-PENDING-START
           THRU    0910-REWRITE-PENDING-END.

           DISPLAY "Operateur retire : " FUNCTION TRIM(WS-ID-ARG)
                   " (etait " FUNCTION TRIM(WS-OLD-ROLE) ").".

           EXIT.
       0500-REMOVE-END.

      ******************************************************************

      *Revue des attributions ADMIN en attente par un second ADMIN
      *(different du demandeur) : A approuve et applique, R
      *refuse, toute autre reponse laisse la demande en file.
       0600-REVIEW-START.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-LGHT
               IF PT-STATE(PT-IDX) = "P"
                   ADD 1                TO WS-PENDING-SEEN
                   PERFORM 0610-REVIEW-ONE-START
                   THRU    0610-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-PENDING-SEEN = 0
               DISPLAY "Aucune attribution ADMIN en attente."
               GO TO 0600-REVIEW-END
           END-IF.

           PERFORM 0910-REWRITE-PENDING-START
           THRU    0910-REWRITE-PENDING-END.

           EXIT.
       0600-REVIEW-END.

      ******************************************************************

      *Decision sur la demande PT-IDX.
       0610-REVIEW-ONE-START.

           DISPLAY "Demande du " PT-STAMP(PT-IDX) " par "
                   FUNCTION TRIM(PT-REQUESTOR(PT-IDX))
                   " : " FUNCTION TRIM(PT-ID(PT-IDX))
                   " -> ADMIN".

           IF PT-REQUESTOR(PT-IDX) = WS-OPERATOR
               DISPLAY "Demandeur et approbateur doivent etre "
                       "deux ADMIN distincts : demande laissee en "
                       "file."
               GO TO 0610-REVIEW-ONE-END
           END-IF.
           IF PT-ID(PT-IDX) = WS-OPERATOR
               DISPLAY "Un operateur n'approuve pas sa propre "
                       "promotion : demande laissee en file."
               GO TO 0610-REVIEW-ONE-END
           END-IF.

           DISPLAY "Approuver (A) / Refuser (R) / Passer (autre) :"
                   WITH NO ADVANCING.
           ACCEPT WS-INPUT.

           MOVE PT-ID(PT-IDX)           TO WS-AUD-ID.
           EVALUATE FUNCTION UPPER-CASE(WS-INPUT)
             WHEN "A"
               MOVE PT-ID(PT-IDX)       TO WS-ID-ARG
               PERFORM 0800-FIND-OPER-START
               THRU    0800-FIND-OPER-END
               IF WS-HIT = 0
                   IF OT-LGHT >= OT-MAX
                       DISPLAY "Roster plein : demande laissee en "
                               "file."
                       GO TO 0610-REVIEW-ONE-END
                   END-IF
                   ADD 1                TO OT-LGHT
                   MOVE OT-LGHT         TO WS-HIT
                   MOVE PT-ID(PT-IDX)   TO OT-ID(WS-HIT)
                   MOVE "(absent)"      TO WS-OLD-ROLE
               ELSE
                   MOVE OT-ROLE(WS-HIT) TO WS-OLD-ROLE
               END-IF
               MOVE "ADMIN"             TO OT-ROLE(WS-HIT)
               PERFORM 0900-REWRITE-ROSTER-START
               THRU    0900-REWRITE-ROSTER-END
               MOVE "A"                 TO PT-STATE(PT-IDX)
               MOVE "OPER-APPR"         TO WS-AUD-ACTION
               MOVE WS-OLD-ROLE         TO WS-AUD-BEFORE
               MOVE "ADMIN"             TO WS-AUD-AFTER
               DISPLAY "Attribution approuvee : "
                       FUNCTION TRIM(PT-ID(PT-IDX)) " est ADMIN."
             WHEN "R"
               MOVE "R"                 TO PT-STATE(PT-IDX)
               MOVE "OPER-REFUS"        TO WS-AUD-ACTION
               MOVE "ADMIN demande"     TO WS-AUD-BEFORE
               MOVE "refuse"            TO WS-AUD-AFTER
               DISPLAY "Demande refusee."
             WHEN OTHER
               DISPLAY "Demande laissee en file."
               GO TO 0610-REVIEW-ONE-END
           END-EVALUATE.

           MOVE WS-OPERATOR             TO PT-DECIDER(PT-IDX).
           MOVE WS-STAMP                TO PT-DECIDED(PT-IDX).
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           EXIT.
       0610-REVIEW-ONE-END.

      ******************************************************************

      *Controle de nuit : chaque operateur du roster contre son
      *compte en base -- pas de compte, compte non actif (le role
      *ADMIN d'un compte desactive ou supprime est un acces
      *oublie), pas de connexion depuis OPER.IDLE-DAYS jours.
       0700-CHECK-START.

           MOVE "OPER.IDLE-DAYS"        TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
             AND LENGTH OF FUNCTION TRIM(WS-PRM-VALUE) <= 3
               COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           PERFORM 0840-CONNECT-START
           THRU    0840-CONNECT-END.

           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))).

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "operators_check.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO REC-F-REPORT.
           STRING "CONTROLE DES OPERATEURS - " WS-STAMP
                  DELIMITED BY SIZE INTO REC-F-REPORT.
           WRITE REC-F-REPORT.
           IF NOT ROSTER-EXISTS
               MOVE "Pas de liste operators.cfg : rien a controler."
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               PERFORM 0710-CHECK-ONE-START
               THRU    0710-CHECK-ONE-END
           END-PERFORM.

           MOVE WS-NOACCT-COUNT         TO OUT-T-NOACCT.
           MOVE WS-NOTACT-COUNT         TO OUT-T-NOTACT.
           MOVE WS-IDLE-DAYS            TO OUT-T-DAYS.
           MOVE WS-IDLE-COUNT           TO OUT-T-IDLE.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY WS-TRAILER.

           IF WS-NOACCT-COUNT + WS-NOTACT-COUNT + WS-IDLE-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           EXIT.
       0700-CHECK-END.

      ******************************************************************

      *Classe l'operateur OT-IDX ; les operateurs en regle ne
      *figurent pas au rapport.
       0710-CHECK-ONE-START.

           MOVE OT-ID(OT-IDX)           TO OUT-ID.
           MOVE OT-ROLE(OT-IDX)         TO OUT-ROLE.
           MOVE SPACES                  TO OUT-DETAIL.

           MOVE OT-ID(OT-IDX)           TO WS-ACCT-NAME.
           MOVE 0                       TO WS-ACCT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCT-COUNT
               FROM users WHERE nom = :WS-ACCT-NAME
           END-EXEC.

           IF WS-ACCT-COUNT = 0
               ADD 1                    TO WS-NOACCT-COUNT
               MOVE "SANS COMPTE"       TO OUT-KIND
               MOVE "aucun compte a ce nom dans users"
                                        TO OUT-DETAIL
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0710-CHECK-ONE-END
           END-IF.

           MOVE SPACE                   TO WS-ACCT-STATUS.
           MOVE SPACES                  TO WS-ACCT-LAST-LOGIN.
           EXEC SQL
               SELECT status, COALESCE(last_login_at, ' ')
               INTO :WS-ACCT-STATUS, :WS-ACCT-LAST-LOGIN
               FROM users WHERE nom = :WS-ACCT-NAME
           END-EXEC.

           IF WS-ACCT-STATUS NOT = "A"
               ADD 1                    TO WS-NOTACT-COUNT
               MOVE "COMPTE INACTIF"    TO OUT-KIND
               STRING "statut du compte : " WS-ACCT-STATUS
                      DELIMITED BY SIZE INTO OUT-DETAIL
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0710-CHECK-ONE-END
           END-IF.

           IF WS-ACCT-LAST-LOGIN(1:4) IS NOT NUMERIC
               ADD 1                    TO WS-IDLE-COUNT
               MOVE "SANS CONNEXION"    TO OUT-KIND
               MOVE "jamais connecte"   TO OUT-DETAIL
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0710-CHECK-ONE-END
           END-IF.

           MOVE SPACES                  TO WS-LOGIN-YMD.
           STRING WS-ACCT-LAST-LOGIN(1:4)
                  WS-ACCT-LAST-LOGIN(6:2)
                  WS-ACCT-LAST-LOGIN(9:2)
                  DELIMITED BY SIZE INTO WS-LOGIN-YMD.
           COMPUTE WS-LOGIN-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LOGIN-YMD)).
           COMPUTE WS-LOGIN-AGE = WS-TODAY-INT - WS-LOGIN-INT.

           IF WS-LOGIN-AGE > WS-IDLE-DAYS
               ADD 1                    TO WS-IDLE-COUNT
               MOVE "SANS CONNEXION"    TO OUT-KIND
               STRING "derniere connexion " WS-ACCT-LAST-LOGIN
                      DELIMITED BY SIZE INTO OUT-DETAIL
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0710-CHECK-ONE-END.

      ******************************************************************

      *Poste du roster portant l'identifiant WS-ID-ARG : WS-HIT (0
      *si absent).
       0800-FIND-OPER-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                     UNTIL OT-IDX > OT-LGHT OR WS-HIT > 0
               IF OT-ID(OT-IDX) = WS-ID-ARG
                   SET WS-HIT           TO OT-IDX
               END-IF
           END-PERFORM.

           EXIT.
       0800-FIND-OPER-END.

      ******************************************************************

      *Role saisi : un des trois roles du menu.
       0810-CHECK-ROLE-ARG-START.

           IF WS-ROLE-ARG NOT = "ADMIN"
             AND WS-ROLE-ARG NOT = "OPERATOR"
             AND WS-ROLE-ARG NOT = "READONLY"
               DISPLAY "Role inconnu : " FUNCTION TRIM(WS-ROLE-ARG)
                       " (ADMIN, OPERATOR ou READONLY)."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0810-CHECK-ROLE-ARG-END.

      ******************************************************************

      *Met en file l'attribution du role ADMIN a WS-ID-ARG : une
      *seule demande en attente par operateur.
       0820-QUEUE-GRANT-START.

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-LGHT
               IF PT-ID(PT-IDX) = WS-ID-ARG AND PT-STATE(PT-IDX) = "P"
                   DISPLAY "Une attribution ADMIN est deja en "
                           "attente pour cet operateur."
                   MOVE 2               TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           IF PT-LGHT >= PT-MAX
               DISPLAY "File des attributions pleine (" PT-MAX ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                        TO PT-LGHT.
           MOVE WS-ID-ARG               TO PT-ID       (PT-LGHT).
           IF WS-ACTION = "ADD"
               MOVE "A"                 TO PT-ACTION   (PT-LGHT)
               MOVE "(absent)"          TO WS-AUD-BEFORE
           ELSE
               MOVE "R"                 TO PT-ACTION   (PT-LGHT)
               MOVE OT-ROLE(WS-HIT)     TO WS-AUD-BEFORE
           END-IF.
           MOVE "ADMIN"                 TO PT-ROLE     (PT-LGHT).
           MOVE WS-OPERATOR             TO PT-REQUESTOR(PT-LGHT).
           MOVE WS-STAMP                TO PT-STAMP    (PT-LGHT).
           MOVE "P"                     TO PT-STATE    (PT-LGHT).
           MOVE SPACES                  TO PT-DECIDER  (PT-LGHT).
           MOVE SPACES                  TO PT-DECIDED  (PT-LGHT).
           PERFORM 0910-REWRITE-PENDING-START
           THRU    0910-REWRITE-PENDING-END.

           MOVE "OPER-DEMA"             TO WS-AUD-ACTION.
           MOVE WS-ID-ARG               TO WS-AUD-ID.
           MOVE "ADMIN (en attente)"    TO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Attribution ADMIN mise en file pour "
                   FUNCTION TRIM(WS-ID-ARG)
                   " -- a approuver par un second ADMIN (REVIEW).".

           EXIT.
       0820-QUEUE-GRANT-END.

      ******************************************************************

      *Connexion a la base.
       0840-CONNECT-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0840-CONNECT-END.

      ******************************************************************

      *Identification de l'operateur qui signe : mot de passe
      *verifie par authchk, trois essais au plus, puis role ADMIN
      *au roster. Un roster sans aucun ADMIN (mise en service) admet
      *tout operateur authentifie, le temps de nommer le premier.
       0850-SIGNON-START.

           PERFORM 0840-CONNECT-START
           THRU    0840-CONNECT-END.

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

           IF WS-ADMIN-COUNT = 0
               DISPLAY "Aucun ADMIN au roster : mise en service par "
                       FUNCTION TRIM(WS-OPERATOR) "."
               GO TO 0850-SIGNON-END
           END-IF.

           MOVE SPACES                  TO WS-OPER-ROLE.
           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               IF OT-ID(OT-IDX) = WS-OPERATOR
                   MOVE OT-ROLE(OT-IDX) TO WS-OPER-ROLE
               END-IF
           END-PERFORM.
           IF WS-OPER-ROLE NOT = "ADMIN"
               DISPLAY "Tenue du roster reservee aux operateurs "
                       "ADMIN."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0850-SIGNON-END.

      ******************************************************************

      *Ecrit le roster dans operators.cfg.new puis le renomme sur
      *operators.cfg : un arret en cours d'ecriture laisse l'ancien
      *fichier intact.
       0900-REWRITE-ROSTER-START.

           MOVE SPACE                   TO F-NEWOPER-STATUS.
           OPEN OUTPUT F-NEWOPER.
           IF NOT F-NEWOPER-STATUS-OK
               DISPLAY "Ecriture de operators.cfg.new impossible, "
                       "statut : " F-NEWOPER-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-LGHT
               MOVE SPACES              TO REC-F-NEWOPER
               MOVE OT-ID  (OT-IDX)     TO NOP-ID
               MOVE OT-ROLE(OT-IDX)     TO NOP-ROLE
               WRITE REC-F-NEWOPER
           END-PERFORM.

           CLOSE F-NEWOPER.

           MOVE "operators.cfg.new"     TO WS-OLD-NAME.
           MOVE "operators.cfg"         TO WS-NEW-NAME.
           CALL "CBL_DELETE_FILE" USING WS-NEW-NAME.
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "Renommage de operators.cfg.new impossible : "
                       "roster non modifie."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0900-REWRITE-ROSTER-END.

      ******************************************************************

      *La file est reecrite en entier : demandes en attente et
      *decisions rendues restent consultables.
       0910-REWRITE-PENDING-START.

           OPEN OUTPUT F-PENDOP.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-LGHT
               MOVE SPACES              TO REC-F-PENDOP
               MOVE PT-ID       (PT-IDX) TO PO-ID
               MOVE PT-ACTION   (PT-IDX) TO PO-ACTION
               MOVE PT-ROLE     (PT-IDX) TO PO-ROLE
               MOVE PT-REQUESTOR(PT-IDX) TO PO-REQUESTOR
               MOVE PT-STAMP    (PT-IDX) TO PO-STAMP
               MOVE PT-STATE    (PT-IDX) TO PO-STATE
               MOVE PT-DECIDER  (PT-IDX) TO PO-DECIDER
               MOVE PT-DECIDED  (PT-IDX) TO PO-DECIDED
               WRITE REC-F-PENDOP
           END-PERFORM.
           CLOSE F-PENDOP.
           MOVE SPACE                   TO F-PENDOP-STATUS.

           EXIT.
       0910-REWRITE-PENDING-END.

      ******************************************************************

      *Trace l'operation sur l'operateur WS-AUD-ID dans la piste
      *d'audit, sous le nom "OPERATEUR <identifiant>".
       0950-AUDIT-START.

           MOVE SPACES                  TO WS-AUD-NOM.
           STRING "OPERATEUR " WS-AUD-ID
                  DELIMITED BY SIZE INTO WS-AUD-NOM.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR.

           EXIT.
       0950-AUDIT-END.
