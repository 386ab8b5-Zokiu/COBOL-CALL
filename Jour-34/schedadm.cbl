      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedadm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Actions de maintenance planifiees : chaque ligne porte sa
      *date d'effet et est appliquee par le lot de maintenance
      *(MAIN MAINT) la nuit de cette date. Ce programme les pose,
      *les liste, les modifie et les annule -- plus personne n'a a
      *se souvenir de saisir un depart le bon soir.
           SELECT F-SCHED ASSIGN TO "scheduled_actions.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SCHED-STATUS.

      *Roles des operateurs : seuls un ADMIN ou un OPERATOR posent,
      *modifient ou annulent une action planifiee.
           SELECT F-OPER ASSIGN TO "operators.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-OPER-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-SCHED.

      *Etat : P en attente, A appliquee, R rejetee le jour dit, X
      *compte cible absent le jour dit, C annulee. Action : D
      *desactivation, U reactivation, R changement de profil, E
      *changement d'email, G / V attribution / retrait d'un profil
      *supplementaire ; la valeur porte le profil ou l'email.
       01  REC-F-SCHED.
           05 SCH-ID           PIC 9(06).
           05 FILLER           PIC X(01).
           05 SCH-EFFECTIVE    PIC X(08).
           05 FILLER           PIC X(01).
           05 SCH-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 SCH-ACTION       PIC X(01).
           05 FILLER           PIC X(01).
           05 SCH-NAME         PIC X(50).
           05 FILLER           PIC X(01).
           05 SCH-VALUE        PIC X(50).
           05 FILLER           PIC X(01).
           05 SCH-REQUESTOR    PIC X(20).
           05 FILLER           PIC X(01).
           05 SCH-STAMP        PIC X(19).
           05 FILLER           PIC X(01).
           05 SCH-DONE         PIC X(19).
           05 FILLER           PIC X(01).
           05 SCH-OUTCOME      PIC X(20).
           05 FILLER           PIC X(01).
           05 SCH-TICKET       PIC X(18).

       FD  F-OPER.

       01  REC-F-OPER.
           05 OPER-ID          PIC X(20).
           05 FILLER           PIC X(01).
           05 OPER-ROLE        PIC X(10).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SCHED-STATUS      PIC X(02) VALUE SPACE.
           88 F-SCHED-STATUS-OK            VALUE "00".
           88 F-SCHED-STATUS-EOF           VALUE "10".

       01  F-OPER-STATUS       PIC X(02) VALUE SPACE.
           88 F-OPER-STATUS-OK             VALUE "00".
           88 F-OPER-STATUS-EOF            VALUE "10".

      *Ligne de commande : LIST [ALL], ADD <action> <nom>
      *<AAAAMMJJ> [profil|email], AMEND <numero> <AAAAMMJJ>
      *[profil|email], CANCEL <numero>. L'operateur signe les
      *poses, modifications et annulations.
       01  WS-CMD-LINE         PIC X(200).
       01  WS-ACTION           PIC X(20).
       01  WS-ARG2             PIC X(50).
       01  WS-ARG3             PIC X(50).
       01  WS-ARG4             PIC X(50).
       01  WS-ARG5             PIC X(50).
       01  WS-DATE-ARG         PIC X(50).

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "schedadm".

      *Operateur : identifiant et mot de passe verifies par
      *authchk, trois essais au plus, puis role ADMIN ou OPERATOR
      *exige.
       01  WS-OPERATOR         PIC X(20).
       01  WS-OPER-ROLE        PIC X(10).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC X(08).
       01  WS-STAMP            PIC X(19).

      *Table des actions planifiees, chargee puis reecrite.
       01  SCHED-TABLE.
           05 SC-LGHT          PIC 9(04) VALUE ZERO.
           05 SC-MAX           PIC 9(04) VALUE 2000.
           05 SC OCCURS 2000 TIMES INDEXED BY SC-IDX.
                10 SC-ID        PIC 9(06).
                10 SC-EFFECTIVE PIC X(08).
                10 SC-STATE     PIC X(01).
                10 SC-ACTION    PIC X(01).
                10 SC-NAME      PIC X(50).
                10 SC-VALUE     PIC X(50).
                10 SC-REQUESTOR PIC X(20).
                10 SC-STAMP     PIC X(19).
                10 SC-DONE      PIC X(19).
                10 SC-OUTCOME   PIC X(20).
                10 SC-TICKET    PIC X(18).

       01  WS-NEXT-ID          PIC 9(06) VALUE ZERO.
       01  WS-HIT              PIC 9(04).
       01  WS-LIST-ALL         PIC X(01) VALUE "N".
       01  WS-SHOWN            PIC 9(04) VALUE ZERO.
       01  WS-ID-ARG           PIC 9(06).
       01  WS-DATE-YMD         PIC 9(08).

      *Zones de controle de la valeur : profil au referentiel,
      *email aux regles du lot de validation.
       01  WS-ROLE-ARG         PIC X(10).
       01  WS-EMAIL-ARG        PIC X(50).
       01  WS-VALIDATE-ID      PIC X(10) VALUE "PLANIF".
       01  WS-NEW-ACTION       PIC X(01).
       01  WS-NEW-VALUE        PIC X(50).

      *Ticket de changement qui autorise l'action, controle par
      *chgtkt et repris par la piste d'audit ; a la modification,
      *une saisie vide garde celui de l'action.
       01  WS-TKT-ACTION       PIC X(08).
       01  WS-TKT-REF          PIC X(18).
       01  WS-TKT-DEFAULT      PIC X(18) VALUE SPACES.
       01  WS-TKT-FORMAT       PIC X(18).

      *Zones passees a la piste d'audit : poses, modifications et
      *annulations laissent une trace imputable.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "schedadm".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NAME         PIC X(50).
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
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5.

           PERFORM 0100-LOAD-START
           THRU    0100-LOAD-END.

           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
             WHEN "LIST"
               IF FUNCTION UPPER-CASE(WS-ARG2) = "ALL"
                   MOVE "Y"             TO WS-LIST-ALL
               END-IF
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "ADD"
               PERFORM 0250-ASK-OPERATOR-START
               THRU    0250-ASK-OPERATOR-END
               PERFORM 0300-ADD-START
               THRU    0300-ADD-END
             WHEN "AMEND"
               PERFORM 0250-ASK-OPERATOR-START
               THRU    0250-ASK-OPERATOR-END
               PERFORM 0400-AMEND-START
               THRU    0400-AMEND-END
             WHEN "CANCEL"
               PERFORM 0250-ASK-OPERATOR-START
               THRU    0250-ASK-OPERATOR-END
               PERFORM 0450-CANCEL-START
               THRU    0450-CANCEL-END
             WHEN OTHER
               DISPLAY "Usage : schedadm LIST [ALL]"
               DISPLAY "        schedadm ADD <D|U|R|E|G|V> <nom> "
                       "<AAAAMMJJ> [profil|email]"
               DISPLAY "        schedadm AMEND <numero> <AAAAMMJJ> "
                       "[profil|email]"
               DISPLAY "        schedadm CANCEL <numero>"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge scheduled_actions.dat en memoire et calcule le
      *prochain numero d'action.
       0100-LOAD-START.

           OPEN INPUT F-SCHED.

           IF NOT F-SCHED-STATUS-OK
               MOVE SPACE               TO F-SCHED-STATUS
               GO TO 0100-LOAD-END
           END-IF.

           PERFORM UNTIL F-SCHED-STATUS-EOF
             READ F-SCHED
              AT END
                CONTINUE
              NOT AT END
                IF SCH-NAME NOT = SPACES
                  IF SC-LGHT >= SC-MAX
                      DISPLAY "Planning plein (" SC-MAX
                              ") : action ignoree : " SCH-NAME
                  ELSE
                      ADD 1              TO SC-LGHT
                      MOVE SCH-ID        TO SC-ID       (SC-LGHT)
                      MOVE SCH-EFFECTIVE TO SC-EFFECTIVE(SC-LGHT)
                      MOVE SCH-STATE     TO SC-STATE    (SC-LGHT)
                      MOVE SCH-ACTION    TO SC-ACTION   (SC-LGHT)
                      MOVE SCH-NAME      TO SC-NAME     (SC-LGHT)
                      MOVE SCH-VALUE     TO SC-VALUE    (SC-LGHT)
                      MOVE SCH-REQUESTOR TO SC-REQUESTOR(SC-LGHT)
                      MOVE SCH-STAMP     TO SC-STAMP    (SC-LGHT)
                      MOVE SCH-DONE      TO SC-DONE     (SC-LGHT)
                      MOVE SCH-OUTCOME   TO SC-OUTCOME  (SC-LGHT)
                      MOVE SCH-TICKET    TO SC-TICKET   (SC-LGHT)
                      IF SCH-ID > WS-NEXT-ID
                          MOVE SCH-ID    TO WS-NEXT-ID
                      END-IF
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SCHED.
           MOVE SPACE                   TO F-SCHED-STATUS.

           EXIT.
       0100-LOAD-END.

      ******************************************************************

      *Restitue les actions en attente par ordre de fichier (ALL :
      *historique compris, avec le sort de chaque application).
       0200-LIST-START.

           MOVE 0                       TO WS-SHOWN.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT
               IF SC-STATE(SC-IDX) = "P" OR WS-LIST-ALL = "Y"
                   ADD 1                TO WS-SHOWN
                   DISPLAY SC-ID(SC-IDX) " " SC-EFFECTIVE(SC-IDX)
                           " " SC-STATE(SC-IDX) " "
                           SC-ACTION(SC-IDX) " "
                           FUNCTION TRIM(SC-NAME(SC-IDX)) " "
                           FUNCTION TRIM(SC-VALUE(SC-IDX))
                           " par " FUNCTION TRIM(SC-REQUESTOR(SC-IDX))
                           " " SC-OUTCOME(SC-IDX)
                           " " SC-TICKET(SC-IDX)
               END-IF
           END-PERFORM.

           IF WS-SHOWN = 0
               DISPLAY "Aucune action planifiee."
           END-IF.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Identification de l'operateur qui signe la pose, la
      *modification ou l'annulation : connexion a la base, puis
      *identifiant et mot de passe verifies par authchk, trois
      *essais au plus. L'identifiant authentifie est celui
      *estampille sur l'action et la piste d'audit.
       0250-ASK-OPERATOR-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 1                   TO RETURN-CODE
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

           PERFORM 0255-CHECK-ROLE-START
           THRU    0255-CHECK-ROLE-END.

           EXIT.
       0250-ASK-OPERATOR-END.

      ******************************************************************

      *Role de l'operateur signe, lu dans operators.cfg comme au
      *menu (la derniere ligne de l'identifiant fait foi, sans role
      *= OPERATOR) : un identifiant absent de la liste ne planifie
      *rien.
       0255-CHECK-ROLE-START.

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
             AND WS-OPER-ROLE NOT = "OPERATOR"
               DISPLAY "Planification reservee aux operateurs "
                       "ADMIN ou OPERATOR (operators.cfg)."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0255-CHECK-ROLE-END.

      ******************************************************************

      *Reference du ticket de changement de l'action, controlee
      *contre le format configure ; arret si elle est refusee.
       0260-ASK-TICKET-START.

           DISPLAY "Reference du ticket de changement : "
                   WITH NO ADVANCING.
           ACCEPT WS-TKT-REF.
           IF WS-TKT-REF = SPACES
               MOVE WS-TKT-DEFAULT      TO WS-TKT-REF
           END-IF.

           MOVE "SET"                   TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 2
                   DISPLAY "La reference du ticket est obligatoire."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE "FORMAT"        TO WS-TKT-ACTION
                   CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-FORMAT
                   DISPLAY "Reference hors format (attendu : "
                           FUNCTION TRIM(WS-TKT-FORMAT) ")."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           EXIT.
       0260-ASK-TICKET-END.

      ******************************************************************

      *Pose une action : code connu, nom present, date d'effet
      *valide et pas dans le passe, valeur controlee selon l'action
      *(profil au referentiel, email aux regles de validation).
       0300-ADD-START.

           MOVE FUNCTION UPPER-CASE(WS-ARG2(1:1)) TO WS-NEW-ACTION.

           IF WS-ARG2(2:1) NOT = SPACE
             OR (WS-NEW-ACTION NOT = "D" AND NOT = "U" AND NOT = "R"
                 AND NOT = "E" AND NOT = "G" AND NOT = "V")
               DISPLAY "ADD : action inconnue (D, U, R, E, G, V) : "
                       WS-ARG2
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG3 = SPACES
               DISPLAY "ADD : nom du compte manquant."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG4                 TO WS-DATE-ARG.
           PERFORM 0500-CHECK-DATE-START
           THRU    0500-CHECK-DATE-END.

           MOVE WS-ARG5                 TO WS-NEW-VALUE.
           PERFORM 0550-CHECK-VALUE-START
           THRU    0550-CHECK-VALUE-END.

           PERFORM 0260-ASK-TICKET-START
           THRU    0260-ASK-TICKET-END.

           IF SC-LGHT >= SC-MAX
               DISPLAY "Planning plein (" SC-MAX ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                        TO WS-NEXT-ID.
           ADD 1                        TO SC-LGHT.
           MOVE WS-NEXT-ID              TO SC-ID       (SC-LGHT).
           MOVE WS-DATE-ARG(1:8)        TO SC-EFFECTIVE(SC-LGHT).
           MOVE "P"                     TO SC-STATE    (SC-LGHT).
           MOVE WS-NEW-ACTION           TO SC-ACTION   (SC-LGHT).
           MOVE WS-ARG3                 TO SC-NAME     (SC-LGHT).
           MOVE WS-NEW-VALUE            TO SC-VALUE    (SC-LGHT).
           MOVE WS-OPERATOR             TO SC-REQUESTOR(SC-LGHT).
           MOVE WS-STAMP                TO SC-STAMP    (SC-LGHT).
           MOVE SPACES                  TO SC-DONE     (SC-LGHT).
           MOVE SPACES                  TO SC-OUTCOME  (SC-LGHT).
           MOVE WS-TKT-REF              TO SC-TICKET   (SC-LGHT).

           PERFORM 0600-REWRITE-START
           THRU    0600-REWRITE-END.

           MOVE "PLANIF+"               TO WS-AUD-ACTION.
           MOVE WS-ARG3                 TO WS-AUD-NAME.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING WS-NEXT-ID " " WS-NEW-ACTION " "
                  SC-EFFECTIVE(SC-LGHT) " " WS-NEW-VALUE
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NAME WS-AUD-BEFORE WS-AUD-AFTER
                WS-OPERATOR.

           DISPLAY "Action planifiee numero " WS-NEXT-ID " : "
                   WS-NEW-ACTION " " FUNCTION TRIM(WS-ARG3)
                   " le " SC-EFFECTIVE(SC-LGHT).

           EXIT.
       0300-ADD-END.

      ******************************************************************

      *Modifie la date d'effet (et la valeur, si donnee) d'une
      *action encore en attente ; une action appliquee, rejetee ou
      *annulee ne se modifie plus.
       0400-AMEND-START.

           PERFORM 0460-FIND-PENDING-START
           THRU    0460-FIND-PENDING-END.

           MOVE WS-ARG3                 TO WS-DATE-ARG.
           PERFORM 0500-CHECK-DATE-START
           THRU    0500-CHECK-DATE-END.

           MOVE SC-ACTION(WS-HIT)       TO WS-NEW-ACTION.
           MOVE WS-ARG4                 TO WS-NEW-VALUE.
           IF WS-NEW-VALUE = SPACES
               MOVE SC-VALUE(WS-HIT)    TO WS-NEW-VALUE
           END-IF.
           PERFORM 0550-CHECK-VALUE-START
           THRU    0550-CHECK-VALUE-END.

           MOVE SC-TICKET(WS-HIT)       TO WS-TKT-DEFAULT.
           PERFORM 0260-ASK-TICKET-START
           THRU    0260-ASK-TICKET-END.

           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING SC-ID(WS-HIT) " " SC-EFFECTIVE(WS-HIT) " "
                  SC-VALUE(WS-HIT)
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.

           MOVE WS-DATE-ARG(1:8)        TO SC-EFFECTIVE(WS-HIT).
           MOVE WS-NEW-VALUE            TO SC-VALUE    (WS-HIT).
           MOVE WS-TKT-REF              TO SC-TICKET   (WS-HIT).

           PERFORM 0600-REWRITE-START
           THRU    0600-REWRITE-END.

           MOVE "PLANIF~"               TO WS-AUD-ACTION.
           MOVE SC-NAME(WS-HIT)         TO WS-AUD-NAME.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING SC-ID(WS-HIT) " " SC-EFFECTIVE(WS-HIT) " "
                  SC-VALUE(WS-HIT)
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NAME WS-AUD-BEFORE WS-AUD-AFTER
                WS-OPERATOR.

           DISPLAY "Action " SC-ID(WS-HIT) " replanifiee au "
                   SC-EFFECTIVE(WS-HIT).

           EXIT.
       0400-AMEND-END.

      ******************************************************************

      *Annule une action encore en attente : elle reste au fichier,
      *a l'etat C, pour l'historique.
       0450-CANCEL-START.

           PERFORM 0460-FIND-PENDING-START
           THRU    0460-FIND-PENDING-END.

           MOVE SC-TICKET(WS-HIT)       TO WS-TKT-DEFAULT.
           PERFORM 0260-ASK-TICKET-START
           THRU    0260-ASK-TICKET-END.

           MOVE "C"                     TO SC-STATE  (WS-HIT).
           MOVE WS-TKT-REF              TO SC-TICKET (WS-HIT).
           MOVE WS-STAMP                TO SC-DONE   (WS-HIT).
           MOVE "ANNULEE"               TO SC-OUTCOME(WS-HIT).

           PERFORM 0600-REWRITE-START
           THRU    0600-REWRITE-END.

           MOVE "PLANIF-"               TO WS-AUD-ACTION.
           MOVE SC-NAME(WS-HIT)         TO WS-AUD-NAME.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING SC-ID(WS-HIT) " " SC-ACTION(WS-HIT) " "
                  SC-EFFECTIVE(WS-HIT)
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE "ANNULEE"               TO WS-AUD-AFTER.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NAME WS-AUD-BEFORE WS-AUD-AFTER
                WS-OPERATOR.

           DISPLAY "Action " SC-ID(WS-HIT) " annulee.".

           EXIT.
       0450-CANCEL-END.

      ******************************************************************

      *Retrouve l'action en attente dont le numero est en second
      *argument (WS-HIT) ; arret si absente ou deja traitee.
       0460-FIND-PENDING-START.

           IF FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
               DISPLAY "Numero d'action manquant ou invalide : "
                       WS-ARG2
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ID-ARG = FUNCTION NUMVAL(WS-ARG2).

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT OR WS-HIT > 0
               IF SC-ID(SC-IDX) = WS-ID-ARG
                   SET WS-HIT           TO SC-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               DISPLAY "Action introuvable : " WS-ID-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SC-STATE(WS-HIT) NOT = "P"
               DISPLAY "Action " WS-ID-ARG " deja traitee (etat "
                       SC-STATE(WS-HIT) ") : modification refusee."
               MOVE 3                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0460-FIND-PENDING-END.

      ******************************************************************

      *Controle la date d'effet (WS-DATE-ARG) : AAAAMMJJ valide,
      *aujourd'hui ou plus tard -- une action du jour part au
      *prochain lot de maintenance.
       0500-CHECK-DATE-START.

           IF WS-DATE-ARG(1:8) IS NOT NUMERIC
             OR WS-DATE-ARG(9:1) NOT = SPACE
               DISPLAY "Date d'effet invalide (AAAAMMJJ) : "
                       WS-DATE-ARG
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DATE-ARG(1:8)        TO WS-DATE-YMD.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD) NOT = 0
               DISPLAY "Date d'effet invalide (AAAAMMJJ) : "
                       WS-DATE-ARG
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DATE-ARG(1:8) < WS-TODAY
               DISPLAY "Date d'effet passee : " WS-DATE-ARG
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0500-CHECK-DATE-END.

      ******************************************************************

      *Controle la valeur (WS-NEW-VALUE) selon l'action
      *(WS-NEW-ACTION) : un profil en vigueur au referentiel pour
      *R, G et V, une adresse conforme pour E, rien pour D et U.
       0550-CHECK-VALUE-START.

           EVALUATE WS-NEW-ACTION
             WHEN "R"
             WHEN "G"
             WHEN "V"
               MOVE FUNCTION UPPER-CASE(WS-NEW-VALUE) TO WS-ROLE-ARG
               IF WS-ROLE-ARG = SPACES
                   DISPLAY "Profil manquant."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               CALL "rolechk" USING WS-ROLE-ARG
               IF RETURN-CODE NOT = 0
                   DISPLAY "Profil inconnu du referentiel : "
                           WS-ROLE-ARG
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ROLE-ARG         TO WS-NEW-VALUE
             WHEN "E"
               MOVE WS-NEW-VALUE        TO WS-EMAIL-ARG
               CALL "validate" USING WS-VALIDATE-ID WS-EMAIL-ARG
               IF RETURN-CODE NOT = 0
                   DISPLAY "Adresse email refusee : " WS-EMAIL-ARG
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN OTHER
               MOVE SPACES              TO WS-NEW-VALUE
           END-EVALUATE.

           EXIT.
       0550-CHECK-VALUE-END.

      ******************************************************************

      *Reecrit scheduled_actions.dat depuis la table.
       0600-REWRITE-START.

           OPEN OUTPUT F-SCHED.

           PERFORM VARYING SC-IDX FROM 1 BY 1
                     UNTIL SC-IDX > SC-LGHT
               MOVE SPACES              TO REC-F-SCHED
               MOVE SC-ID       (SC-IDX) TO SCH-ID
               MOVE SC-EFFECTIVE(SC-IDX) TO SCH-EFFECTIVE
               MOVE SC-STATE    (SC-IDX) TO SCH-STATE
               MOVE SC-ACTION   (SC-IDX) TO SCH-ACTION
               MOVE SC-NAME     (SC-IDX) TO SCH-NAME
               MOVE SC-VALUE    (SC-IDX) TO SCH-VALUE
               MOVE SC-REQUESTOR(SC-IDX) TO SCH-REQUESTOR
               MOVE SC-STAMP    (SC-IDX) TO SCH-STAMP
               MOVE SC-DONE     (SC-IDX) TO SCH-DONE
               MOVE SC-OUTCOME  (SC-IDX) TO SCH-OUTCOME
               MOVE SC-TICKET   (SC-IDX) TO SCH-TICKET
               WRITE REC-F-SCHED
           END-PERFORM.

           CLOSE F-SCHED.
           MOVE SPACE                   TO F-SCHED-STATUS.

           EXIT.
       0600-REWRITE-END.
