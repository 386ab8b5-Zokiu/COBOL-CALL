                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ROLES-STATUS.

      *Regles de separation des taches lues par sodchk : une ligne
      *par paire de profils qui ne doivent jamais etre portes par le
      *meme compte, avec la date de pose de la regle.
           SELECT F-SOD ASSIGN TO "sod_rules.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SOD-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
           05 FILLER           PIC X(01).
           05 ROLE-R-EXP       PIC 9(08).

       FD  F-SOD.

       01  REC-F-SOD.
           05 SOD-ROLE-A       PIC X(10).
           05 FILLER           PIC X(01).
           05 SOD-ROLE-B       PIC X(10).
           05 FILLER           PIC X(01).
           05 SOD-SINCE        PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.
           88 F-ROLES-STATUS-OK            VALUE "00".
           88 F-ROLES-STATUS-EOF           VALUE "10".

       01  F-SOD-STATUS        PIC X(02) VALUE SPACE.
           88 F-SOD-STATUS-OK              VALUE "00".
           88 F-SOD-STATUS-EOF             VALUE "10".

      *Ligne de commande : LIST, ou ADD <profil> [date d'effet],
      *ou EXPIRE <profil> [date d'expiration]. Les dates sont au
      *format AAAAMMJJ ; a defaut, la date du jour. RULES, FORBID
      *<profil> <profil> et ALLOW <profil> <profil> tiennent les
      *paires interdites (le second profil prend la place de la
      *date sur la ligne de commande).
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ACTION           PIC X(20).
       01  WS-ROLE-ARG         PIC X(10).
       01  WS-DATE-ARG         PIC X(20).
       01  WS-ROLE2-ARG        PIC X(10).

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC 9(08).
                10 RT-EFF       PIC 9(08).
                10 RT-EXP       PIC 9(08).

      *Paires interdites chargees pour consultation et
      *reecriture.
       01  SOD-TABLE.
           05 SR-LGHT          PIC 9(03) VALUE ZERO.
           05 SR-MAX           PIC 9(03) VALUE 100.
           05 SR OCCURS 100 TIMES INDEXED BY SR-IDX.
                10 SR-ROLE-A    PIC X(10).
                10 SR-ROLE-B    PIC X(10).
                10 SR-SINCE     PIC 9(08).

       01  WS-HIT              PIC 9(03).
       01  WS-STATE            PIC X(10).

      ******************************************************************
      *Les profils vivent en majuscules : "Admin" et "ADMIN" sont
      *le meme profil, la faute de casse n'entre plus en table.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-ARG) TO WS-ROLE-ARG.
           MOVE FUNCTION UPPER-CASE(WS-DATE-ARG(1:10))
                                        TO WS-ROLE2-ARG.

           PERFORM 0100-LOAD-START
           THRU    0100-LOAD-END.

           PERFORM 0600-LOAD-SOD-START
           THRU    0600-LOAD-SOD-END.

           EVALUATE FUNCTION UPPER-CASE(WS-ACTION)
             WHEN "LIST"
               PERFORM 0200-LIST-START
             WHEN "EXPIRE"
               PERFORM 0400-EXPIRE-START
               THRU    0400-EXPIRE-END
             WHEN "RULES"
               PERFORM 0700-RULES-START
               THRU    0700-RULES-END
             WHEN "FORBID"
               PERFORM 0800-FORBID-START
               THRU    0800-FORBID-END
             WHEN "ALLOW"
               PERFORM 0900-ALLOW-START
               THRU    0900-ALLOW-END
             WHEN OTHER
               DISPLAY "Usage : roladm LIST"
               DISPLAY "        roladm ADD <profil> [AAAAMMJJ]"
               DISPLAY "        roladm EXPIRE <profil> [AAAAMMJJ]"
               DISPLAY "        roladm RULES"
               DISPLAY "        roladm FORBID <profil> <profil>"
               DISPLAY "        roladm ALLOW <profil> <profil>"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           EXIT.
       0500-REWRITE-END.

      ******************************************************************

      *Charge sod_rules.dat en memoire ; un fichier absent vaut
      *absence de regle.
       0600-LOAD-SOD-START.

           MOVE 0                       TO SR-LGHT.

           OPEN INPUT F-SOD.

           IF NOT F-SOD-STATUS-OK
               MOVE SPACE               TO F-SOD-STATUS
               GO TO 0600-LOAD-SOD-END
           END-IF.

           PERFORM UNTIL F-SOD-STATUS-EOF
             READ F-SOD
              AT END
                CONTINUE
              NOT AT END
                IF SOD-ROLE-A NOT = SPACES
                  AND SOD-ROLE-B NOT = SPACES
                  IF SR-LGHT >= SR-MAX
                      DISPLAY "Regles pleines (" SR-MAX
                              ") : regle ignoree : " SOD-ROLE-A
                              " / " SOD-ROLE-B
                  ELSE
                      ADD 1              TO SR-LGHT
                      MOVE SOD-ROLE-A    TO SR-ROLE-A(SR-LGHT)
                      MOVE SOD-ROLE-B    TO SR-ROLE-B(SR-LGHT)
                      MOVE SOD-SINCE     TO SR-SINCE (SR-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SOD.
           MOVE SPACE                   TO F-SOD-STATUS.

           EXIT.
       0600-LOAD-SOD-END.

      ******************************************************************

      *Restitue les paires interdites.
       0700-RULES-START.

           IF SR-LGHT = 0
               DISPLAY "Aucune paire interdite."
               GO TO 0700-RULES-END
           END-IF.

           PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > SR-LGHT
               DISPLAY SR-ROLE-A(SR-IDX) " / " SR-ROLE-B(SR-IDX)
                       " depuis " SR-SINCE(SR-IDX)
           END-PERFORM.

           EXIT.
       0700-RULES-END.

      ******************************************************************

      *Interdit le cumul de deux profils du referentiel. La paire
      *est symetrique : A / B et B / A sont la meme regle.
       0800-FORBID-START.

           IF WS-ROLE-ARG = SPACES OR WS-ROLE2-ARG = SPACES
               DISPLAY "FORBID : deux profils attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ROLE-ARG = WS-ROLE2-ARG
               DISPLAY "FORBID : les deux profils sont identiques."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Les deux profils doivent etre connus du referentiel, quel
      *que soit leur etat : une regle sur une faute de frappe ne
      *protegerait rien.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                     UNTIL RT-IDX > RT-LGHT
                        OR RT-NAME(RT-IDX) = WS-ROLE-ARG
               CONTINUE
           END-PERFORM.
           IF RT-IDX > RT-LGHT
               DISPLAY "Profil inconnu du referentiel : " WS-ROLE-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING RT-IDX FROM 1 BY 1
                     UNTIL RT-IDX > RT-LGHT
                        OR RT-NAME(RT-IDX) = WS-ROLE2-ARG
               CONTINUE
           END-PERFORM.
           IF RT-IDX > RT-LGHT
               DISPLAY "Profil inconnu du referentiel : "
                       WS-ROLE2-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-FIND-PAIR-START
           THRU    1000-FIND-PAIR-END.

           IF WS-HIT > 0
               DISPLAY "Paire deja interdite : " WS-ROLE-ARG
                       " / " WS-ROLE2-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SR-LGHT >= SR-MAX
               DISPLAY "Regles pleines (" SR-MAX ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                        TO SR-LGHT.
           MOVE WS-ROLE-ARG             TO SR-ROLE-A(SR-LGHT).
           MOVE WS-ROLE2-ARG            TO SR-ROLE-B(SR-LGHT).
           MOVE WS-TODAY                TO SR-SINCE (SR-LGHT).

           PERFORM 1100-REWRITE-SOD-START
           THRU    1100-REWRITE-SOD-END.

           DISPLAY "Paire interdite : " WS-ROLE-ARG " / "
                   WS-ROLE2-ARG.
           DISPLAY "Les comptes qui cumulent deja ces profils "
                   "sortiront au prochain rapport sodrpt.".

           EXIT.
       0800-FORBID-END.

      ******************************************************************

      *Leve l'interdiction de cumul d'une paire de profils.
       0900-ALLOW-START.

           IF WS-ROLE-ARG = SPACES OR WS-ROLE2-ARG = SPACES
               DISPLAY "ALLOW : deux profils attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-FIND-PAIR-START
           THRU    1000-FIND-PAIR-END.

           IF WS-HIT = 0
               DISPLAY "Paire non interdite : " WS-ROLE-ARG
                       " / " WS-ROLE2-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *On retasse la table sur la regle retiree.
           PERFORM VARYING SR-IDX FROM WS-HIT BY 1
                     UNTIL SR-IDX >= SR-LGHT
               MOVE SR(SR-IDX + 1)      TO SR(SR-IDX)
           END-PERFORM.
           SUBTRACT 1                   FROM SR-LGHT.

           PERFORM 1100-REWRITE-SOD-START
           THRU    1100-REWRITE-SOD-END.

           DISPLAY "Paire de nouveau admise : " WS-ROLE-ARG " / "
                   WS-ROLE2-ARG.

           EXIT.
       0900-ALLOW-END.

      ******************************************************************

      *Cherche la paire demandee dans un sens ou dans l'autre ;
      *WS-HIT recoit son rang, 0 si absente.
       1000-FIND-PAIR-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > SR-LGHT OR WS-HIT > 0
               IF (SR-ROLE-A(SR-IDX) = WS-ROLE-ARG
                   AND SR-ROLE-B(SR-IDX) = WS-ROLE2-ARG)
               OR (SR-ROLE-A(SR-IDX) = WS-ROLE2-ARG
                   AND SR-ROLE-B(SR-IDX) = WS-ROLE-ARG)
                   SET WS-HIT           TO SR-IDX
               END-IF
           END-PERFORM.

           EXIT.
       1000-FIND-PAIR-END.

      ******************************************************************

      *Reecrit sod_rules.dat depuis la table en memoire.
       1100-REWRITE-SOD-START.

           OPEN OUTPUT F-SOD.

           PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > SR-LGHT
               MOVE SPACES              TO REC-F-SOD
               MOVE SR-ROLE-A(SR-IDX)   TO SOD-ROLE-A
               MOVE SR-ROLE-B(SR-IDX)   TO SOD-ROLE-B
               MOVE SR-SINCE (SR-IDX)   TO SOD-SINCE
               WRITE REC-F-SOD
           END-PERFORM.

           CLOSE F-SOD.

           EXIT.
       1100-REWRITE-SOD-END.
