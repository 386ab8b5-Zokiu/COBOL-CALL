      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodrpt.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Paires de profils interdites, tenues par roladm.
           SELECT F-SOD ASSIGN TO "sod_rules.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SOD-STATUS.

      *Rapport de nuit des comptes qui cumulent deja deux profils
      *interdits (attributions anterieures a la regle, ou posees
      *hors des points d'entree controles).
           SELECT F-REPORT ASSIGN TO "sod_conflicts.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-SOD.

       01  REC-F-SOD.
           05 SOD-ROLE-A       PIC X(10).
           05 FILLER           PIC X(01).
           05 SOD-ROLE-B       PIC X(10).
           05 FILLER           PIC X(01).
           05 SOD-SINCE        PIC 9(08).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(160).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "sodrpt".

       01  F-SOD-STATUS        PIC X(02) VALUE SPACE.
           88 F-SOD-STATUS-OK              VALUE "00".
           88 F-SOD-STATUS-EOF             VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  SOD-TABLE.
           05 SR-LGHT          PIC 9(03) VALUE ZERO.
           05 SR-MAX           PIC 9(03) VALUE 100.
           05 SR OCCURS 100 TIMES INDEXED BY SR-IDX.
                10 SR-ROLE-A    PIC X(10).
                10 SR-ROLE-B    PIC X(10).
                10 SR-SINCE     PIC 9(08).

      *Profils portes par le compte en cours de lecture, avec
      *l'auteur et la date de chaque attribution (a blanc pour un
      *profil principal anterieur a la table des attributions).
       01  HELD-TABLE.
           05 HD-LGHT          PIC 9(02) VALUE ZERO.
           05 HD-MAX           PIC 9(02) VALUE 30.
           05 HD OCCURS 30 TIMES INDEXED BY HD-IDX HD-IDX2.
                10 HD-ROLE      PIC X(10).
                10 HD-BY        PIC X(20).
                10 HD-AT        PIC X(19).

       01  WS-CUR-NOM          PIC X(50) VALUE SPACES.
       01  WS-CAND-ROLE        PIC X(10).
       01  WS-HIT              PIC 9(01).

       01  WS-ACCOUNT-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-CONFLICT-COUNT   PIC 9(05) VALUE ZERO.

       01  WS-REPORT-LINE.
           05 OUT-NOM          PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-ROLE-A       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-BY-A         PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-AT-A         PIC X(19).
           05 FILLER           PIC X(03) VALUE " / ".
           05 OUT-ROLE-B       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-BY-B         PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-AT-B         PIC X(19).

       01  WS-HEADER           PIC X(80) VALUE
           "Comptes en conflit de separation des taches (profil, attri
      -    "bue par, le)".

       01  WS-TRAILER.
           05 FILLER           PIC X(30) VALUE
                  "Cumuls interdits constates :  ".
           05 OUT-T-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X(23) VALUE
                  " -- comptes examines : ".
           05 OUT-T-ACCOUNTS   PIC ZZZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-PRIMARY      PIC X(10).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-BY           PIC X(20).
       01  WS-ROW-AT           PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Une ligne par attribution, et au moins une par compte
      *(jointure externe) pour que le profil principal compte meme
      *sans ligne d'attribution.
       EXEC SQL
           DECLARE C-SOD CURSOR FOR
           SELECT u.nom, u.role,
                  COALESCE(r.role, ' '),
                  COALESCE(r.granted_by, ' '),
                  COALESCE(r.granted_at, ' ')
           FROM users u LEFT JOIN users_roles r ON r.nom = u.nom
           ORDER BY u.nom, r.role
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Code retour 0 si aucun compte n'est en conflit, 4 si le
      *rapport en contient (a traiter par la securite), 1 si le
      *rapport n'a pas pu etre produit.
       PROCEDURE DIVISION.

           PERFORM 0050-LOAD-RULES-START
           THRU    0050-LOAD-RULES-END.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de sod_conflicts.rpt, "
                       "statut : " F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXEC SQL OPEN C-SOD END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-SOD INTO :WS-ROW-NOM, :WS-ROW-PRIMARY,
                                    :WS-ROW-ROLE, :WS-ROW-BY,
                                    :WS-ROW-AT
               END-EXEC

               IF SQLCODE = 0
                   IF WS-ROW-NOM NOT = WS-CUR-NOM
                       PERFORM 0200-CHECK-ACCOUNT-START
                       THRU    0200-CHECK-ACCOUNT-END
                       PERFORM 0100-NEW-ACCOUNT-START
                       THRU    0100-NEW-ACCOUNT-END
                   END-IF
                   MOVE WS-ROW-ROLE     TO WS-CAND-ROLE
                   PERFORM 0150-ADD-HELD-START
                   THRU    0150-ADD-HELD-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-SOD END-EXEC.

      *Dernier compte lu.
           PERFORM 0200-CHECK-ACCOUNT-START
           THRU    0200-CHECK-ACCOUNT-END.

           MOVE SPACES                  TO REC-F-REPORT.
           MOVE WS-CONFLICT-COUNT       TO OUT-T-COUNT.
           MOVE WS-ACCOUNT-COUNT        TO OUT-T-ACCOUNTS.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Cumuls de profils interdits : " WS-CONFLICT-COUNT
                   " (" WS-ACCOUNT-COUNT " comptes examines)".

           IF WS-CONFLICT-COUNT > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge les paires interdites ; sans regle, le rapport sort
      *vide.
       0050-LOAD-RULES-START.

           OPEN INPUT F-SOD.
           IF NOT F-SOD-STATUS-OK
               DISPLAY "Pas de regle sod_rules.dat : aucun cumul "
                       "interdit."
               MOVE SPACE               TO F-SOD-STATUS
               GO TO 0050-LOAD-RULES-END
           END-IF.

           PERFORM UNTIL F-SOD-STATUS-EOF
             READ F-SOD
              AT END
                CONTINUE
              NOT AT END
                IF SOD-ROLE-A NOT = SPACES
                  AND SOD-ROLE-B NOT = SPACES
                  AND SR-LGHT < SR-MAX
                    ADD 1                TO SR-LGHT
                    MOVE FUNCTION UPPER-CASE(SOD-ROLE-A)
                                         TO SR-ROLE-A(SR-LGHT)
                    MOVE FUNCTION UPPER-CASE(SOD-ROLE-B)
                                         TO SR-ROLE-B(SR-LGHT)
                    MOVE SOD-SINCE       TO SR-SINCE (SR-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SOD.
           MOVE SPACE                   TO F-SOD-STATUS.

           EXIT.
       0050-LOAD-RULES-END.

      ******************************************************************

      *Rupture sur le nom : nouveau compte, dont le profil principal
      *entre en premier (sans auteur ni date tant que la ligne
      *d'attribution correspondante n'est pas lue).
       0100-NEW-ACCOUNT-START.

           MOVE WS-ROW-NOM              TO WS-CUR-NOM.
           ADD 1                        TO WS-ACCOUNT-COUNT.
           MOVE 0                       TO HD-LGHT.

           MOVE WS-ROW-PRIMARY          TO WS-CAND-ROLE.
           PERFORM 0150-ADD-HELD-START
           THRU    0150-ADD-HELD-END.

           EXIT.
       0100-NEW-ACCOUNT-END.

      ******************************************************************

      *Ajoute WS-CAND-ROLE aux profils du compte courant ; un profil
      *deja present (le profil principal et sa ligne d'attribution)
      *recoit seulement l'auteur et la date de la ligne lue.
       0150-ADD-HELD-START.

           IF WS-CAND-ROLE = SPACES
               GO TO 0150-ADD-HELD-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CAND-ROLE) TO WS-CAND-ROLE.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING HD-IDX FROM 1 BY 1
                     UNTIL HD-IDX > HD-LGHT OR WS-HIT > 0
               IF HD-ROLE(HD-IDX) = WS-CAND-ROLE
                   MOVE 1               TO WS-HIT
                   IF WS-ROW-ROLE NOT = SPACES
                       MOVE WS-ROW-BY   TO HD-BY(HD-IDX)
                       MOVE WS-ROW-AT   TO HD-AT(HD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-HIT > 0 OR HD-LGHT >= HD-MAX
               GO TO 0150-ADD-HELD-END
           END-IF.

           ADD 1                        TO HD-LGHT.
           MOVE WS-CAND-ROLE            TO HD-ROLE(HD-LGHT).
           IF WS-CAND-ROLE = WS-ROW-ROLE
               MOVE WS-ROW-BY           TO HD-BY(HD-LGHT)
               MOVE WS-ROW-AT           TO HD-AT(HD-LGHT)
           ELSE
               MOVE SPACES              TO HD-BY(HD-LGHT)
               MOVE SPACES              TO HD-AT(HD-LGHT)
           END-IF.

           EXIT.
       0150-ADD-HELD-END.

      ******************************************************************

      *Confronte chaque paire de profils du compte courant aux
      *regles ; une ligne de rapport par paire interdite.
       0200-CHECK-ACCOUNT-START.

           IF WS-CUR-NOM = SPACES OR HD-LGHT < 2 OR SR-LGHT = 0
               GO TO 0200-CHECK-ACCOUNT-END
           END-IF.

           PERFORM VARYING HD-IDX FROM 1 BY 1
                     UNTIL HD-IDX >= HD-LGHT
               PERFORM VARYING HD-IDX2 FROM HD-IDX BY 1
                         UNTIL HD-IDX2 > HD-LGHT
                   IF HD-IDX2 > HD-IDX
                       PERFORM 0250-CHECK-PAIR-START
                       THRU    0250-CHECK-PAIR-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0200-CHECK-ACCOUNT-END.

      ******************************************************************

      *Paire HD-IDX / HD-IDX2 : reportee si une regle l'interdit,
      *dans un sens ou dans l'autre.
       0250-CHECK-PAIR-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING SR-IDX FROM 1 BY 1
                     UNTIL SR-IDX > SR-LGHT OR WS-HIT > 0
               IF (SR-ROLE-A(SR-IDX) = HD-ROLE(HD-IDX)
                   AND SR-ROLE-B(SR-IDX) = HD-ROLE(HD-IDX2))
               OR (SR-ROLE-A(SR-IDX) = HD-ROLE(HD-IDX2)
                   AND SR-ROLE-B(SR-IDX) = HD-ROLE(HD-IDX))
                   MOVE 1               TO WS-HIT
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               GO TO 0250-CHECK-PAIR-END
           END-IF.

           ADD 1                        TO WS-CONFLICT-COUNT.
           MOVE WS-CUR-NOM              TO OUT-NOM.
           MOVE HD-ROLE(HD-IDX)         TO OUT-ROLE-A.
           MOVE HD-BY  (HD-IDX)         TO OUT-BY-A.
           MOVE HD-AT  (HD-IDX)         TO OUT-AT-A.
           MOVE HD-ROLE(HD-IDX2)        TO OUT-ROLE-B.
           MOVE HD-BY  (HD-IDX2)        TO OUT-BY-B.
           MOVE HD-AT  (HD-IDX2)        TO OUT-AT-B.
           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0250-CHECK-PAIR-END.
