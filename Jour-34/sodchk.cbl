      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodchk.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Regles de separation des taches tenues par roladm : une
      *ligne par paire de profils qui ne doivent jamais etre
      *portes par le meme compte.
           SELECT F-SOD ASSIGN TO "sod_rules.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SOD-STATUS.

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

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SOD-STATUS        PIC X(02) VALUE SPACE.
           88 F-SOD-STATUS-OK              VALUE "00".
           88 F-SOD-STATUS-EOF             VALUE "10".

      *Paires interdites chargees a chaque appel (le fichier est
      *petit et peut changer entre deux appels d'un meme lot).
       01  SOD-TABLE.
           05 SR-LGHT          PIC 9(03) VALUE ZERO.
           05 SR-MAX           PIC 9(03) VALUE 100.
           05 SR OCCURS 100 TIMES INDEXED BY SR-IDX.
                10 SR-ROLE-A    PIC X(10).
                10 SR-ROLE-B    PIC X(10).

      *Profils deja portes par le compte (profil principal,
      *profils supplementaires, profil attribue dans la meme
      *operation).
       01  HELD-TABLE.
           05 HD-LGHT          PIC 9(02) VALUE ZERO.
           05 HD-MAX           PIC 9(02) VALUE 30.
           05 HD-ROLE          PIC X(10) OCCURS 30 TIMES
                                INDEXED BY HD-IDX.

       01  WS-CAND-ROLE        PIC X(10).
       01  WS-CONFLICT-ROLE    PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-USER-NAME        PIC X(50).
       01  WS-PRIMARY-ROLE     PIC X(10).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-DUP-COUNT        PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-HELD CURSOR FOR
           SELECT role FROM users_roles
           WHERE nom = :WS-USER-NAME
       END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

       01  LK-USER-NAME        PIC X(50).

      *Profil que l'on s'apprete a attribuer au compte.
       01  LK-ROLE             PIC X(10).

      *Autre profil attribue dans la meme operation (profil
      *supplementaire saisi a l'ajout), a blanc sinon.
       01  LK-OTHER-ROLE       PIC X(10).

      *"MUTATION" : LK-ROLE remplace le profil principal, qui
      *n'entre donc pas dans la comparaison ; toute autre valeur :
      *LK-ROLE vient s'ajouter aux profils deja portes.
       01  LK-MODE             PIC X(10).

      *Motif du refus, en clair, pour l'ecran et les comptes
      *rendus.
       01  LK-REASON           PIC X(60).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Controle de separation des taches : code retour 0 si le
      *profil peut etre attribue, 6 s'il formerait avec un profil
      *deja porte (ou attribue dans la meme operation) une paire
      *interdite par sod_rules.dat -- LK-REASON dit laquelle. Sans
      *regles, tout est admis.
       PROCEDURE DIVISION USING LK-USER-NAME LK-ROLE LK-OTHER-ROLE
                                 LK-MODE LK-REASON.

           MOVE SPACES                  TO LK-REASON.
           MOVE LK-USER-NAME            TO WS-USER-NAME.
           MOVE FUNCTION UPPER-CASE(LK-ROLE) TO WS-CAND-ROLE.

           PERFORM 0100-LOAD-RULES-START
           THRU    0100-LOAD-RULES-END.

           IF SR-LGHT = 0 OR WS-CAND-ROLE = SPACES
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-HELD-START
           THRU    0200-LOAD-HELD-END.

           MOVE SPACES                  TO WS-CONFLICT-ROLE.
           PERFORM VARYING HD-IDX FROM 1 BY 1
                     UNTIL HD-IDX > HD-LGHT
                        OR WS-CONFLICT-ROLE NOT = SPACES
               IF HD-ROLE(HD-IDX) NOT = WS-CAND-ROLE
                   PERFORM VARYING SR-IDX FROM 1 BY 1
                             UNTIL SR-IDX > SR-LGHT
                                OR WS-CONFLICT-ROLE NOT = SPACES
                       IF (SR-ROLE-A(SR-IDX) = WS-CAND-ROLE
                           AND SR-ROLE-B(SR-IDX) = HD-ROLE(HD-IDX))
                       OR (SR-ROLE-B(SR-IDX) = WS-CAND-ROLE
                           AND SR-ROLE-A(SR-IDX) = HD-ROLE(HD-IDX))
                           MOVE HD-ROLE(HD-IDX) TO WS-CONFLICT-ROLE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-CONFLICT-ROLE = SPACES
               MOVE 0                   TO RETURN-CODE
           ELSE
               STRING "Profils incompatibles : "
                      FUNCTION TRIM(WS-CAND-ROLE) " / "
                      FUNCTION TRIM(WS-CONFLICT-ROLE)
                      " (separation des taches)"
                      DELIMITED BY SIZE INTO LK-REASON
               MOVE 6                   TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************

      *Charge les paires interdites ; un fichier absent vaut
      *absence de regle.
       0100-LOAD-RULES-START.

           MOVE 0                       TO SR-LGHT.
           MOVE SPACE                   TO F-SOD-STATUS.

           OPEN INPUT F-SOD.
           IF NOT F-SOD-STATUS-OK
               MOVE SPACE               TO F-SOD-STATUS
               GO TO 0100-LOAD-RULES-END
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
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SOD.
           MOVE SPACE                   TO F-SOD-STATUS.

           EXIT.
       0100-LOAD-RULES-END.

      ******************************************************************

      *Rassemble les profils portes par le compte : le profil
      *principal de la table users (sauf en mutation, ou il va
      *etre remplace), les profils de users_roles, et le profil
      *attribue dans la meme operation.
       0200-LOAD-HELD-START.

           MOVE 0                       TO HD-LGHT.
           MOVE SPACES                  TO WS-PRIMARY-ROLE.

           MOVE 0                       TO WS-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-DUP-COUNT
               FROM users WHERE nom = :WS-USER-NAME
           END-EXEC.

           IF WS-DUP-COUNT > 0
               EXEC SQL
                   SELECT role INTO :WS-PRIMARY-ROLE
                   FROM users WHERE nom = :WS-USER-NAME
               END-EXEC
               IF LK-MODE NOT = "MUTATION"
                 AND WS-PRIMARY-ROLE NOT = SPACES
                   ADD 1                TO HD-LGHT
                   MOVE WS-PRIMARY-ROLE TO HD-ROLE(HD-LGHT)
               END-IF
           END-IF.

           EXEC SQL OPEN C-HELD END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-HELD INTO :WS-ROW-ROLE
               END-EXEC
               IF SQLCODE = 0
                 AND HD-LGHT < HD-MAX
      *En mutation, l'attribution du profil principal sortant
      *ne compte plus.
                   IF NOT (LK-MODE = "MUTATION"
                           AND WS-ROW-ROLE = WS-PRIMARY-ROLE)
                       ADD 1            TO HD-LGHT
                       MOVE WS-ROW-ROLE TO HD-ROLE(HD-LGHT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-HELD END-EXEC.

           IF LK-OTHER-ROLE NOT = SPACES
             AND HD-LGHT < HD-MAX
               ADD 1                    TO HD-LGHT
               MOVE FUNCTION UPPER-CASE(LK-OTHER-ROLE)
                                        TO HD-ROLE(HD-LGHT)
           END-IF.

           EXIT.
       0200-LOAD-HELD-END.

           END PROGRAM sodchk.
