      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. seatchk.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Licences contractees par profil : nombre de places, date de
      *renouvellement du contrat et conduite a tenir quand toutes
      *les places sont prises (A avertir, R refuser l'ajout).
           SELECT F-SEAT ASSIGN TO "licence_seats.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SEAT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-SEAT.

       01  REC-F-SEAT.
           05 SEAT-ROLE        PIC X(10).
           05 FILLER           PIC X(01).
           05 SEAT-COUNT       PIC X(05).
           05 FILLER           PIC X(01).
           05 SEAT-RENEWAL     PIC X(08).
           05 FILLER           PIC X(01).
           05 SEAT-MODE        PIC X(01).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SEAT-STATUS       PIC X(02) VALUE SPACE.
           88 F-SEAT-STATUS-OK             VALUE "00".
           88 F-SEAT-STATUS-EOF            VALUE "10".

      *Ligne du profil demande, relue a chaque appel (le fichier
      *est petit et peut changer entre deux appels d'un meme lot).
       01  WS-FOUND-FLAG       PIC X(01) VALUE "N".
           88 WS-ROLE-FOUND                VALUE "Y".
       01  WS-SEATS            PIC 9(05) VALUE ZERO.
       01  WS-MODE             PIC X(01) VALUE SPACE.
           88 WS-MODE-REFUSE               VALUE "R".

       01  WS-ED-HELD          PIC ZZZZ9.
       01  WS-ED-SEATS         PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-CAND-ROLE        PIC X(10).
       01  WS-HELD-COUNT       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
       LINKAGE SECTION.

      *Profil que l'on s'apprete a attribuer a un nouveau compte.
       01  LK-ROLE             PIC X(10).

      *Motif de l'avertissement ou du refus, en clair, pour l'ecran
      *et les comptes rendus.
       01  LK-REASON           PIC X(60).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Controle des licences : code retour 0 si le profil n'est pas
      *sous contrat ou s'il lui reste une place libre, 1 si toutes
      *les places sont prises et que le contrat demande seulement
      *un avertissement, 2 si elles sont prises et que l'ajout doit
      *etre refuse -- LK-REASON dit combien. Une place est occupee
      *par tout compte de la table users qui porte le profil, en
      *profil principal ou supplementaire, quel que soit son statut :
      *un compte desactive garde sa licence tant qu'il n'est pas
      *archive ou supprime.
       PROCEDURE DIVISION USING LK-ROLE LK-REASON.

           MOVE SPACES                  TO LK-REASON.
           MOVE FUNCTION UPPER-CASE(LK-ROLE) TO WS-CAND-ROLE.

           IF WS-CAND-ROLE = SPACES
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-SEAT-START
           THRU    0100-LOAD-SEAT-END.

           IF NOT WS-ROLE-FOUND
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0                       TO WS-HELD-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HELD-COUNT
               FROM users u
               WHERE u.role = :WS-CAND-ROLE
                  OR EXISTS (SELECT 1 FROM users_roles r
                             WHERE r.nom = u.nom
                               AND r.role = :WS-CAND-ROLE)
           END-EXEC.

      *Sans reponse de la base, l'ajout n'est pas bloque pour une
      *question de licence : insrt rencontrera la meme panne.
           IF SQLCODE NOT = 0
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-HELD-COUNT < WS-SEATS
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-HELD-COUNT           TO WS-ED-HELD.
           MOVE WS-SEATS                TO WS-ED-SEATS.
           STRING "Licences " FUNCTION TRIM(WS-CAND-ROLE)
                  " epuisees : " FUNCTION TRIM(WS-ED-HELD)
                  " comptes pour " FUNCTION TRIM(WS-ED-SEATS)
                  " places"
                  DELIMITED BY SIZE INTO LK-REASON.

           IF WS-MODE-REFUSE
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 1                   TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************

      *Cherche la ligne du profil demande ; un fichier absent, une
      *ligne de commentaire ou un nombre de places illisible valent
      *absence de contrat pour ce profil.
       0100-LOAD-SEAT-START.

           MOVE "N"                     TO WS-FOUND-FLAG.
           MOVE SPACE                   TO F-SEAT-STATUS.

           OPEN INPUT F-SEAT.
           IF NOT F-SEAT-STATUS-OK
               MOVE SPACE               TO F-SEAT-STATUS
               GO TO 0100-LOAD-SEAT-END
           END-IF.

           PERFORM UNTIL F-SEAT-STATUS-EOF OR WS-ROLE-FOUND
             READ F-SEAT
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-SEAT(1:1) NOT = "*"
                  AND FUNCTION UPPER-CASE(SEAT-ROLE) = WS-CAND-ROLE
                  AND SEAT-COUNT IS NUMERIC
                    SET WS-ROLE-FOUND    TO TRUE
                    MOVE SEAT-COUNT      TO WS-SEATS
                    MOVE FUNCTION UPPER-CASE(SEAT-MODE) TO WS-MODE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SEAT.
           MOVE SPACE                   TO F-SEAT-STATUS.

           EXIT.
       0100-LOAD-SEAT-END.

           END PROGRAM seatchk.
