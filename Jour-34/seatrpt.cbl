      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. seatrpt.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Licences contractees par profil (places, renouvellement,
      *conduite a tenir), lues aussi par seatchk a chaque ajout.
           SELECT F-SEAT ASSIGN TO "licence_seats.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SEAT-STATUS.

      *Rapport mensuel des licences : par profil, places
      *contractees, porteurs actifs, desactives et dormants, places
      *libres et depassement -- la piece que les achats demandent
      *avant chaque renouvellement.
           SELECT F-REPORT ASSIGN TO "licence_seats.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

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

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(110).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SEAT-STATUS       PIC X(02) VALUE SPACE.
           88 F-SEAT-STATUS-OK             VALUE "00".
           88 F-SEAT-STATUS-EOF            VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Un profil par ligne du contrat, puis les profils portes en
      *base sans ligne de contrat (HORS CONTRAT), avec leurs
      *compteurs de porteurs.
       01  SEAT-TABLE.
           05 LS-LGHT          PIC 9(03) VALUE ZERO.
           05 LS-MAX           PIC 9(03) VALUE 100.
           05 LS OCCURS 100 TIMES INDEXED BY LS-IDX.
                10 LS-ROLE      PIC X(10).
                10 LS-CONTRACT  PIC X(01).
                   88 LS-IS-CONTRACTED      VALUE "Y".
                10 LS-SEATS     PIC 9(05).
                10 LS-RENEWAL   PIC X(08).
                10 LS-MODE      PIC X(01).
                10 LS-ACTIVE    PIC 9(05).
                10 LS-INACTIVE  PIC 9(05).
                10 LS-NEVER     PIC 9(05).
                10 LS-OVER60    PIC 9(05).
                10 LS-OVER90    PIC 9(05).

       01  WS-FOUND-FLAG       PIC X(01).
           88 WS-ROLE-FOUND                VALUE "Y".

      *Seuils de dormance du rapport des comptes dormants, et
      *preavis de renouvellement signale au rapport.
       01  WS-DORM-60          PIC 9(03) VALUE 60.
       01  WS-DORM-90          PIC 9(03) VALUE 90.
       01  WS-RENEW-NOTICE     PIC 9(03) VALUE 30.

       01  WS-TODAY-INT        PIC 9(08).
       01  WS-LOGIN-INT        PIC 9(08).
       01  WS-LOGIN-YMD        PIC X(08).
       01  WS-LOGIN-AGE        PIC S9(08).
       01  WS-RENEW-LEFT       PIC S9(08).
       01  WS-NOW              PIC X(21).

       01  WS-USED             PIC 9(05).
       01  WS-FREE             PIC 9(05).
       01  WS-OVER             PIC 9(05).

       01  WS-TOT-SEATS        PIC 9(07) VALUE ZERO.
       01  WS-TOT-USED         PIC 9(07) VALUE ZERO.
       01  WS-OVER-ROLES       PIC 9(03) VALUE ZERO.

       01  WS-ED-1             PIC ZZZZ9.
       01  WS-ED-2             PIC ZZZZ9.

       01  WS-INC-PROGRAM      PIC X(10) VALUE "seatrpt".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-TITLE.
           05 FILLER           PIC X(23) VALUE
                  "Licences par profil au ".
           05 OUT-H-DATE       PIC X(10).
           05 FILLER           PIC X(46) VALUE
                  " (occupees = comptes actifs + desactives)".

       01  WS-HEADER.
           05 FILLER           PIC X(10) VALUE "PROFIL".
           05 FILLER           PIC X(07) VALUE " PLACES".
           05 FILLER           PIC X(07) VALUE " ACTIFS".
           05 FILLER           PIC X(07) VALUE " DESACT".
           05 FILLER           PIC X(07) VALUE " JAMAIS".
           05 FILLER           PIC X(07) VALUE "  +60 J".
           05 FILLER           PIC X(07) VALUE "  +90 J".
           05 FILLER           PIC X(07) VALUE " OCCUP.".
           05 FILLER           PIC X(07) VALUE " LIBRES".
           05 FILLER           PIC X(07) VALUE " DEPASS".
           05 FILLER           PIC X(02) VALUE SPACE.
           05 FILLER           PIC X(10) VALUE "RENOUV.".
           05 FILLER           PIC X(02) VALUE SPACE.
           05 FILLER           PIC X(01) VALUE "C".
           05 FILLER           PIC X(02) VALUE SPACE.
           05 FILLER           PIC X(14) VALUE "ETAT".

       01  WS-REPORT-LINE.
           05 OUT-ROLE         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-SEATS        PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-ACTIVE       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-INACTIVE     PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-NEVER        PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-OVER60       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-OVER90       PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-USED         PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-FREE         PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-OVER         PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-RENEWAL      PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-MODE         PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-STATE        PIC X(14).

       01  WS-TRAILER.
           05 FILLER           PIC X(20) VALUE "Places contractees: ".
           05 OUT-T-SEATS      PIC ZZZZZZ9.
           05 FILLER           PIC X(13) VALUE " / occupees: ".
           05 OUT-T-USED       PIC ZZZZZZ9.
           05 FILLER           PIC X(27) VALUE
                  " / profils en depassement: ".
           05 OUT-T-OVER       PIC ZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-LAST-LOGIN   PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Une ligne par profil porte : le profil principal de chaque
      *compte, puis ses profils supplementaires (la ligne
      *d'attribution du profil principal, posee par insrt, n'est
      *pas comptee deux fois).
       EXEC SQL
           DECLARE C-SEAT CURSOR FOR
           SELECT u.role, u.status, u.last_login_at
           FROM users u
           UNION ALL
           SELECT r.role, u.status, u.last_login_at
           FROM users_roles r JOIN users u ON u.nom = r.nom
           WHERE r.role <> u.role
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Rapport mensuel des licences. Une place est occupee par tout
      *compte de la table users qui porte le profil, actif ou
      *desactive (il garde sa licence tant qu'il n'est pas archive
      *ou supprime) ; parmi les actifs, les dormants suivent les
      *seuils du rapport des comptes dormants (jamais connectes,
      *sans connexion depuis 60 puis 90 jours) : ce sont les places
      *a recuperer en premier. Code retour 0 si aucun profil ne
      *depasse son contrat, 4 si le rapport en signale (consigne
      *aussi au journal des incidents), 1 si le rapport n'a pas pu
      *etre produit.
       PROCEDURE DIVISION.

           PERFORM 0100-LOAD-SEATS-START
           THRU    0100-LOAD-SEATS-END.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))).

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "licence_seats.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL OPEN C-SEAT END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-SEAT INTO :WS-ROW-ROLE, :WS-ROW-STATUS,
                                     :WS-ROW-LAST-LOGIN
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0200-COUNT-ONE-START
                   THRU    0200-COUNT-ONE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-SEAT END-EXEC.

           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  DELIMITED BY SIZE INTO OUT-H-DATE.
           MOVE WS-TITLE                TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING LS-IDX FROM 1 BY 1
                     UNTIL LS-IDX > LS-LGHT
               PERFORM 0300-WRITE-ROLE-START
               THRU    0300-WRITE-ROLE-END
           END-PERFORM.

           MOVE WS-TOT-SEATS            TO OUT-T-SEATS.
           MOVE WS-TOT-USED             TO OUT-T-USED.
           MOVE WS-OVER-ROLES           TO OUT-T-OVER.
           MOVE WS-TRAILER              TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY "Licences -- places contractees : " WS-TOT-SEATS
                   " occupees : " WS-TOT-USED
                   " profils en depassement : " WS-OVER-ROLES.

           IF WS-OVER-ROLES > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le contrat ; sans fichier, tous les profils sortent
      *HORS CONTRAT. Les commentaires "*" et les lignes au nombre
      *de places illisible (signalees par cfgchk) sont ignores.
       0100-LOAD-SEATS-START.

           OPEN INPUT F-SEAT.
           IF NOT F-SEAT-STATUS-OK
               DISPLAY "Pas de contrat licence_seats.cfg : aucune "
                       "place contractee."
               MOVE SPACE               TO F-SEAT-STATUS
               GO TO 0100-LOAD-SEATS-END
           END-IF.

           PERFORM UNTIL F-SEAT-STATUS-EOF
             READ F-SEAT
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-SEAT(1:1) NOT = "*"
                  AND SEAT-ROLE NOT = SPACES
                  AND SEAT-COUNT IS NUMERIC
                    MOVE FUNCTION UPPER-CASE(SEAT-ROLE)
                                         TO WS-ROW-ROLE
                    PERFORM 0250-FIND-ROLE-START
                    THRU    0250-FIND-ROLE-END
                    IF WS-ROLE-FOUND
                        SET LS-IS-CONTRACTED(LS-IDX) TO TRUE
                        MOVE SEAT-COUNT  TO LS-SEATS(LS-IDX)
                        MOVE SEAT-RENEWAL
                                         TO LS-RENEWAL(LS-IDX)
                        MOVE FUNCTION UPPER-CASE(SEAT-MODE)
                                         TO LS-MODE(LS-IDX)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SEAT.
           MOVE SPACE                   TO F-SEAT-STATUS.

           EXIT.
       0100-LOAD-SEATS-END.

      ******************************************************************

      *Compte le porteur lu pour son profil : actif ou desactive,
      *et pour un actif sa dormance -- JAMAIS si la derniere
      *connexion n'a jamais ete horodatee, +90 J ou +60 J selon son
      *age, comme le rapport des comptes dormants.
       0200-COUNT-ONE-START.

           IF WS-ROW-ROLE = SPACES
               GO TO 0200-COUNT-ONE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-ROW-ROLE) TO WS-ROW-ROLE.
           PERFORM 0250-FIND-ROLE-START
           THRU    0250-FIND-ROLE-END.
           IF NOT WS-ROLE-FOUND
               GO TO 0200-COUNT-ONE-END
           END-IF.

           IF WS-ROW-STATUS NOT = "A"
               ADD 1                    TO LS-INACTIVE(LS-IDX)
               GO TO 0200-COUNT-ONE-END
           END-IF.

           ADD 1                        TO LS-ACTIVE(LS-IDX).

           IF WS-ROW-LAST-LOGIN(1:4) IS NOT NUMERIC
               ADD 1                    TO LS-NEVER(LS-IDX)
               GO TO 0200-COUNT-ONE-END
           END-IF.

           MOVE SPACES                  TO WS-LOGIN-YMD.
           STRING WS-ROW-LAST-LOGIN(1:4)
                  WS-ROW-LAST-LOGIN(6:2)
                  WS-ROW-LAST-LOGIN(9:2)
                  DELIMITED BY SIZE INTO WS-LOGIN-YMD.
           COMPUTE WS-LOGIN-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LOGIN-YMD)).
           COMPUTE WS-LOGIN-AGE = WS-TODAY-INT - WS-LOGIN-INT.

           EVALUATE TRUE
             WHEN WS-LOGIN-AGE > WS-DORM-90
               ADD 1                    TO LS-OVER90(LS-IDX)
             WHEN WS-LOGIN-AGE > WS-DORM-60
               ADD 1                    TO LS-OVER60(LS-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0200-COUNT-ONE-END.

      ******************************************************************

      *Place LS-IDX sur le profil WS-ROW-ROLE, en l'ajoutant (hors
      *contrat, sans place) s'il n'est pas encore connu ; table
      *pleine, WS-ROLE-FOUND reste faux.
       0250-FIND-ROLE-START.

           MOVE "N"                     TO WS-FOUND-FLAG.
           PERFORM VARYING LS-IDX FROM 1 BY 1
                     UNTIL LS-IDX > LS-LGHT OR WS-ROLE-FOUND
               IF LS-ROLE(LS-IDX) = WS-ROW-ROLE
                   SET WS-ROLE-FOUND    TO TRUE
               END-IF
           END-PERFORM.

           IF WS-ROLE-FOUND
               SET LS-IDX DOWN BY 1
               GO TO 0250-FIND-ROLE-END
           END-IF.

           IF LS-LGHT >= LS-MAX
               DISPLAY "Table des profils pleine, ignore : "
                       WS-ROW-ROLE
               GO TO 0250-FIND-ROLE-END
           END-IF.

           ADD 1                        TO LS-LGHT.
           SET LS-IDX                   TO LS-LGHT.
           MOVE WS-ROW-ROLE             TO LS-ROLE(LS-IDX).
           MOVE "N"                     TO LS-CONTRACT(LS-IDX).
           MOVE 0                       TO LS-SEATS(LS-IDX).
           MOVE SPACES                  TO LS-RENEWAL(LS-IDX).
           MOVE SPACE                   TO LS-MODE(LS-IDX).
           MOVE 0                       TO LS-ACTIVE(LS-IDX)
                                           LS-INACTIVE(LS-IDX)
                                           LS-NEVER(LS-IDX)
                                           LS-OVER60(LS-IDX)
                                           LS-OVER90(LS-IDX).
           SET WS-ROLE-FOUND            TO TRUE.

           EXIT.
       0250-FIND-ROLE-END.

      ******************************************************************

      *Ecrit la ligne du profil LS-IDX : places occupees, libres et
      *en depassement, et l'etat du contrat (0310), ou HORS CONTRAT
      *pour un profil porte sans ligne de contrat.
       0300-WRITE-ROLE-START.

           COMPUTE WS-USED = LS-ACTIVE(LS-IDX) + LS-INACTIVE(LS-IDX).
           MOVE 0                       TO WS-FREE WS-OVER.
           IF WS-USED > LS-SEATS(LS-IDX)
               COMPUTE WS-OVER = WS-USED - LS-SEATS(LS-IDX)
           ELSE
               COMPUTE WS-FREE = LS-SEATS(LS-IDX) - WS-USED
           END-IF.

           MOVE LS-ROLE(LS-IDX)         TO OUT-ROLE.
           MOVE LS-SEATS(LS-IDX)        TO OUT-SEATS.
           MOVE LS-ACTIVE(LS-IDX)       TO OUT-ACTIVE.
           MOVE LS-INACTIVE(LS-IDX)     TO OUT-INACTIVE.
           MOVE LS-NEVER(LS-IDX)        TO OUT-NEVER.
           MOVE LS-OVER60(LS-IDX)       TO OUT-OVER60.
           MOVE LS-OVER90(LS-IDX)       TO OUT-OVER90.
           MOVE WS-USED                 TO OUT-USED.
           MOVE WS-FREE                 TO OUT-FREE.
           MOVE WS-OVER                 TO OUT-OVER.
           MOVE LS-MODE(LS-IDX)         TO OUT-MODE.
           MOVE SPACES                  TO OUT-RENEWAL OUT-STATE.

           ADD WS-USED                  TO WS-TOT-USED.

           IF LS-IS-CONTRACTED(LS-IDX)
               PERFORM 0310-CONTRACT-STATE-START
               THRU    0310-CONTRACT-STATE-END
           ELSE
               MOVE 0                   TO OUT-FREE OUT-OVER
               MOVE "HORS CONTRAT"      TO OUT-STATE
           END-IF.

           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0300-WRITE-ROLE-END.

      ******************************************************************

      *Etat du contrat du profil LS-IDX : DEPASSEMENT (consigne au
      *journal des incidents), sinon CONTRAT ECHU ou RENOUV. < 30 J
      *selon la date de renouvellement.
       0310-CONTRACT-STATE-START.

           ADD LS-SEATS(LS-IDX)         TO WS-TOT-SEATS.

           IF LS-RENEWAL(LS-IDX) IS NUMERIC
               STRING LS-RENEWAL(LS-IDX)(1:4) "-"
                      LS-RENEWAL(LS-IDX)(5:2) "-"
                      LS-RENEWAL(LS-IDX)(7:2)
                      DELIMITED BY SIZE INTO OUT-RENEWAL
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(LS-RENEWAL(LS-IDX))) = 0
                   COMPUTE WS-RENEW-LEFT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(LS-RENEWAL(LS-IDX)))
                         - WS-TODAY-INT
                   EVALUATE TRUE
                     WHEN WS-RENEW-LEFT < 0
                       MOVE "CONTRAT ECHU"   TO OUT-STATE
                     WHEN WS-RENEW-LEFT <= WS-RENEW-NOTICE
                       MOVE "RENOUV. < 30 J" TO OUT-STATE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

           IF WS-OVER > 0
               ADD 1                    TO WS-OVER-ROLES
               MOVE "DEPASSEMENT"       TO OUT-STATE
               MOVE WS-USED             TO WS-ED-1
               MOVE LS-SEATS(LS-IDX)    TO WS-ED-2
               MOVE SPACES              TO WS-INC-MESSAGE
               STRING "Licences depassees : "
                      FUNCTION TRIM(WS-ED-1) " comptes pour "
                      FUNCTION TRIM(WS-ED-2) " places"
                      DELIMITED BY SIZE INTO WS-INC-MESSAGE
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE LS-ROLE(LS-IDX)     TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
           END-IF.

           EXIT.
       0310-CONTRACT-STATE-END.
