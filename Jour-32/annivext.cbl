      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. annivext.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Liste des destinataires d'anniversaire de compte, consommee
      *par le mode ANNIV de MAIN (Jour-32) : le format de names.txt
      *(nom sur 20, code langue sur 2) suivi du nombre d'annees de
      *service sur 2.
           SELECT F-ANNIV ASSIGN TO "anniversary.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ANNIV-STATUS.

      *Referentiel des domaines autorises (entretenu par domadm) :
      *le code langue est derive du suffixe du domaine reconnu,
      *comme dans nameext.
           SELECT F-DOMREF ASSIGN TO "domains.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DOMREF-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-ANNIV.

       01  REC-F-ANNIV.
           05 ANNIV-NOM        PIC X(20).
           05 ANNIV-LANG       PIC X(02).
           05 ANNIV-YEARS      PIC 9(02).

       FD  F-DOMREF.

       01  REC-F-DOMREF.
           05 DOMREF-NAME      PIC X(20).
           05 FILLER           PIC X(01).
           05 DOMREF-EFF       PIC 9(08).
           05 FILLER           PIC X(01).
           05 DOMREF-EXP       PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-ANNIV-STATUS      PIC X(02) VALUE SPACE.
           88 F-ANNIV-STATUS-OK            VALUE "00".

       01  F-DOMREF-STATUS     PIC X(02) VALUE SPACE.
           88 F-DOMREF-STATUS-OK           VALUE "00".
           88 F-DOMREF-STATUS-EOF          VALUE "10".

       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG-DATE         PIC X(08).
       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC 9(08).

      *Date de passage (AAAAMMJJ, aujourd'hui par defaut) et jours
      *d'anniversaire qu'elle couvre : le jour meme, plus le samedi
      *et le dimanche qui suivent quand le passage tombe un
      *vendredi -- les salutations ne partent pas le week-end, un
      *anniversaire du week-end est fete la veille. Un passage le
      *samedi ou le dimanche ne couvre aucun jour.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-RUN-INT          PIC 9(08).
       01  WS-WEEKDAY          PIC 9(01).
       01  TARGET-TABLE.
           05 TGT-COUNT        PIC 9(01) VALUE ZERO.
           05 TGT OCCURS 3 TIMES.
                10 TGT-DATE     PIC 9(08).
                10 TGT-DATE-X REDEFINES TGT-DATE.
                     15 TGT-YYYY PIC 9(04).
                     15 TGT-MMDD PIC 9(04).
                10 TGT-LEAP     PIC X(01).
       01  WS-TGT-IDX          PIC 9(01).
       01  WS-TGT-INT          PIC 9(08).
       01  WS-TGT-HIT          PIC 9(01).

      *Date de creation du compte courant.
       01  WS-CREATED-YMD      PIC X(08).
       01  WS-CREATED-YYYY     PIC 9(04).
       01  WS-CREATED-MMDD     PIC 9(04).
       01  WS-YEARS            PIC 9(04).

      *Domaines en vigueur ce soir (referentiel filtre sur ses
      *dates, ou liste de repli historique, comme dans validate).
       01  DOMAIN-TABLE.
           05 DOM-COUNT        PIC 9(02) VALUE ZERO.
           05 DOM-MAX          PIC 9(02) VALUE 20.
           05 DOM-NAME         PIC X(20) OCCURS 20 TIMES.
       01  WS-DOM-IDX          PIC 9(02).

      *Zones de travail du rapprochement domaine / langue.
       01  WS-DOM-LOCAL        PIC X(50).
       01  WS-DOM-PART         PIC X(50).
       01  WS-DOM-LEN          PIC 9(02).
       01  WS-DOM-ALLOW-LEN    PIC 9(02).
       01  WS-DOM-START        PIC 9(02).
       01  WS-DOM-MATCH-FLAG   PIC X(01) VALUE "N".
           88 DOMAIN-MATCHES               VALUE "Y".
       01  WS-MATCHED-DOMAIN   PIC X(20).
       01  WS-SUFFIX           PIC X(20).
       01  WS-SUFFIX-IDX       PIC 9(02).
       01  WS-LAST-DOT         PIC 9(02).
       01  WS-LANG             PIC X(02).

       01  WS-ACTIVE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-SELECT-COUNT     PIC 9(07) VALUE ZERO.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "annivext".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-CREATED      PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-ANNIV CURSOR FOR
           SELECT nom, email, created_at
           FROM users WHERE status = 'A' ORDER BY nom
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Selection des anniversaires de compte : parcourt les comptes
      *actifs et retient ceux dont la date de creation (a defaut de
      *date d'embauche) tombe, au mois et au jour, sur un des jours
      *couverts par le passage, avec au moins un an de service. Un
      *compte cree un 29 fevrier est fete le 28 fevrier des annees
      *non bissextiles. Le code langue est derive du domaine de
      *l'email comme dans nameext ; le nombre d'annees accompagne
      *chaque ligne pour le choix du gabarit de salutation.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG-DATE.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.

           IF WS-ARG-DATE = SPACES
               MOVE WS-TODAY            TO WS-RUN-DATE
           ELSE
               IF WS-ARG-DATE IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(WS-ARG-DATE)) NOT = 0
                   DISPLAY "Date de passage invalide : " WS-ARG-DATE
                           " (AAAAMMJJ attendu)."
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-DATE         TO WS-RUN-DATE
           END-IF.

           PERFORM 0050-BUILD-TARGETS-START
           THRU    0050-BUILD-TARGETS-END.

           PERFORM 0100-LOAD-DOMAINS-START
           THRU    0100-LOAD-DOMAINS-END.

           OPEN OUTPUT F-ANNIV.
           IF NOT F-ANNIV-STATUS-OK
               DISPLAY "Erreur a l'ouverture de anniversary.txt, "
                       "statut : " F-ANNIV-STATUS
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Ouverture de anniversary.txt impossible"
                                        TO WS-INC-MESSAGE
               MOVE F-ANNIV-STATUS      TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Passage de week-end : liste vide, les anniversaires du
      *samedi et du dimanche sont partis avec ceux du vendredi.
           IF TGT-COUNT = 0
               CLOSE F-ANNIV
               DISPLAY "Passage du week-end : aucun anniversaire "
                       "selectionne (fetes le vendredi)."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               CLOSE F-ANNIV
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL OPEN C-ANNIV END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-ANNIV INTO :WS-ROW-NOM, :WS-ROW-EMAIL,
                                      :WS-ROW-CREATED
               END-EXEC

               IF SQLCODE = 0
                   ADD 1                TO WS-ACTIVE-COUNT
                   PERFORM 0200-CHECK-ONE-START
                   THRU    0200-CHECK-ONE-END
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-ANNIV END-EXEC.

           CLOSE F-ANNIV.

           DISPLAY "Anniversaires de compte du " WS-RUN-DATE
                   " : " WS-SELECT-COUNT " sur " WS-ACTIVE-COUNT
                   " compte(s) actif(s).".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Jours d'anniversaire couverts par la date de passage, avec
      *pour chacun l'indicateur d'annee bissextile (regle du 29
      *fevrier). Jour de la semaine depuis le compte de jours du
      *calendrier gregorien : 5 = vendredi, 6 = samedi, 0 =
      *dimanche.
       0050-BUILD-TARGETS-START.

           MOVE 0                       TO TGT-COUNT.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-RUN-INT, 7).

           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               GO TO 0050-BUILD-TARGETS-END
           END-IF.

           MOVE WS-RUN-INT              TO WS-TGT-INT.
           PERFORM 0060-ADD-TARGET-START
           THRU    0060-ADD-TARGET-END.

           IF WS-WEEKDAY = 5
               COMPUTE WS-TGT-INT = WS-RUN-INT + 1
               PERFORM 0060-ADD-TARGET-START
               THRU    0060-ADD-TARGET-END
               COMPUTE WS-TGT-INT = WS-RUN-INT + 2
               PERFORM 0060-ADD-TARGET-START
               THRU    0060-ADD-TARGET-END
           END-IF.

           EXIT.
       0050-BUILD-TARGETS-END.

      ******************************************************************

      *Ajoute le jour WS-TGT-INT (compte de jours) aux jours
      *couverts.
       0060-ADD-TARGET-START.

           ADD 1                        TO TGT-COUNT.
           COMPUTE TGT-DATE(TGT-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-TGT-INT).
           MOVE "N"                     TO TGT-LEAP(TGT-COUNT).
           IF FUNCTION MOD(TGT-YYYY(TGT-COUNT), 4) = 0
             AND (FUNCTION MOD(TGT-YYYY(TGT-COUNT), 100) NOT = 0
                  OR FUNCTION MOD(TGT-YYYY(TGT-COUNT), 400) = 0)
               MOVE "Y"                 TO TGT-LEAP(TGT-COUNT)
           END-IF.

           EXIT.
       0060-ADD-TARGET-END.

      ******************************************************************

      *Charge les domaines en vigueur depuis le referentiel
      *domains.dat (date d'effet atteinte, date d'expiration 0 ou
      *non depassee) ; sans referentiel, la liste historique sert
      *de repli -- le meme comportement que validate.
       0100-LOAD-DOMAINS-START.

           OPEN INPUT F-DOMREF.

           IF NOT F-DOMREF-STATUS-OK
               MOVE 3                   TO DOM-COUNT
               MOVE "simplon.co"        TO DOM-NAME(1)
               MOVE "simplon.fr"        TO DOM-NAME(2)
               MOVE "example.com"       TO DOM-NAME(3)
               GO TO 0100-LOAD-DOMAINS-END
           END-IF.

           PERFORM UNTIL F-DOMREF-STATUS-EOF
             READ F-DOMREF
              AT END
                CONTINUE
              NOT AT END
                IF DOMREF-NAME NOT = SPACES
                  AND DOMREF-EFF <= WS-TODAY
                  AND (DOMREF-EXP = 0 OR DOMREF-EXP >= WS-TODAY)
                    IF DOM-COUNT >= DOM-MAX
                        DISPLAY "Referentiel des domaines plein ("
                                DOM-MAX ") : domaine ignore : "
                                DOMREF-NAME
                    ELSE
                        ADD 1            TO DOM-COUNT
                        MOVE DOMREF-NAME TO DOM-NAME(DOM-COUNT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DOMREF.

           EXIT.
       0100-LOAD-DOMAINS-END.

      ******************************************************************

      *Le compte courant fete-t-il un anniversaire sur un des jours
      *couverts ? Meme mois et meme jour que sa creation, ou 28
      *fevrier d'une annee non bissextile pour un compte cree un 29
      *fevrier ; au moins un an de service.
       0200-CHECK-ONE-START.

           IF WS-ROW-CREATED(1:4) IS NOT NUMERIC
             OR WS-ROW-CREATED(6:2) IS NOT NUMERIC
             OR WS-ROW-CREATED(9:2) IS NOT NUMERIC
               GO TO 0200-CHECK-ONE-END
           END-IF.

           MOVE SPACES                  TO WS-CREATED-YMD.
           STRING WS-ROW-CREATED(1:4)
                  WS-ROW-CREATED(6:2)
                  WS-ROW-CREATED(9:2)
                  DELIMITED BY SIZE INTO WS-CREATED-YMD.
           MOVE WS-CREATED-YMD(1:4)     TO WS-CREATED-YYYY.
           MOVE WS-CREATED-YMD(5:4)     TO WS-CREATED-MMDD.

           MOVE 0                       TO WS-TGT-HIT.
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                     UNTIL WS-TGT-IDX > TGT-COUNT
                           OR WS-TGT-HIT > 0
               EVALUATE TRUE
                 WHEN WS-CREATED-MMDD = TGT-MMDD(WS-TGT-IDX)
                   MOVE WS-TGT-IDX      TO WS-TGT-HIT
                 WHEN WS-CREATED-MMDD = 0229
                  AND TGT-MMDD(WS-TGT-IDX) = 0228
                  AND TGT-LEAP(WS-TGT-IDX) = "N"
                   MOVE WS-TGT-IDX      TO WS-TGT-HIT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF WS-TGT-HIT = 0
               GO TO 0200-CHECK-ONE-END
           END-IF.

           IF TGT-YYYY(WS-TGT-HIT) <= WS-CREATED-YYYY
               GO TO 0200-CHECK-ONE-END
           END-IF.
           COMPUTE WS-YEARS = TGT-YYYY(WS-TGT-HIT) - WS-CREATED-YYYY.
      *Le champ du gabarit tient sur deux chiffres.
           IF WS-YEARS > 99
               MOVE 99                  TO WS-YEARS
           END-IF.

           PERFORM 0300-DERIVE-LANG-START
           THRU    0300-DERIVE-LANG-END.

           MOVE SPACES                  TO REC-F-ANNIV.
           MOVE WS-ROW-NOM              TO ANNIV-NOM.
           MOVE WS-LANG                 TO ANNIV-LANG.
           MOVE WS-YEARS                TO ANNIV-YEARS.
           WRITE REC-F-ANNIV.

           ADD 1                        TO WS-SELECT-COUNT.

           EXIT.
       0200-CHECK-ONE-END.

      ******************************************************************

      *Derive le code langue de l'email courant, comme nameext : le
      *domaine de l'adresse est rapproche du referentiel (suffixe
      *exact ou precede d'un point), puis le suffixe du domaine
      *reconnu -- apres son dernier point -- devient le code langue
      *en majuscules s'il tient sur deux caracteres.
       0300-DERIVE-LANG-START.

           MOVE SPACES                  TO WS-LANG.
           MOVE "N"                     TO WS-DOM-MATCH-FLAG.
           MOVE SPACES                  TO WS-MATCHED-DOMAIN.

           MOVE SPACES                  TO WS-DOM-LOCAL.
           MOVE SPACES                  TO WS-DOM-PART.
           UNSTRING WS-ROW-EMAIL DELIMITED BY "@"
                    INTO WS-DOM-LOCAL WS-DOM-PART.

           MOVE LENGTH OF FUNCTION TRIM(WS-DOM-PART)
                                        TO WS-DOM-LEN.
           IF WS-DOM-LEN = 0
               GO TO 0300-DERIVE-LANG-END
           END-IF.

           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                     UNTIL WS-DOM-IDX > DOM-COUNT
                           OR DOMAIN-MATCHES
               MOVE LENGTH OF
                    FUNCTION TRIM(DOM-NAME(WS-DOM-IDX))
                                        TO WS-DOM-ALLOW-LEN
               IF WS-DOM-ALLOW-LEN > 0
                 AND WS-DOM-LEN >= WS-DOM-ALLOW-LEN
                   COMPUTE WS-DOM-START =
                           WS-DOM-LEN - WS-DOM-ALLOW-LEN + 1
                   IF (WS-DOM-LEN = WS-DOM-ALLOW-LEN
                          OR WS-DOM-PART(WS-DOM-START - 1:1) = ".")
                      AND FUNCTION UPPER-CASE(WS-DOM-PART
                           (WS-DOM-START:WS-DOM-ALLOW-LEN)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM
                           (DOM-NAME(WS-DOM-IDX)))
                       SET DOMAIN-MATCHES TO TRUE
                       MOVE DOM-NAME(WS-DOM-IDX)
                                        TO WS-MATCHED-DOMAIN
                   END-IF
               END-IF
           END-PERFORM.

           IF NOT DOMAIN-MATCHES
               GO TO 0300-DERIVE-LANG-END
           END-IF.

           MOVE SPACES                  TO WS-SUFFIX.
           MOVE 0                       TO WS-LAST-DOT.
           MOVE LENGTH OF FUNCTION TRIM(WS-MATCHED-DOMAIN)
                                        TO WS-DOM-ALLOW-LEN.
           PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                     UNTIL WS-SUFFIX-IDX > WS-DOM-ALLOW-LEN
               IF WS-MATCHED-DOMAIN(WS-SUFFIX-IDX:1) = "."
                   MOVE WS-SUFFIX-IDX   TO WS-LAST-DOT
               END-IF
           END-PERFORM.

           IF WS-LAST-DOT > 0 AND WS-LAST-DOT < WS-DOM-ALLOW-LEN
               MOVE WS-MATCHED-DOMAIN(WS-LAST-DOT + 1:
                    WS-DOM-ALLOW-LEN - WS-LAST-DOT)
                                        TO WS-SUFFIX
               IF LENGTH OF FUNCTION TRIM(WS-SUFFIX) = 2
                   MOVE FUNCTION UPPER-CASE(WS-SUFFIX(1:2))
                                        TO WS-LANG
               END-IF
           END-IF.

           EXIT.
       0300-DERIVE-LANG-END.
