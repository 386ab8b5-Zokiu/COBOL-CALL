      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. welcrec.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit : les creations (action INSERT) de la periode,
      *y compris celles dont le compte a disparu depuis.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Boite d'envoi (entrees a distribuer ou en attente d'accuse)
      *et archive du repartiteur (entrees acquises, en echec
      *definitif ou effondrees).
           SELECT F-NOTIFY ASSIGN TO "notify_outbox.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NOTIFY-STATUS.

           SELECT F-ARCHIVE ASSIGN TO "notify_sent.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ARCHIVE-STATUS.

      *Liste de suppression d'envoi : une bienvenue retenue par
      *notify n'a laisse aucune entree, c'est ici qu'on le voit.
           SELECT F-SUPPRESS ASSIGN TO "suppress.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUPPRESS-STATUS.

      *Rapport des anomalies, pour le support.
           SELECT F-REPORT ASSIGN TO "welcome_recon.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-AUDIT.

       01  REC-F-AUDIT.
           05 AUD-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 AUD-PROGRAM      PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-ACTION       PIC X(10).
           05 FILLER           PIC X(01).
           05 AUD-NOM          PIC X(50).
           05 FILLER           PIC X(08).
           05 AUD-BEFORE       PIC X(30).
           05 FILLER           PIC X(08).
           05 AUD-AFTER        PIC X(30).
           05 FILLER           PIC X(06).
           05 AUD-OPERATOR     PIC X(20).
           05 FILLER           PIC X(55).

      *Meme disposition pour la boite d'envoi et l'archive.
       FD  F-NOTIFY.

       01  REC-F-NOTIFY.
           05 NTF-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 NTF-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 NTF-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 NTF-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 NTF-ATTEMPTS     PIC X(02).
           05 FILLER           PIC X(01).
           05 NTF-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 NTF-PAYLOAD      PIC X(30).
           05 FILLER           PIC X(08).

       FD  F-ARCHIVE.

       01  REC-F-ARCHIVE.
           05 ARC-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 ARC-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 ARC-TIMESTAMP    PIC X(19).
           05 FILLER           PIC X(01).
           05 ARC-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 ARC-ATTEMPTS     PIC X(02).
           05 FILLER           PIC X(01).
           05 ARC-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 ARC-PAYLOAD      PIC X(30).
           05 FILLER           PIC X(08).

       FD  F-SUPPRESS.

       01  REC-F-SUPPRESS.
           05 SUP-EMAIL        PIC X(50).
           05 FILLER           PIC X(01).
           05 SUP-REASON       PIC X(20).
           05 FILLER           PIC X(01).
           05 SUP-DATE         PIC X(08).
           05 FILLER           PIC X(01).
           05 SUP-EXP          PIC X(08).
           05 FILLER           PIC X(01).
           05 SUP-OPERATOR     PIC X(20).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "welcrec".

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-NOTIFY-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOTIFY-STATUS-OK           VALUE "00".
           88 F-NOTIFY-STATUS-EOF          VALUE "10".

       01  F-ARCHIVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK          VALUE "00".
           88 F-ARCHIVE-STATUS-EOF         VALUE "10".

       01  F-SUPPRESS-STATUS   PIC X(02) VALUE SPACE.
           88 F-SUPPRESS-STATUS-OK         VALUE "00".
           88 F-SUPPRESS-STATUS-EOF        VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG-FROM         PIC X(08).
       01  WS-ARG-TO           PIC X(08).

      *Periode rapprochee : AAAAMMJJ de debut et de fin en ligne de
      *commande, a defaut les trente derniers jours jusqu'a
      *aujourd'hui.
       01  WS-WINDOW-DAYS      PIC 9(03) VALUE 30.
       01  WS-FROM-YMD         PIC 9(08).
       01  WS-TO-YMD           PIC 9(08).
       01  WS-FROM-DATE        PIC X(10).
       01  WS-TO-DATE          PIC X(10).

      *Delai au-dela duquel une bienvenue encore en boite est une
      *anomalie (cle TUN.WELCOME-LATE du service central des
      *parametres ; deux jours a defaut).
       01  WS-LATE-DAYS        PIC 9(02) VALUE 2.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

       01  WS-NOW              PIC X(21).
       01  WS-TODAY-INT        PIC 9(08).
       01  WS-CRE-YMD          PIC X(08).
       01  WS-CRE-INT          PIC 9(08).
       01  WS-CRE-AGE          PIC S9(08).
       01  WS-AGE-EDIT         PIC ZZZ9.
       01  WS-SUPPRESS-TODAY   PIC X(08).

      *Comptes crees dans la periode, par la piste d'audit et/ou
      *par la table, et le meilleur sort de leur bienvenue : S
      *livree, W en boite (a distribuer ou en attente d'accuse), F
      *echec definitif, C doublon effondre, blanc aucune entree.
       01  CREATE-TABLE.
           05 CR-LGHT          PIC 9(05) VALUE ZERO.
           05 CR-MAX           PIC 9(05) VALUE 5000.
           05 CR OCCURS 5000 TIMES INDEXED BY CR-IDX.
                10 CR-NOM       PIC X(50).
                10 CR-EMAIL     PIC X(50).
                10 CR-CREATED   PIC X(10).
                10 CR-IN-AUDIT  PIC X(01).
                10 CR-IN-DB     PIC X(01).
                10 CR-OUTCOME   PIC X(01).
       01  WS-CR-HIT           PIC 9(05).

      *Bienvenues de la periode adressees a un nom sans compte (ni
      *en table, ni en archive), une fois par nom.
       01  ORPHAN-TABLE.
           05 OR-LGHT          PIC 9(04) VALUE ZERO.
           05 OR-MAX           PIC 9(04) VALUE 1000.
           05 OR-NOM           PIC X(50) OCCURS 1000 TIMES
                                INDEXED BY OR-IDX.
       01  WS-OR-HIT           PIC 9(04).

       01  WS-ENTRY-NOM        PIC X(50).
       01  WS-ENTRY-STAMP      PIC X(19).
       01  WS-ENTRY-STATE      PIC X(01).

       01  WS-SUPPRESSED-FLAG  PIC X(01) VALUE "N".
           88 EMAIL-IS-SUPPRESSED          VALUE "Y".

       01  WS-CREATED          PIC 9(05) VALUE ZERO.
       01  WS-DELIVERED        PIC 9(05) VALUE ZERO.
       01  WS-ON-TIME          PIC 9(05) VALUE ZERO.
       01  WS-NOT-QUEUED       PIC 9(05) VALUE ZERO.
       01  WS-SUPPRESSED       PIC 9(05) VALUE ZERO.
       01  WS-LATE             PIC 9(05) VALUE ZERO.
       01  WS-FAILED           PIC 9(05) VALUE ZERO.
       01  WS-COLLAPSED        PIC 9(05) VALUE ZERO.
       01  WS-ORPHANS          PIC 9(05) VALUE ZERO.

       01  WS-HEADER-LINE.
           05 FILLER           PIC X(33) VALUE
               "Rapprochement des bienvenues du ".
           05 OUT-H-FROM       PIC X(10).
           05 FILLER           PIC X(04) VALUE " au ".
           05 OUT-H-TO         PIC X(10).
           05 FILLER           PIC X(12) VALUE "  edite le: ".
           05 OUT-H-NOW        PIC X(14).

       01  WS-DETAIL-LINE.
           05 OUT-D-KIND       PIC X(24).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-NOM        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-CREATED    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-EMAIL      PIC X(45).

       01  WS-TOTAL-LINE.
           05 OUT-T-LABEL      PIC X(40).
           05 OUT-T-COUNT      PIC ZZZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-FROM-TS          PIC X(19).
       01  WS-TO-TS            PIC X(19).
       01  WS-SQL-NAME         PIC X(50).
       01  WS-CNT-USERS        PIC 9(04).
       01  WS-CNT-ARCH         PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE C-WELC CURSOR FOR
           SELECT nom, email, created_at
           FROM users
           WHERE created_at >= :WS-FROM-TS
             AND created_at <= :WS-TO-TS
           ORDER BY nom
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Rapprochement nocturne des creations de compte et des
      *messages de bienvenue : chaque compte cree dans la periode
      *(piste d'audit et table users) est suivi jusqu'a son entree
      *WELCOME en boite d'envoi et a son issue dans l'archive du
      *repartiteur. Sont listes : les comptes sans bienvenue en
      *file, les bienvenues retenues par la liste de suppression,
      *celles encore en boite au-dela de TUN.WELCOME-LATE jours,
      *celles en echec definitif ou effondrees, et les bienvenues
      *adressees a un nom sans compte.
      *Code retour : 0 rien a signaler, 2 anomalies, 1 parametre
      *ou connexion en defaut.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW(1:8))).
           MOVE WS-NOW(1:8)             TO WS-SUPPRESS-TODAY.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG-FROM WS-ARG-TO.

           PERFORM 0050-PERIOD-START
           THRU    0050-PERIOD-END.

           MOVE "TUN.WELCOME-LATE"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-LATE-DAYS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-AUDIT-START
           THRU    0100-LOAD-AUDIT-END.

           PERFORM 0200-LOAD-DB-START
           THRU    0200-LOAD-DB-END.

           PERFORM 0300-SCAN-OUTBOX-START
           THRU    0300-SCAN-OUTBOX-END.

           PERFORM 0400-SCAN-ARCHIVE-START
           THRU    0400-SCAN-ARCHIVE-END.

           PERFORM 0600-REPORT-START
           THRU    0600-REPORT-END.

           DISPLAY "Bienvenues du " WS-FROM-DATE " au " WS-TO-DATE
                   " : comptes crees " WS-CREATED
                   " livrees " WS-DELIVERED
                   " en cours " WS-ON-TIME.
           DISPLAY "  sans bienvenue " WS-NOT-QUEUED
                   " supprimees " WS-SUPPRESSED
                   " en retard " WS-LATE
                   " en echec " WS-FAILED
                   " effondrees " WS-COLLAPSED
                   " sans compte " WS-ORPHANS.

           IF WS-NOT-QUEUED > 0 OR WS-SUPPRESSED > 0
              OR WS-LATE > 0 OR WS-FAILED > 0
              OR WS-COLLAPSED > 0 OR WS-ORPHANS > 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Bornes de la periode, controlees, puis mises aux formats de
      *la piste d'audit (AAAA-MM-JJ) et de la table (horodatage).
       0050-PERIOD-START.

           IF WS-ARG-FROM = SPACES
               COMPUTE WS-FROM-YMD = FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT - WS-WINDOW-DAYS)
           ELSE
               IF WS-ARG-FROM IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(WS-ARG-FROM)) NOT = 0
                   DISPLAY "Date de debut invalide (AAAAMMJJ) : "
                           WS-ARG-FROM
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-FROM         TO WS-FROM-YMD
           END-IF.

           IF WS-ARG-TO = SPACES
               MOVE WS-NOW(1:8)         TO WS-TO-YMD
           ELSE
               IF WS-ARG-TO IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(WS-ARG-TO)) NOT = 0
                   DISPLAY "Date de fin invalide (AAAAMMJJ) : "
                           WS-ARG-TO
                   MOVE 1               TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-TO           TO WS-TO-YMD
           END-IF.

           IF WS-FROM-YMD > WS-TO-YMD
               DISPLAY "Periode vide : " WS-FROM-YMD " > " WS-TO-YMD
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO WS-FROM-DATE.
           STRING WS-FROM-YMD(1:4) "-" WS-FROM-YMD(5:2) "-"
                  WS-FROM-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-FROM-DATE.
           MOVE SPACES                  TO WS-TO-DATE.
           STRING WS-TO-YMD(1:4) "-" WS-TO-YMD(5:2) "-"
                  WS-TO-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-TO-DATE.

           MOVE SPACES                  TO WS-FROM-TS.
           STRING WS-FROM-DATE " 00:00:00"
                  DELIMITED BY SIZE INTO WS-FROM-TS.
           MOVE SPACES                  TO WS-TO-TS.
           STRING WS-TO-DATE " 23:59:59"
                  DELIMITED BY SIZE INTO WS-TO-TS.

           EXIT.
       0050-PERIOD-END.

      ******************************************************************

      *Creations de la periode d'apres la piste d'audit.
       0100-LOAD-AUDIT-START.

           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Piste d'audit absente : creations lues en "
                       "table seulement."
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0100-LOAD-AUDIT-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-ACTION = "INSERT"
                  AND AUD-TIMESTAMP(1:10) >= WS-FROM-DATE
                  AND AUD-TIMESTAMP(1:10) <= WS-TO-DATE
                    MOVE AUD-NOM         TO WS-ENTRY-NOM
                    PERFORM 0150-FIND-CREATE-START
                    THRU    0150-FIND-CREATE-END
                    IF WS-CR-HIT = 0
                        PERFORM 0160-ADD-CREATE-START
                        THRU    0160-ADD-CREATE-END
                    END-IF
                    IF WS-CR-HIT > 0
                        MOVE "Y"         TO CR-IN-AUDIT(WS-CR-HIT)
                        MOVE AUD-TIMESTAMP(1:10)
                                         TO CR-CREATED(WS-CR-HIT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           EXIT.
       0100-LOAD-AUDIT-END.

      ******************************************************************

      *Recherche WS-ENTRY-NOM parmi les creations (WS-CR-HIT, 0 si
      *absent).
       0150-FIND-CREATE-START.

           MOVE 0                       TO WS-CR-HIT.
           PERFORM VARYING CR-IDX FROM 1 BY 1
                     UNTIL CR-IDX > CR-LGHT OR WS-CR-HIT > 0
               IF CR-NOM(CR-IDX) = WS-ENTRY-NOM
                   SET WS-CR-HIT        TO CR-IDX
               END-IF
           END-PERFORM.

           EXIT.
       0150-FIND-CREATE-END.

      ******************************************************************

       0160-ADD-CREATE-START.

           IF CR-LGHT >= CR-MAX
               DISPLAY "Table des creations pleine (" CR-MAX
                       ") : compte ignore : "
                       FUNCTION TRIM(WS-ENTRY-NOM)
               GO TO 0160-ADD-CREATE-END
           END-IF.

           ADD 1                        TO CR-LGHT.
           MOVE WS-ENTRY-NOM            TO CR-NOM(CR-LGHT).
           MOVE SPACES                  TO CR-EMAIL(CR-LGHT).
           MOVE SPACES                  TO CR-CREATED(CR-LGHT).
           MOVE "N"                     TO CR-IN-AUDIT(CR-LGHT).
           MOVE "N"                     TO CR-IN-DB(CR-LGHT).
           MOVE SPACE                   TO CR-OUTCOME(CR-LGHT).
           MOVE CR-LGHT                 TO WS-CR-HIT.

           EXIT.
       0160-ADD-CREATE-END.

      ******************************************************************

      *Creations de la periode d'apres la table : elles apportent
      *l'adresse, et les comptes crees hors des chemins audites.
       0200-LOAD-DB-START.

           EXEC SQL OPEN C-WELC END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-WELC INTO :WS-ROW-NOM, :WS-ROW-EMAIL,
                                     :WS-ROW-CREATED
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-ROW-NOM      TO WS-ENTRY-NOM
                   PERFORM 0150-FIND-CREATE-START
                   THRU    0150-FIND-CREATE-END
                   IF WS-CR-HIT = 0
                       PERFORM 0160-ADD-CREATE-START
                       THRU    0160-ADD-CREATE-END
                       IF WS-CR-HIT > 0
                           MOVE WS-ROW-CREATED(1:10)
                                        TO CR-CREATED(WS-CR-HIT)
                       END-IF
                   END-IF
                   IF WS-CR-HIT > 0
                       MOVE "Y"         TO CR-IN-DB(WS-CR-HIT)
                       MOVE WS-ROW-EMAIL TO CR-EMAIL(WS-CR-HIT)
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-WELC END-EXEC.

           EXIT.
       0200-LOAD-DB-END.

      ******************************************************************

      *Bienvenues encore en boite : a distribuer, a retenter ou en
      *attente d'accuse.
       0300-SCAN-OUTBOX-START.

           MOVE SPACE                   TO F-NOTIFY-STATUS.
           OPEN INPUT F-NOTIFY.
           IF NOT F-NOTIFY-STATUS-OK
               MOVE SPACE               TO F-NOTIFY-STATUS
               GO TO 0300-SCAN-OUTBOX-END
           END-IF.

           PERFORM UNTIL F-NOTIFY-STATUS-EOF
             READ F-NOTIFY
              AT END
                CONTINUE
              NOT AT END
                IF NTF-NOM NOT = SPACES
                  AND (NTF-KIND = "WELCOME" OR NTF-KIND = SPACES)
                    MOVE NTF-NOM         TO WS-ENTRY-NOM
                    MOVE NTF-TIMESTAMP   TO WS-ENTRY-STAMP
                    MOVE "W"             TO WS-ENTRY-STATE
                    PERFORM 0500-APPLY-START
                    THRU    0500-APPLY-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-NOTIFY.
           MOVE SPACE                   TO F-NOTIFY-STATUS.

           EXIT.
       0300-SCAN-OUTBOX-END.

      ******************************************************************

      *Bienvenues classees par le repartiteur : livrees, en echec
      *definitif ou effondrees.
       0400-SCAN-ARCHIVE-START.

           MOVE SPACE                   TO F-ARCHIVE-STATUS.
           OPEN INPUT F-ARCHIVE.
           IF NOT F-ARCHIVE-STATUS-OK
               MOVE SPACE               TO F-ARCHIVE-STATUS
               GO TO 0400-SCAN-ARCHIVE-END
           END-IF.

           PERFORM UNTIL F-ARCHIVE-STATUS-EOF
             READ F-ARCHIVE
              AT END
                CONTINUE
              NOT AT END
                IF ARC-NOM NOT = SPACES
                  AND (ARC-KIND = "WELCOME" OR ARC-KIND = SPACES)
                  AND (ARC-STATE = "S" OR "F" OR "C")
                    MOVE ARC-NOM         TO WS-ENTRY-NOM
                    MOVE ARC-TIMESTAMP   TO WS-ENTRY-STAMP
                    MOVE ARC-STATE       TO WS-ENTRY-STATE
                    PERFORM 0500-APPLY-START
                    THRU    0500-APPLY-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ARCHIVE.
           MOVE SPACE                   TO F-ARCHIVE-STATUS.

           EXIT.
       0400-SCAN-ARCHIVE-END.

      ******************************************************************

      *Porte le sort d'une entree WELCOME sur son compte, en gardant
      *le meilleur : livree, puis en boite, puis echec, puis
      *doublon. Une entree de la periode sans creation rapprochee
      *est une bienvenue sans compte si le nom n'existe ni en
      *table ni en archive.
       0500-APPLY-START.

           PERFORM 0150-FIND-CREATE-START
           THRU    0150-FIND-CREATE-END.

           IF WS-CR-HIT = 0
               IF WS-ENTRY-STAMP(1:10) >= WS-FROM-DATE
                 AND WS-ENTRY-STAMP(1:10) <= WS-TO-DATE
                   PERFORM 0550-CHECK-ORPHAN-START
                   THRU    0550-CHECK-ORPHAN-END
               END-IF
               GO TO 0500-APPLY-END
           END-IF.

           EVALUATE TRUE
             WHEN CR-OUTCOME(WS-CR-HIT) = "S"
               CONTINUE
             WHEN WS-ENTRY-STATE = "S"
               MOVE "S"                 TO CR-OUTCOME(WS-CR-HIT)
             WHEN CR-OUTCOME(WS-CR-HIT) = "W"
               CONTINUE
             WHEN WS-ENTRY-STATE = "W"
               MOVE "W"                 TO CR-OUTCOME(WS-CR-HIT)
             WHEN CR-OUTCOME(WS-CR-HIT) = "F"
               CONTINUE
             WHEN OTHER
               MOVE WS-ENTRY-STATE      TO CR-OUTCOME(WS-CR-HIT)
           END-EVALUATE.

           EXIT.
       0500-APPLY-END.

      ******************************************************************

       0550-CHECK-ORPHAN-START.

           MOVE 0                       TO WS-OR-HIT.
           PERFORM VARYING OR-IDX FROM 1 BY 1
                     UNTIL OR-IDX > OR-LGHT OR WS-OR-HIT > 0
               IF OR-NOM(OR-IDX) = WS-ENTRY-NOM
                   SET WS-OR-HIT        TO OR-IDX
               END-IF
           END-PERFORM.
           IF WS-OR-HIT > 0
               GO TO 0550-CHECK-ORPHAN-END
           END-IF.

           MOVE WS-ENTRY-NOM            TO WS-SQL-NAME.
           MOVE 0                       TO WS-CNT-USERS.
           MOVE 0                       TO WS-CNT-ARCH.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CNT-USERS
               FROM users WHERE nom = :WS-SQL-NAME
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CNT-ARCH
               FROM users_archive WHERE nom = :WS-SQL-NAME
           END-EXEC.

           IF WS-CNT-USERS = 0 AND WS-CNT-ARCH = 0
             AND OR-LGHT < OR-MAX
               ADD 1                    TO OR-LGHT
               MOVE WS-ENTRY-NOM        TO OR-NOM(OR-LGHT)
           END-IF.

           EXIT.
       0550-CHECK-ORPHAN-END.

      ******************************************************************

      *Une ligne par anomalie, puis le bilan.
       0600-REPORT-START.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de welcome_recon.out, "
                       "statut : " F-REPORT-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-FROM-DATE            TO OUT-H-FROM.
           MOVE WS-TO-DATE              TO OUT-H-TO.
           MOVE WS-NOW(1:14)            TO OUT-H-NOW.
           MOVE WS-HEADER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING CR-IDX FROM 1 BY 1
                     UNTIL CR-IDX > CR-LGHT
               PERFORM 0610-DETAIL-START
               THRU    0610-DETAIL-END
           END-PERFORM.

           PERFORM VARYING OR-IDX FROM 1 BY 1
                     UNTIL OR-IDX > OR-LGHT
               ADD 1                    TO WS-ORPHANS
               MOVE "BIENVENUE SANS COMPTE" TO OUT-D-KIND
               MOVE OR-NOM(OR-IDX)      TO OUT-D-NOM
               MOVE SPACES              TO OUT-D-CREATED
               MOVE SPACES              TO OUT-D-EMAIL
               MOVE WS-DETAIL-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-PERFORM.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "Comptes crees dans la periode :" TO OUT-T-LABEL.
           MOVE WS-CREATED              TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  bienvenue livree :"  TO OUT-T-LABEL.
           MOVE WS-DELIVERED            TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  bienvenue en cours (dans les delais) :"
                                        TO OUT-T-LABEL.
           MOVE WS-ON-TIME              TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  aucune bienvenue en file :" TO OUT-T-LABEL.
           MOVE WS-NOT-QUEUED           TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  retenue (liste de suppression) :"
                                        TO OUT-T-LABEL.
           MOVE WS-SUPPRESSED           TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  en retard en boite :" TO OUT-T-LABEL.
           MOVE WS-LATE                 TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  en echec definitif :" TO OUT-T-LABEL.
           MOVE WS-FAILED               TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "  effondree (doublon) :" TO OUT-T-LABEL.
           MOVE WS-COLLAPSED            TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.
           MOVE "Bienvenues sans compte :" TO OUT-T-LABEL.
           MOVE WS-ORPHANS              TO OUT-T-COUNT.
           PERFORM 0620-TOTAL-START THRU 0620-TOTAL-END.

           CLOSE F-REPORT.

           EXIT.
       0600-REPORT-END.

      ******************************************************************

      *Classe la creation CR(CR-IDX) et ecrit sa ligne si elle est
      *en anomalie.
       0610-DETAIL-START.

           ADD 1                        TO WS-CREATED.
           MOVE CR-NOM(CR-IDX)          TO OUT-D-NOM.
           MOVE CR-CREATED(CR-IDX)      TO OUT-D-CREATED.
           MOVE CR-EMAIL(CR-IDX)        TO OUT-D-EMAIL.

           EVALUATE CR-OUTCOME(CR-IDX)
             WHEN "S"
               ADD 1                    TO WS-DELIVERED
               GO TO 0610-DETAIL-END
             WHEN "F"
               ADD 1                    TO WS-FAILED
               MOVE "ECHEC DEFINITIF"   TO OUT-D-KIND
             WHEN "C"
               ADD 1                    TO WS-COLLAPSED
               MOVE "EFFONDREE (DOUBLON)" TO OUT-D-KIND
             WHEN "W"
               PERFORM 0630-AGE-START THRU 0630-AGE-END
               IF WS-CRE-AGE <= WS-LATE-DAYS
                   ADD 1                TO WS-ON-TIME
                   GO TO 0610-DETAIL-END
               END-IF
               ADD 1                    TO WS-LATE
               MOVE WS-CRE-AGE          TO WS-AGE-EDIT
               MOVE SPACES              TO OUT-D-KIND
               STRING "EN ATTENTE DEPUIS " FUNCTION TRIM(WS-AGE-EDIT)
                      " J" DELIMITED BY SIZE INTO OUT-D-KIND
             WHEN OTHER
      *Aucune entree : notify l'a peut-etre retenue sur la liste
      *de suppression (il n'en laisse pas de trace).
               PERFORM 0640-CHECK-SUPPRESS-START
               THRU    0640-CHECK-SUPPRESS-END
               IF EMAIL-IS-SUPPRESSED
                   ADD 1                TO WS-SUPPRESSED
                   MOVE "RETENUE (SUPPRESSION)" TO OUT-D-KIND
               ELSE
                   ADD 1                TO WS-NOT-QUEUED
                   MOVE "AUCUNE BIENVENUE"  TO OUT-D-KIND
               END-IF
           END-EVALUATE.

           IF CR-IN-DB(CR-IDX) = "N"
               MOVE "(compte supprime)" TO OUT-D-EMAIL
           END-IF.

           MOVE WS-DETAIL-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0610-DETAIL-END.

      ******************************************************************

       0620-TOTAL-START.

           MOVE WS-TOTAL-LINE           TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0620-TOTAL-END.

      ******************************************************************

      *Age en jours de la creation CR(CR-IDX) ; une date illisible
      *vaut une creation du jour (pas d'alerte a tort).
       0630-AGE-START.

           MOVE 0                       TO WS-CRE-AGE.
           IF CR-CREATED(CR-IDX)(1:4) IS NOT NUMERIC
             OR CR-CREATED(CR-IDX)(6:2) IS NOT NUMERIC
             OR CR-CREATED(CR-IDX)(9:2) IS NOT NUMERIC
               GO TO 0630-AGE-END
           END-IF.

           MOVE SPACES                  TO WS-CRE-YMD.
           STRING CR-CREATED(CR-IDX)(1:4) CR-CREATED(CR-IDX)(6:2)
                  CR-CREATED(CR-IDX)(9:2)
                  DELIMITED BY SIZE INTO WS-CRE-YMD.
           COMPUTE WS-CRE-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CRE-YMD)).
           COMPUTE WS-CRE-AGE = WS-TODAY-INT - WS-CRE-INT.

           EXIT.
       0630-AGE-END.

      ******************************************************************

      *L'adresse de la creation CR(CR-IDX) est-elle en liste de
      *suppression, avec une echeance encore en vigueur ?
       0640-CHECK-SUPPRESS-START.

           MOVE "N"                     TO WS-SUPPRESSED-FLAG.
           IF CR-EMAIL(CR-IDX) = SPACES
               GO TO 0640-CHECK-SUPPRESS-END
           END-IF.

           MOVE SPACE                   TO F-SUPPRESS-STATUS.
           OPEN INPUT F-SUPPRESS.
           IF NOT F-SUPPRESS-STATUS-OK
               MOVE SPACE               TO F-SUPPRESS-STATUS
               GO TO 0640-CHECK-SUPPRESS-END
           END-IF.

           PERFORM UNTIL F-SUPPRESS-STATUS-EOF
             READ F-SUPPRESS
              AT END
                CONTINUE
              NOT AT END
                IF SUP-EMAIL = CR-EMAIL(CR-IDX)
                  AND (SUP-EXP = SPACES
                       OR SUP-EXP = "00000000"
                       OR SUP-EXP >= WS-SUPPRESS-TODAY)
                    SET EMAIL-IS-SUPPRESSED TO TRUE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SUPPRESS.
           MOVE SPACE                   TO F-SUPPRESS-STATUS.

           EXIT.
       0640-CHECK-SUPPRESS-END.
