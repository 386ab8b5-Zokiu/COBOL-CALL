      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authspray.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Journal des tentatives d'authentification ecrit par authchk.
           SELECT F-AUTHEVT ASSIGN TO "auth_events.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUTHEVT-STATUS.

      *Fichier d'escalade surveille par la supervision, le meme que
      *celui de la synthese des incidents : une ligne par motif
      *au-dela de son seuil.
           SELECT F-ESC ASSIGN TO "incident_escalation.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ESC-STATUS.

      *Rapport pour la securite : rafales, motifs communs et liste
      *des comptes a reinitialiser par pwreset.
           SELECT F-REPORT ASSIGN TO "auth_spray.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-AUTHEVT.

           COPY authevt.

       FD  F-ESC.

       01  REC-F-ESC           PIC X(120).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(132).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-AUTHEVT-STATUS    PIC X(02) VALUE SPACE.
           88 F-AUTHEVT-STATUS-OK          VALUE "00".
           88 F-AUTHEVT-STATUS-EOF         VALUE "10".

       01  F-ESC-STATUS        PIC X(02) VALUE SPACE.
           88 F-ESC-STATUS-OK              VALUE "00".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Jour analyse (AAAAMMJJ), premier parametre de la ligne de
      *commande ; a defaut, le jour courant.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-DAY              PIC X(08).
       01  WS-NOW              PIC X(21).

      *Seuils, par le service central des parametres : fenetre en
      *minutes (AUTH.SPRAY-WINDOW, 10), comptes distincts en echec
      *dans la fenetre pour parler de rafale (AUTH.SPRAY-ACCOUNTS,
      *10), comptes distincts en echec sur un meme mot de passe ou
      *depuis une meme origine (AUTH.SPRAY-PATTERN, 5).
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-WINDOW-MIN       PIC 9(03) VALUE 10.
       01  WS-BURST-ACC        PIC 9(04) VALUE 10.
       01  WS-PATTERN-ACC      PIC 9(04) VALUE 5.
       01  WS-WINDOW-SECS      PIC 9(06).

      *Echecs du jour, dans l'ordre du journal (donc du temps) :
      *seconde de la journee, rang du compte, origine, empreinte.
       01  EVENT-TABLE.
           05 EV-LGHT          PIC 9(05) VALUE ZERO.
           05 EV-MAX           PIC 9(05) VALUE 20000.
           05 EV OCCURS 20000 TIMES INDEXED BY EV-IDX.
                10 EV-SECS      PIC 9(05).
                10 EV-ACC       PIC 9(04).
                10 EV-SRC       PIC X(40).
                10 EV-FP        PIC X(06).

      *Comptes en echec dans la journee : nombre d'echecs, presence
      *dans la fenetre glissante, rafale qui l'a deja compte, et
      *marque "a reinitialiser" (R rafale, M motif, les deux).
       01  ACCOUNT-TABLE.
           05 AC-LGHT          PIC 9(04) VALUE ZERO.
           05 AC-MAX           PIC 9(04) VALUE 5000.
           05 AC OCCURS 5000 TIMES INDEXED BY AC-IDX.
                10 AC-NOM       PIC X(50).
                10 AC-FAILS     PIC 9(05).
                10 AC-WIN       PIC 9(05).
                10 AC-BURST-NO  PIC 9(04).
                10 AC-BY-BURST  PIC X(01).
                10 AC-BY-PATTERN PIC X(01).

      *Motifs communs : meme empreinte de mot de passe (MDP) ou
      *meme origine (SRC), avec le nombre de comptes distincts ;
      *les paires motif/compte ne sont comptees qu'une fois.
       01  PATTERN-TABLE.
           05 PT-LGHT          PIC 9(04) VALUE ZERO.
           05 PT-MAX           PIC 9(04) VALUE 4000.
           05 PT OCCURS 4000 TIMES INDEXED BY PT-IDX.
                10 PT-KIND      PIC X(03).
                10 PT-KEY       PIC X(40).
                10 PT-ACC-CNT   PIC 9(05).
                10 PT-FAILS     PIC 9(05).

       01  PAIR-TABLE.
           05 PP-LGHT          PIC 9(05) VALUE ZERO.
           05 PP-MAX           PIC 9(05) VALUE 30000.
           05 PP OCCURS 30000 TIMES INDEXED BY PP-IDX.
                10 PP-PT        PIC 9(04).
                10 PP-ACC       PIC 9(04).

      *Fenetre glissante des rafales : bornes, comptes distincts
      *presents, rafale en cours (premier et dernier echec).
       01  WS-LO               PIC 9(05).
       01  WS-HI               PIC 9(05).
       01  WS-DISTINCT         PIC 9(05).
       01  WS-BURST-FLAG       PIC X(01) VALUE "N".
           88 BURST-OPEN                   VALUE "Y".
       01  WS-BURST-FIRST      PIC 9(05).
       01  WS-BURST-LAST       PIC 9(05).
       01  WS-BURST-NO         PIC 9(04) VALUE ZERO.
       01  WS-BURST-ACCS       PIC 9(05).
       01  WS-BURST-FAILS      PIC 9(05).

       01  WS-HIT              PIC 9(05).
       01  WS-ACC-HIT          PIC 9(04).
       01  WS-PT-HIT           PIC 9(04).
       01  WS-TALLY-KIND       PIC X(03).
       01  WS-TALLY-KEY        PIC X(40).
       01  WS-SECS             PIC 9(05).
       01  WS-HHMMSS           PIC X(08).
       01  WS-HHMMSS-2         PIC X(08).
       01  WS-HH               PIC 9(02).
       01  WS-MN               PIC 9(02).
       01  WS-SS               PIC 9(02).
       01  WS-REM              PIC 9(05).

       01  WS-SCANNED          PIC 9(07) VALUE ZERO.
       01  WS-FAILED           PIC 9(07) VALUE ZERO.
       01  WS-PATTERN-HITS     PIC 9(04) VALUE ZERO.
       01  WS-FLAGGED          PIC 9(04) VALUE ZERO.
       01  WS-ESC-COUNT        PIC 9(04) VALUE ZERO.

      *Ligne d'escalade composee par l'appelant de 0600.
       01  WS-ESC-TEXT         PIC X(100).
       01  WS-ED-1             PIC ZZZZ9.
       01  WS-ED-2             PIC ZZZZ9.
       01  WS-ED-3             PIC ZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "authspray".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       01  WS-HEADER.
           05 FILLER           PIC X(41) VALUE
                  "PULVERISATION DE MOTS DE PASSE - JOURNEE ".
           05 OUT-H-DAY        PIC X(08).

       01  WS-THRESH-LINE.
           05 FILLER           PIC X(11) VALUE "Fenetre : ".
           05 OUT-TH-WIN       PIC ZZ9.
           05 FILLER           PIC X(27) VALUE
                  " min / rafale a partir de ".
           05 OUT-TH-BURST     PIC ZZZ9.
           05 FILLER           PIC X(31) VALUE
                  " comptes / motif a partir de ".
           05 OUT-TH-PAT       PIC ZZZ9.
           05 FILLER           PIC X(08) VALUE " comptes".

       01  WS-BURST-LINE.
           05 FILLER           PIC X(10) VALUE "  Rafale ".
           05 OUT-B-FROM       PIC X(08).
           05 FILLER           PIC X(03) VALUE " - ".
           05 OUT-B-TO         PIC X(08).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-B-FAILS      PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE " echecs sur ".
           05 OUT-B-ACCS       PIC ZZZZ9.
           05 FILLER           PIC X(18) VALUE " comptes distincts".

       01  WS-PATTERN-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-P-LABEL      PIC X(22).
           05 OUT-P-KEY        PIC X(40).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-P-ACCS       PIC ZZZZ9.
           05 FILLER           PIC X(10) VALUE " comptes, ".
           05 OUT-P-FAILS      PIC ZZZZ9.
           05 FILLER           PIC X(07) VALUE " echecs".

       01  WS-ACC-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 OUT-A-NOM        PIC X(50).

       01  WS-RESET-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-R-NOM        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-R-FAILS      PIC ZZZZ9.
           05 FILLER           PIC X(09) VALUE " echec(s)".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 OUT-R-WHY        PIC X(15).

       01  WS-ESC-LINE.
           05 FILLER           PIC X(01) VALUE "[".
           05 OUT-E-STAMP      PIC X(14).
           05 FILLER           PIC X(13) VALUE "] ESCALADE : ".
           05 OUT-E-TEXT       PIC X(92).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Detection des pulverisations de mots de passe sur une
      *journee du journal des tentatives : le verrouillage d'authchk
      *compte les echecs consecutifs d'UN compte, un attaquant qui
      *essaie un ou deux mots de passe courants sur tous les
      *comptes ne le declenche jamais. On cherche donc, tous
      *comptes confondus, les rafales d'echecs sur beaucoup de
      *comptes distincts dans une fenetre courte, et les comptes
      *nombreux en echec sur un meme mot de passe ou depuis une
      *meme origine. Chaque motif au-dela de son seuil escalade
      *dans incident_escalation.log ; le rapport nomme les comptes
      *touches, a reinitialiser par pwreset. Code retour : 0 rien a
      *signaler, 2 detection, 1 rapport impossible a ecrire.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           IF WS-ARG1(1:8) IS NUMERIC
               MOVE WS-ARG1(1:8)        TO WS-DAY
           ELSE
               MOVE WS-NOW(1:8)         TO WS-DAY
           END-IF.

           PERFORM 0050-LOAD-PARAMS-START
           THRU    0050-LOAD-PARAMS-END.

           PERFORM 0100-LOAD-EVENTS-START
           THRU    0100-LOAD-EVENTS-END.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "auth_spray.rpt, statut : "
                       F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-DAY                  TO OUT-H-DAY.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-WINDOW-MIN           TO OUT-TH-WIN.
           MOVE WS-BURST-ACC            TO OUT-TH-BURST.
           MOVE WS-PATTERN-ACC          TO OUT-TH-PAT.
           MOVE WS-THRESH-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM 0200-BURSTS-START
           THRU    0200-BURSTS-END.

           PERFORM 0300-PATTERNS-START
           THRU    0300-PATTERNS-END.

           PERFORM 0400-WRITE-RESETS-START
           THRU    0400-WRITE-RESETS-END.

           CLOSE F-REPORT.

      *Une journee qui a escalade laisse aussi sa trace au journal
      *consolide des incidents.
           IF WS-ESC-COUNT > 0
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Pulverisation de mots de passe detectee"
                                        TO WS-INC-MESSAGE
               MOVE WS-DAY              TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
           END-IF.

           DISPLAY "Rapport ecrit dans auth_spray.rpt pour " WS-DAY
                   " (" WS-SCANNED " tentatives, " WS-FAILED
                   " echecs) : " WS-BURST-NO " rafale(s), "
                   WS-PATTERN-HITS " motif(s), " WS-FLAGGED
                   " compte(s) a reinitialiser.".

           IF WS-ESC-COUNT > 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Seuils de detection ; les valeurs par defaut restent sans
      *parametre ou sur une valeur illisible.
       0050-LOAD-PARAMS-START.

           MOVE "AUTH.SPRAY-WINDOW"     TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-WINDOW-MIN =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE "AUTH.SPRAY-ACCOUNTS"   TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-BURST-ACC =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE "AUTH.SPRAY-PATTERN"    TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-PATTERN-ACC =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

      *Un seuil a zero ou a un compte signalerait chaque echec.
           IF WS-BURST-ACC < 2
               MOVE 2                   TO WS-BURST-ACC
           END-IF.
           IF WS-PATTERN-ACC < 2
               MOVE 2                   TO WS-PATTERN-ACC
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MIN * 60.

           EXIT.
       0050-LOAD-PARAMS-END.

      ******************************************************************

      *Charge les echecs du jour analyse (toute issue autre que OK)
      *et la table des comptes en echec.
       0100-LOAD-EVENTS-START.

           OPEN INPUT F-AUTHEVT.

           IF NOT F-AUTHEVT-STATUS-OK
               DISPLAY "Pas de journal des tentatives a analyser."
               MOVE SPACE               TO F-AUTHEVT-STATUS
               GO TO 0100-LOAD-EVENTS-END
           END-IF.

           PERFORM UNTIL F-AUTHEVT-STATUS-EOF
             READ F-AUTHEVT
              AT END
                CONTINUE
              NOT AT END
                IF AE-STAMP(1:8) = WS-DAY
                    ADD 1               TO WS-SCANNED
                    IF AE-OUTCOME NOT = "OK"
                      AND AE-NOM NOT = SPACES
                        ADD 1           TO WS-FAILED
                        PERFORM 0110-KEEP-EVENT-START
                        THRU    0110-KEEP-EVENT-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUTHEVT.

           EXIT.
       0100-LOAD-EVENTS-END.

      ******************************************************************

      *Echec courant : son compte est retrouve (ou ajoute) dans la
      *table des comptes, puis l'echec entre dans la table des
      *evenements.
       0110-KEEP-EVENT-START.

           IF EV-LGHT >= EV-MAX
               DISPLAY "Table des echecs pleine (" EV-MAX
                       ") : echec non analyse : "
                       FUNCTION TRIM(AE-NOM)
               GO TO 0110-KEEP-EVENT-END
           END-IF.

           MOVE 0                       TO WS-ACC-HIT.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                     UNTIL AC-IDX > AC-LGHT OR WS-ACC-HIT > 0
               IF AC-NOM(AC-IDX) = AE-NOM
                   SET WS-ACC-HIT       TO AC-IDX
               END-IF
           END-PERFORM.
           IF WS-ACC-HIT = 0
               IF AC-LGHT >= AC-MAX
                   DISPLAY "Table des comptes pleine (" AC-MAX
                           ") : echec non analyse : "
                           FUNCTION TRIM(AE-NOM)
                   GO TO 0110-KEEP-EVENT-END
               END-IF
               ADD 1                    TO AC-LGHT
               MOVE AE-NOM              TO AC-NOM       (AC-LGHT)
               MOVE 0                   TO AC-FAILS     (AC-LGHT)
               MOVE 0                   TO AC-WIN       (AC-LGHT)
               MOVE 0                   TO AC-BURST-NO  (AC-LGHT)
               MOVE "N"                 TO AC-BY-BURST  (AC-LGHT)
               MOVE "N"                 TO AC-BY-PATTERN(AC-LGHT)
               MOVE AC-LGHT             TO WS-ACC-HIT
           END-IF.
           ADD 1                        TO AC-FAILS(WS-ACC-HIT).

           ADD 1                        TO EV-LGHT.
           IF AE-STAMP(9:6) IS NUMERIC
               MOVE AE-STAMP(9:2)       TO WS-HH
               MOVE AE-STAMP(11:2)      TO WS-MN
               MOVE AE-STAMP(13:2)      TO WS-SS
               COMPUTE EV-SECS(EV-LGHT) =
                       WS-HH * 3600 + WS-MN * 60 + WS-SS
           ELSE
               MOVE 0                   TO EV-SECS(EV-LGHT)
           END-IF.
           MOVE WS-ACC-HIT              TO EV-ACC(EV-LGHT).
           MOVE AE-SOURCE               TO EV-SRC(EV-LGHT).
           MOVE AE-PWD-FP               TO EV-FP (EV-LGHT).

           EXIT.
       0110-KEEP-EVENT-END.

      ******************************************************************

      *Rafales : fenetre glissante de WS-WINDOW-MIN minutes sur les
      *echecs dans l'ordre du temps, avec le nombre de comptes
      *distincts presents. Tant que ce nombre reste au seuil ou
      *au-dela, la rafale se prolonge ; elle est close (rapportee
      *et escaladee) des qu'il repasse sous le seuil.
       0200-BURSTS-START.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "Rafales d'echecs sur des comptes distincts :"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE 1                       TO WS-LO.
           MOVE 0                       TO WS-DISTINCT.

           PERFORM VARYING WS-HI FROM 1 BY 1
                     UNTIL WS-HI > EV-LGHT
               ADD 1                    TO AC-WIN(EV-ACC(WS-HI))
               IF AC-WIN(EV-ACC(WS-HI)) = 1
                   ADD 1                TO WS-DISTINCT
               END-IF
               PERFORM UNTIL EV-SECS(WS-LO) + WS-WINDOW-SECS
                             >= EV-SECS(WS-HI)
                   SUBTRACT 1           FROM AC-WIN(EV-ACC(WS-LO))
                   IF AC-WIN(EV-ACC(WS-LO)) = 0
                       SUBTRACT 1       FROM WS-DISTINCT
                   END-IF
                   ADD 1                TO WS-LO
               END-PERFORM
               IF WS-DISTINCT >= WS-BURST-ACC
                   IF NOT BURST-OPEN
                       SET BURST-OPEN   TO TRUE
                       MOVE WS-LO       TO WS-BURST-FIRST
                   END-IF
                   MOVE WS-HI           TO WS-BURST-LAST
               ELSE
                   IF BURST-OPEN
                       PERFORM 0210-CLOSE-BURST-START
                       THRU    0210-CLOSE-BURST-END
                   END-IF
               END-IF
           END-PERFORM.

           IF BURST-OPEN
               PERFORM 0210-CLOSE-BURST-START
               THRU    0210-CLOSE-BURST-END
           END-IF.

           IF WS-BURST-NO = 0
               MOVE "  (aucune)"        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0200-BURSTS-END.

      ******************************************************************

      *Rafale close, du WS-BURST-FIRST au WS-BURST-LAST echec :
      *ligne de rapport, comptes touches (chacun une fois par
      *rafale) marques a reinitialiser, escalade.
       0210-CLOSE-BURST-START.

           MOVE "N"                     TO WS-BURST-FLAG.
           ADD 1                        TO WS-BURST-NO.
           MOVE 0                       TO WS-BURST-ACCS.
           COMPUTE WS-BURST-FAILS = WS-BURST-LAST - WS-BURST-FIRST + 1.

           PERFORM VARYING EV-IDX FROM WS-BURST-FIRST BY 1
                     UNTIL EV-IDX > WS-BURST-LAST
               IF AC-BURST-NO(EV-ACC(EV-IDX)) NOT = WS-BURST-NO
                   MOVE WS-BURST-NO     TO AC-BURST-NO(EV-ACC(EV-IDX))
                   ADD 1                TO WS-BURST-ACCS
               END-IF
           END-PERFORM.

           MOVE EV-SECS(WS-BURST-FIRST) TO WS-SECS.
           PERFORM 0500-SECS-TO-TIME-START
           THRU    0500-SECS-TO-TIME-END.
           MOVE WS-HHMMSS               TO OUT-B-FROM.
           MOVE WS-HHMMSS               TO WS-HHMMSS-2.
           MOVE EV-SECS(WS-BURST-LAST)  TO WS-SECS.
           PERFORM 0500-SECS-TO-TIME-START
           THRU    0500-SECS-TO-TIME-END.
           MOVE WS-HHMMSS               TO OUT-B-TO.
           MOVE WS-BURST-FAILS          TO OUT-B-FAILS.
           MOVE WS-BURST-ACCS           TO OUT-B-ACCS.
           MOVE WS-BURST-LINE           TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING AC-IDX FROM 1 BY 1
                     UNTIL AC-IDX > AC-LGHT
               IF AC-BURST-NO(AC-IDX) = WS-BURST-NO
                   MOVE "Y"             TO AC-BY-BURST(AC-IDX)
                   MOVE AC-NOM(AC-IDX)  TO OUT-A-NOM
                   MOVE WS-ACC-LINE     TO REC-F-REPORT
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           MOVE WS-BURST-FAILS          TO WS-ED-1.
           MOVE WS-BURST-ACCS           TO WS-ED-2.
           MOVE WS-BURST-ACC            TO WS-ED-3.
           MOVE SPACES                  TO WS-ESC-TEXT.
           STRING "authspray : rafale de " FUNCTION TRIM(WS-ED-1)
                  " echecs sur " FUNCTION TRIM(WS-ED-2)
                  " comptes de " WS-HHMMSS-2 " a " WS-HHMMSS
                  " (seuil : " FUNCTION TRIM(WS-ED-3) ")"
                  DELIMITED BY SIZE INTO WS-ESC-TEXT.
           PERFORM 0600-ESCALATE-START
           THRU    0600-ESCALATE-END.

           EXIT.
       0210-CLOSE-BURST-END.

      ******************************************************************

      *Motifs communs : chaque echec est cumule sous son empreinte
      *de mot de passe et sous son origine, quand elles sont
      *connues ; un motif partage par au moins WS-PATTERN-ACC
      *comptes distincts est rapporte avec ses comptes et escalade.
       0300-PATTERNS-START.

           PERFORM VARYING EV-IDX FROM 1 BY 1
                     UNTIL EV-IDX > EV-LGHT
               IF EV-FP(EV-IDX) NOT = SPACES
                   MOVE "MDP"           TO WS-TALLY-KIND
                   MOVE EV-FP(EV-IDX)   TO WS-TALLY-KEY
                   PERFORM 0310-TALLY-PATTERN-START
                   THRU    0310-TALLY-PATTERN-END
               END-IF
               IF EV-SRC(EV-IDX) NOT = SPACES
                   MOVE "SRC"           TO WS-TALLY-KIND
                   MOVE EV-SRC(EV-IDX)  TO WS-TALLY-KEY
                   PERFORM 0310-TALLY-PATTERN-START
                   THRU    0310-TALLY-PATTERN-END
               END-IF
           END-PERFORM.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "Echecs de nombreux comptes sur un meme motif :"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING PT-IDX FROM 1 BY 1
                     UNTIL PT-IDX > PT-LGHT
               IF PT-ACC-CNT(PT-IDX) >= WS-PATTERN-ACC
                   PERFORM 0320-REPORT-PATTERN-START
                   THRU    0320-REPORT-PATTERN-END
               END-IF
           END-PERFORM.

           IF WS-PATTERN-HITS = 0
               MOVE "  (aucun)"         TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0300-PATTERNS-END.

      ******************************************************************

      *Cumule l'echec EV(EV-IDX) sous le motif WS-TALLY-KIND /
      *WS-TALLY-KEY ; le compte n'y est compte qu'une fois.
       0310-TALLY-PATTERN-START.

           MOVE 0                       TO WS-PT-HIT.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                     UNTIL PT-IDX > PT-LGHT OR WS-PT-HIT > 0
               IF PT-KIND(PT-IDX) = WS-TALLY-KIND
                 AND PT-KEY(PT-IDX) = WS-TALLY-KEY
                   SET WS-PT-HIT        TO PT-IDX
               END-IF
           END-PERFORM.
           IF WS-PT-HIT = 0
               IF PT-LGHT >= PT-MAX
                   DISPLAY "Table des motifs pleine (" PT-MAX
                           ") : motif non compte."
                   GO TO 0310-TALLY-PATTERN-END
               END-IF
               ADD 1                    TO PT-LGHT
               MOVE WS-TALLY-KIND       TO PT-KIND   (PT-LGHT)
               MOVE WS-TALLY-KEY        TO PT-KEY    (PT-LGHT)
               MOVE 0                   TO PT-ACC-CNT(PT-LGHT)
               MOVE 0                   TO PT-FAILS  (PT-LGHT)
               MOVE PT-LGHT             TO WS-PT-HIT
           END-IF.
           ADD 1                        TO PT-FAILS(WS-PT-HIT).

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING PP-IDX FROM 1 BY 1
                     UNTIL PP-IDX > PP-LGHT OR WS-HIT > 0
               IF PP-PT(PP-IDX) = WS-PT-HIT
                 AND PP-ACC(PP-IDX) = EV-ACC(EV-IDX)
                   SET WS-HIT           TO PP-IDX
               END-IF
           END-PERFORM.
           IF WS-HIT > 0
               GO TO 0310-TALLY-PATTERN-END
           END-IF.

           IF PP-LGHT >= PP-MAX
               DISPLAY "Table des paires motif/compte pleine ("
                       PP-MAX ") : compte non compte."
               GO TO 0310-TALLY-PATTERN-END
           END-IF.
           ADD 1                        TO PP-LGHT.
           MOVE WS-PT-HIT               TO PP-PT (PP-LGHT).
           MOVE EV-ACC(EV-IDX)          TO PP-ACC(PP-LGHT).
           ADD 1                        TO PT-ACC-CNT(WS-PT-HIT).

           EXIT.
       0310-TALLY-PATTERN-END.

      ******************************************************************

      *Motif PT(PT-IDX) au-dela du seuil : ligne de rapport suivie
      *de ses comptes (marques a reinitialiser), escalade.
      *L'empreinte du mot de passe n'est restituee nulle part.
       0320-REPORT-PATTERN-START.

           ADD 1                        TO WS-PATTERN-HITS.
           IF PT-KIND(PT-IDX) = "MDP"
               MOVE "Meme mot de passe"  TO OUT-P-LABEL
               MOVE SPACES               TO OUT-P-KEY
           ELSE
               MOVE "Meme origine "      TO OUT-P-LABEL
               MOVE PT-KEY(PT-IDX)       TO OUT-P-KEY
           END-IF.
           MOVE PT-ACC-CNT(PT-IDX)      TO OUT-P-ACCS.
           MOVE PT-FAILS(PT-IDX)        TO OUT-P-FAILS.
           MOVE WS-PATTERN-LINE         TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING PP-IDX FROM 1 BY 1
                     UNTIL PP-IDX > PP-LGHT
               IF PP-PT(PP-IDX) = PT-IDX
                   MOVE "Y"             TO AC-BY-PATTERN(PP-ACC(PP-IDX))
                   MOVE AC-NOM(PP-ACC(PP-IDX)) TO OUT-A-NOM
                   MOVE WS-ACC-LINE     TO REC-F-REPORT
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           MOVE PT-ACC-CNT(PT-IDX)      TO WS-ED-1.
           MOVE WS-PATTERN-ACC          TO WS-ED-3.
           MOVE SPACES                  TO WS-ESC-TEXT.
           IF PT-KIND(PT-IDX) = "MDP"
               STRING "authspray : meme mot de passe en echec sur "
                      FUNCTION TRIM(WS-ED-1) " comptes (seuil : "
                      FUNCTION TRIM(WS-ED-3) ")"
                      DELIMITED BY SIZE INTO WS-ESC-TEXT
           ELSE
               STRING "authspray : " FUNCTION TRIM(WS-ED-1)
                      " comptes en echec depuis "
                      FUNCTION TRIM(PT-KEY(PT-IDX))
                      " (seuil : " FUNCTION TRIM(WS-ED-3) ")"
                      DELIMITED BY SIZE INTO WS-ESC-TEXT
           END-IF.
           PERFORM 0600-ESCALATE-START
           THRU    0600-ESCALATE-END.

           EXIT.
       0320-REPORT-PATTERN-END.

      ******************************************************************

      *Liste finale des comptes touches par au moins une detection,
      *avec leurs echecs du jour : la liste de travail de la
      *securite pour les remises a zero forcees par pwreset.
       0400-WRITE-RESETS-START.

           MOVE SPACES                  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE "Comptes a reinitialiser (pwreset) :"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           PERFORM VARYING AC-IDX FROM 1 BY 1
                     UNTIL AC-IDX > AC-LGHT
               IF AC-BY-BURST(AC-IDX) = "Y"
                 OR AC-BY-PATTERN(AC-IDX) = "Y"
                   ADD 1                TO WS-FLAGGED
                   MOVE AC-NOM  (AC-IDX) TO OUT-R-NOM
                   MOVE AC-FAILS(AC-IDX) TO OUT-R-FAILS
                   EVALUATE TRUE
                     WHEN AC-BY-BURST(AC-IDX) = "Y"
                      AND AC-BY-PATTERN(AC-IDX) = "Y"
                       MOVE "rafale + motif" TO OUT-R-WHY
                     WHEN AC-BY-BURST(AC-IDX) = "Y"
                       MOVE "rafale"     TO OUT-R-WHY
                     WHEN OTHER
                       MOVE "motif"      TO OUT-R-WHY
                   END-EVALUATE
                   MOVE WS-RESET-LINE   TO REC-F-REPORT
                   WRITE REC-F-REPORT
               END-IF
           END-PERFORM.

           IF WS-FLAGGED = 0
               MOVE "  (aucun)"         TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           EXIT.
       0400-WRITE-RESETS-END.

      ******************************************************************

      *Seconde de la journee WS-SECS rendue en HH:MM:SS.
       0500-SECS-TO-TIME-START.

           DIVIDE WS-SECS BY 3600 GIVING WS-HH REMAINDER WS-REM.
           DIVIDE WS-REM BY 60 GIVING WS-MN REMAINDER WS-SS.
           MOVE SPACES                  TO WS-HHMMSS.
           STRING WS-HH ":" WS-MN ":" WS-SS
                  DELIMITED BY SIZE INTO WS-HHMMSS.

           EXIT.
       0500-SECS-TO-TIME-END.

      ******************************************************************

      *Ligne d'escalade (texte dans WS-ESC-TEXT) ajoutee au fichier
      *surveille par la supervision.
       0600-ESCALATE-START.

           ADD 1                        TO WS-ESC-COUNT.
           MOVE SPACE                   TO F-ESC-STATUS.
           OPEN EXTEND F-ESC.
           IF NOT F-ESC-STATUS-OK
               OPEN OUTPUT F-ESC
           END-IF.
           MOVE WS-NOW(1:14)            TO OUT-E-STAMP.
           MOVE WS-ESC-TEXT             TO OUT-E-TEXT.
           MOVE WS-ESC-LINE             TO REC-F-ESC.
           WRITE REC-F-ESC.
           CLOSE F-ESC.
           MOVE SPACE                   TO F-ESC-STATUS.

           DISPLAY "ESCALADE : " FUNCTION TRIM(WS-ESC-TEXT).

           EXIT.
       0600-ESCALATE-END.
