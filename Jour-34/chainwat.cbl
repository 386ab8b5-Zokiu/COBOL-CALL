      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainwat.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Liste des extracts de branche attendus pour la nuit, la meme
      *que consomme la validation Jour-33 ; sans liste, seul
      *users.dat est attendu, comme pour la validation.
           SELECT F-LIST ASSIGN TO "extracts.lst"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LIST-STATUS.

      *Calendrier d'exploitation de chainrun : un jour chome, rien
      *a attendre.
           SELECT F-CAL ASSIGN TO "run_calendar.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CAL-STATUS.

      *Alertes d'exploitation, relues par le bulletin du matin.
           SELECT F-ALERT ASSIGN TO "ops_alert.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ALERT-STATUS.

      *Historique cumulatif des passages de chainrun : l'attente
      *des extracts y entre comme etape 00, avant les etapes de
      *l'enchainement.
           SELECT F-HIST ASSIGN TO "chain_history.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HIST-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-LIST.

       01  REC-F-LIST          PIC X(40).

       FD  F-CAL.

       01  REC-F-CAL           PIC X(20).

       FD  F-ALERT.

       01  REC-F-ALERT         PIC X(120).

       FD  F-HIST.

       01  REC-F-HIST.
           05 CH-DATE          PIC 9(08).
           05 FILLER           PIC X(01).
           05 CH-STEP          PIC 9(02).
           05 FILLER           PIC X(01).
           05 CH-START         PIC X(19).
           05 FILLER           PIC X(01).
           05 CH-END           PIC X(19).
           05 FILLER           PIC X(01).
           05 CH-RC            PIC 9(03).
           05 FILLER           PIC X(01).
           05 CH-MINUTES       PIC 9(06).
           05 FILLER           PIC X(01).
           05 CH-CMD           PIC X(70).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-LIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIST-STATUS-OK             VALUE "00".
           88 F-LIST-STATUS-EOF            VALUE "10".

       01  F-CAL-STATUS        PIC X(02) VALUE SPACE.
           88 F-CAL-STATUS-OK              VALUE "00".
           88 F-CAL-STATUS-EOF             VALUE "10".

       01  F-ALERT-STATUS      PIC X(02) VALUE SPACE.
           88 F-ALERT-STATUS-OK            VALUE "00".

       01  F-HIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-HIST-STATUS-OK             VALUE "00".

      *Arguments de la ligne de commande, repasses tels quels a
      *chainrun (RESTART notamment).
       01  WS-CMD-LINE         PIC X(40).

      *Reglages : heure limite HHMM (WATCH.CUTOFF, 0500 a defaut),
      *intervalle de scrutation en secondes (WATCH.POLL, 60),
      *fiche de controle exigee (WATCH.MANIFEST, Y) et commande de
      *lancement de l'enchainement (WATCH.CHAIN, ./chainrun).
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-CUTOFF-HHMM      PIC 9(04) VALUE 0500.
       01  WS-POLL-SECS        PIC 9(04) VALUE 60.
       01  WS-MANIFEST-FLAG    PIC X(01) VALUE "Y".
           88 MANIFEST-REQUIRED            VALUE "Y".
       01  WS-CHAIN-CMD        PIC X(30) VALUE "./chainrun".

      *Fichiers attendus et leur etat au dernier tour : taille
      *relevee, et pret quand la taille, non nulle, n'a pas bouge
      *d'un tour a l'autre -- un extract encore en cours de depot
      *grossit entre deux tours.
       01  WATCH-TABLE.
           05 WT-LGHT          PIC 9(02) VALUE ZERO.
           05 WT-MAX           PIC 9(02) VALUE 51.
           05 WT OCCURS 51 TIMES INDEXED BY WT-IDX.
                10 WT-NAME      PIC X(40).
                10 WT-SIZE      PIC 9(18).
                10 WT-READY-FLAG PIC X(01).
                    88 WT-READY             VALUE "Y".

      *Zone rendue par CBL_CHECK_FILE_EXIST : taille en octets,
      *puis date et heure de derniere modification.
       01  WS-FILE-NAME        PIC X(41).
       01  WS-FILE-INFO.
           05 WS-FI-SIZE       PIC 9(18) COMP.
           05 FILLER           PIC X(08).

       01  WS-READY-COUNT      PIC 9(02).
       01  WS-MISSING-COUNT    PIC 9(02).
       01  WS-POLL-COUNT       PIC 9(06) VALUE ZERO.

       01  WS-ALL-READY-FLAG   PIC X(01) VALUE "N".
           88 ALL-FILES-READY              VALUE "Y".
       01  WS-CUTOFF-FLAG      PIC X(01) VALUE "N".
           88 CUTOFF-PASSED                VALUE "Y".

      *Jour chome, meme regle que chainrun.
       01  WS-TODAY            PIC 9(08).
       01  WS-DAY-NUM          PIC 9(07).
       01  WS-WEEKDAY          PIC 9(01).
       01  WS-OFFDAY-FLAG      PIC X(01) VALUE "N".
           88 DAY-IS-OFF                   VALUE "Y".
       01  WS-WEEKEND-OFF-FLAG PIC X(01) VALUE "N".
           88 WEEKEND-IS-OFF               VALUE "Y".

      *Mesure de l'attente : debut de la veille, heure limite et
      *instant courant en secondes depuis l'origine du calendrier.
       01  WS-WATCH-START-SECS PIC 9(12).
       01  WS-CUTOFF-SECS      PIC 9(12).
       01  WS-NOW-HHMM         PIC 9(04).
       01  WS-CUTOFF-HH        PIC 9(02).
       01  WS-CUTOFF-MM        PIC 9(02).
       01  WS-SECS-WORK        PIC 9(12).
       01  WS-WAIT-MINUTES     PIC 9(06).
       01  WS-NOW14            PIC X(21).

       01  WS-DATE-TIME.
           05 WS-DT-YYYY       PIC 9(04).
           05 WS-DT-MM         PIC 9(02).
           05 WS-DT-DD         PIC 9(02).
           05 WS-DT-HH         PIC 9(02).
           05 WS-DT-MIN        PIC 9(02).
           05 WS-DT-SEC        PIC 9(02).
           05 FILLER           PIC X(09).

       01  WS-TIMESTAMP        PIC X(19).
       01  WS-WATCH-START      PIC X(19).

      *Lancement de l'enchainement et son code de sortie.
       01  WS-SYS-CMD          PIC X(70).
       01  WS-SYS-RAW          PIC 9(09).
       01  WS-CHAIN-RC         PIC 9(03).

      *Lignes d'alerte : une ligne de synthese, puis une ligne par
      *expediteur manquant.
       01  WS-ALERT-LINE.
           05 FILLER           PIC X(01) VALUE "[".
           05 OUT-A-STAMP      PIC X(14).
           05 FILLER           PIC X(42) VALUE
                  "] ALERTE extracts absents a l'heure limite".
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-A-MISSING    PIC Z9.
           05 FILLER           PIC X(04) VALUE " sur".
           05 OUT-A-EXPECTED   PIC ZZ9.
           05 FILLER           PIC X(26) VALUE
                  ", enchainement non lance".

       01  WS-ALERT-SENDER-LINE.
           05 FILLER           PIC X(01) VALUE "[".
           05 OUT-AS-STAMP     PIC X(14).
           05 FILLER           PIC X(24) VALUE
                  "] ALERTE extract absent ".
           05 FILLER           PIC X(02) VALUE ": ".
           05 OUT-AS-FILE      PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-AS-STATE     PIC X(20).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "chainwat".
       01  WS-INC-SEVERITY PIC X(01).
       01  WS-INC-MESSAGE  PIC X(60).
       01  WS-INC-KEY      PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Veille d'arrivee des extracts avant l'enchainement de nuit :
      *scrute les extracts de extracts.lst et leur fiche de
      *controle manifest.ctl jusqu'a ce que chacun soit present et
      *stable, puis lance chainrun. A l'heure limite sans le jeu
      *complet, l'alerte part dans ops_alert.log et au journal des
      *incidents avec la liste des expediteurs manquants, et
      *l'enchainement n'est pas lance sur un jeu partiel. L'attente
      *est consignee dans chain_history.log (etape 00) pour que
      *chaintim distingue un depart tardif d'un passage lent.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.

           PERFORM 0050-LOAD-SETTINGS-START
           THRU    0050-LOAD-SETTINGS-END.

      *Un jour chome, chainrun sort en no-op propre : rien a
      *attendre, on le laisse conclure.
           PERFORM 0080-CALENDAR-CHECK-START
           THRU    0080-CALENDAR-CHECK-END.
           IF DAY-IS-OFF
               DISPLAY "Jour chome : pas de veille des extracts."
               PERFORM 0500-RUN-CHAIN-START
               THRU    0500-RUN-CHAIN-END
               MOVE WS-CHAIN-RC         TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-LOAD-EXPECTED-START
           THRU    0100-LOAD-EXPECTED-END.

           PERFORM 0150-SET-CUTOFF-START
           THRU    0150-SET-CUTOFF-END.

           PERFORM 0200-POLL-START
           THRU    0200-POLL-END
                   UNTIL ALL-FILES-READY OR CUTOFF-PASSED.

           PERFORM 0300-BUILD-TIMESTAMP-START
           THRU    0300-BUILD-TIMESTAMP-END.
           PERFORM 0360-NOW-SECS-START
           THRU    0360-NOW-SECS-END.
           COMPUTE WS-WAIT-MINUTES =
                   (WS-SECS-WORK - WS-WATCH-START-SECS) / 60.

           IF CUTOFF-PASSED
               PERFORM 0400-RAISE-ALARM-START
               THRU    0400-RAISE-ALARM-END
               MOVE 8                   TO WS-CHAIN-RC
               PERFORM 0450-HISTORY-APPEND-START
               THRU    0450-HISTORY-APPEND-END
               DISPLAY "Heure limite atteinte : enchainement non "
                       "lance, alerte levee."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Extracts complets apres " WS-WAIT-MINUTES
                   " min d'attente : lancement de l'enchainement.".
           MOVE 0                       TO WS-CHAIN-RC.
           PERFORM 0450-HISTORY-APPEND-START
           THRU    0450-HISTORY-APPEND-END.

           PERFORM 0500-RUN-CHAIN-START
           THRU    0500-RUN-CHAIN-END.

           MOVE WS-CHAIN-RC             TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Reglages de la veille au parametrage ; valeurs par defaut
      *a l'absence ou sur valeur illisible.
       0050-LOAD-SETTINGS-START.

           MOVE "WATCH.CUTOFF"          TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
             AND FUNCTION NUMVAL(WS-PRM-VALUE) < 2400
             AND FUNCTION MOD(FUNCTION NUMVAL(WS-PRM-VALUE), 100)
                 < 60
               COMPUTE WS-CUTOFF-HHMM =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE "WATCH.POLL"            TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
             AND FUNCTION NUMVAL(WS-PRM-VALUE) >= 1
               COMPUTE WS-POLL-SECS =
                       FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE "WATCH.MANIFEST"        TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND (WS-PRM-VALUE(1:1) = "N" OR WS-PRM-VALUE(1:1) = "n")
               MOVE "N"                 TO WS-MANIFEST-FLAG
           END-IF.

           MOVE "WATCH.CHAIN"           TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-CHAIN-CMD
           END-IF.

           EXIT.
       0050-LOAD-SETTINGS-END.

      ******************************************************************

      *Le jour est-il chome ? Meme lecture du calendrier que
      *chainrun : ferie liste, ou week-end sous la regle WEEKEND
      *OFF.
       0080-CALENDAR-CHECK-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW14.
           MOVE WS-NOW14(1:8)           TO WS-TODAY.

           OPEN INPUT F-CAL.
           IF NOT F-CAL-STATUS-OK
               MOVE SPACE               TO F-CAL-STATUS
               GO TO 0080-CALENDAR-CHECK-END
           END-IF.

           PERFORM UNTIL F-CAL-STATUS-EOF
             READ F-CAL
              AT END
                CONTINUE
              NOT AT END
                EVALUATE TRUE
                  WHEN REC-F-CAL(1:11) = "WEEKEND OFF"
                    SET WEEKEND-IS-OFF   TO TRUE
                  WHEN REC-F-CAL(1:8) IS NUMERIC
                    IF FUNCTION NUMVAL(REC-F-CAL(1:8)) = WS-TODAY
                        SET DAY-IS-OFF   TO TRUE
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE F-CAL.

           IF WEEKEND-IS-OFF AND NOT DAY-IS-OFF
               COMPUTE WS-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUM, 7)
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   SET DAY-IS-OFF       TO TRUE
               END-IF
           END-IF.

           EXIT.
       0080-CALENDAR-CHECK-END.

      ******************************************************************

      *Fichiers attendus : les extracts de extracts.lst (users.dat
      *sans liste, comme la validation), puis la fiche de controle
      *sauf WATCH.MANIFEST = N.
       0100-LOAD-EXPECTED-START.

           OPEN INPUT F-LIST.

           IF F-LIST-STATUS-OK
               PERFORM UNTIL F-LIST-STATUS-EOF
                 READ F-LIST
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REC-F-LIST NOT = SPACES
                      IF WT-LGHT >= WT-MAX - 1
                          DISPLAY "Liste des extracts pleine : "
                                  "fichier non surveille : "
                                  REC-F-LIST
                      ELSE
                          ADD 1          TO WT-LGHT
                          MOVE REC-F-LIST TO WT-NAME(WT-LGHT)
                      END-IF
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-LIST
           END-IF.

           IF WT-LGHT = 0
               ADD 1                    TO WT-LGHT
               MOVE "users.dat"         TO WT-NAME(WT-LGHT)
           END-IF.

           IF MANIFEST-REQUIRED
               ADD 1                    TO WT-LGHT
               MOVE "manifest.ctl"      TO WT-NAME(WT-LGHT)
           END-IF.

           PERFORM VARYING WT-IDX FROM 1 BY 1
                     UNTIL WT-IDX > WT-LGHT
               MOVE 0                   TO WT-SIZE(WT-IDX)
               MOVE "N"                 TO WT-READY-FLAG(WT-IDX)
           END-PERFORM.

           DISPLAY "Fichiers attendus : " WT-LGHT
                   " -- heure limite " WS-CUTOFF-HHMM
                   ", scrutation toutes les " WS-POLL-SECS " s.".

           EXIT.
       0100-LOAD-EXPECTED-END.

      ******************************************************************

      *Heure limite en secondes : le jour meme si elle est encore a
      *venir, sinon le lendemain -- une veille lancee a 22h avec
      *une limite a 5h court sur la nuit.
       0150-SET-CUTOFF-START.

           PERFORM 0300-BUILD-TIMESTAMP-START
           THRU    0300-BUILD-TIMESTAMP-END.
           MOVE WS-TIMESTAMP            TO WS-WATCH-START.

           PERFORM 0360-NOW-SECS-START
           THRU    0360-NOW-SECS-END.
           MOVE WS-SECS-WORK            TO WS-WATCH-START-SECS.

           COMPUTE WS-NOW-HHMM = FUNCTION NUMVAL(WS-NOW14(9:4)).
           DIVIDE WS-CUTOFF-HHMM BY 100 GIVING WS-CUTOFF-HH
                  REMAINDER WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-SECS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW14(1:8))) * 86400
                   + WS-CUTOFF-HH * 3600
                   + WS-CUTOFF-MM * 60.
           IF WS-CUTOFF-HHMM <= WS-NOW-HHMM
               ADD 86400                TO WS-CUTOFF-SECS
           END-IF.

           EXIT.
       0150-SET-CUTOFF-END.

      ******************************************************************

      *Un tour de scrutation : releve chaque fichier attendu ; le
      *jeu complet libere l'enchainement, l'heure limite passee
      *arrete la veille, sinon on dort jusqu'au tour suivant.
       0200-POLL-START.

           ADD 1                        TO WS-POLL-COUNT.
           MOVE 0                       TO WS-READY-COUNT.

           PERFORM VARYING WT-IDX FROM 1 BY 1
                     UNTIL WT-IDX > WT-LGHT
               PERFORM 0210-CHECK-FILE-START
               THRU    0210-CHECK-FILE-END
           END-PERFORM.

           IF WS-READY-COUNT = WT-LGHT
               SET ALL-FILES-READY      TO TRUE
               GO TO 0200-POLL-END
           END-IF.

           PERFORM 0360-NOW-SECS-START
           THRU    0360-NOW-SECS-END.
           IF WS-SECS-WORK >= WS-CUTOFF-SECS
               SET CUTOFF-PASSED        TO TRUE
               GO TO 0200-POLL-END
           END-IF.

           IF FUNCTION MOD(WS-POLL-COUNT, 10) = 1
               DISPLAY "Tour " WS-POLL-COUNT " : " WS-READY-COUNT
                       " fichier(s) prets sur " WT-LGHT "."
           END-IF.

           CALL "C$SLEEP" USING WS-POLL-SECS.

           EXIT.
       0200-POLL-END.

      ******************************************************************

      *Releve le fichier WT(WT-IDX) : pret quand il existe, n'est
      *pas vide, et garde la meme taille qu'au tour precedent. Un
      *fichier pret le reste (le depot est acheve).
       0210-CHECK-FILE-START.

           IF WT-READY(WT-IDX)
               ADD 1                    TO WS-READY-COUNT
               GO TO 0210-CHECK-FILE-END
           END-IF.

           MOVE SPACES                  TO WS-FILE-NAME.
           MOVE WT-NAME(WT-IDX)         TO WS-FILE-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0
               MOVE 0                   TO WT-SIZE(WT-IDX)
               GO TO 0210-CHECK-FILE-END
           END-IF.

           IF WS-FI-SIZE > 0
             AND WS-FI-SIZE = WT-SIZE(WT-IDX)
               MOVE "Y"                 TO WT-READY-FLAG(WT-IDX)
               ADD 1                    TO WS-READY-COUNT
               DISPLAY "Fichier pret : "
                       FUNCTION TRIM(WT-NAME(WT-IDX))
           ELSE
               MOVE WS-FI-SIZE          TO WT-SIZE(WT-IDX)
           END-IF.

           EXIT.
       0210-CHECK-FILE-END.

      ******************************************************************

      *Estampille courante AAAA-MM-JJ HH:MM:SS.
       0300-BUILD-TIMESTAMP-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-DATE-TIME.
           MOVE SPACES                  TO WS-TIMESTAMP.
           STRING WS-DT-YYYY "-" WS-DT-MM "-" WS-DT-DD " "
                  WS-DT-HH ":" WS-DT-MIN ":" WS-DT-SEC
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

           EXIT.
       0300-BUILD-TIMESTAMP-END.

      ******************************************************************

      *Secondes depuis l'origine du calendrier.
       0360-NOW-SECS-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW14.
           COMPUTE WS-SECS-WORK =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW14(1:8))) * 86400
                   + FUNCTION NUMVAL(WS-NOW14(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-NOW14(11:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW14(13:2)).

           EXIT.
       0360-NOW-SECS-END.

      ******************************************************************

      *Heure limite sans le jeu complet : une ligne de synthese et
      *une ligne par expediteur manquant dans ops_alert.log (le
      *bulletin du matin les reprend), et un incident fatal par
      *expediteur manquant au journal consolide.
       0400-RAISE-ALARM-START.

           MOVE 0                       TO WS-MISSING-COUNT.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                     UNTIL WT-IDX > WT-LGHT
               IF NOT WT-READY(WT-IDX)
                   ADD 1                TO WS-MISSING-COUNT
               END-IF
           END-PERFORM.

           OPEN EXTEND F-ALERT.
           IF NOT F-ALERT-STATUS-OK
               OPEN OUTPUT F-ALERT
           END-IF.

           MOVE WS-NOW14(1:14)          TO OUT-A-STAMP.
           MOVE WS-MISSING-COUNT        TO OUT-A-MISSING.
           MOVE WT-LGHT                 TO OUT-A-EXPECTED.
           MOVE WS-ALERT-LINE           TO REC-F-ALERT.
           WRITE REC-F-ALERT.

           PERFORM VARYING WT-IDX FROM 1 BY 1
                     UNTIL WT-IDX > WT-LGHT
               IF NOT WT-READY(WT-IDX)
                   MOVE WS-NOW14(1:14)  TO OUT-AS-STAMP
                   MOVE WT-NAME(WT-IDX) TO OUT-AS-FILE
                   IF WT-SIZE(WT-IDX) = 0
                       MOVE "(non depose)"   TO OUT-AS-STATE
                   ELSE
                       MOVE "(depot en cours)" TO OUT-AS-STATE
                   END-IF
                   MOVE WS-ALERT-SENDER-LINE TO REC-F-ALERT
                   WRITE REC-F-ALERT
                   DISPLAY "Manquant : "
                           FUNCTION TRIM(WT-NAME(WT-IDX)) " "
                           OUT-AS-STATE
                   MOVE "F"             TO WS-INC-SEVERITY
                   MOVE SPACES          TO WS-INC-MESSAGE
                   STRING "Extract absent a l'heure limite "
                          OUT-AS-STATE
                          DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   MOVE WT-NAME(WT-IDX)(1:30) TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM
                                       WS-INC-SEVERITY
                                       WS-INC-MESSAGE WS-INC-KEY
               END-IF
           END-PERFORM.

           CLOSE F-ALERT.

           EXIT.
       0400-RAISE-ALARM-END.

      ******************************************************************

      *Consigne l'attente des extracts dans chain_history.log, en
      *etape 00 datee du jour de liberation (celui du passage de
      *chainrun qui suit) : debut de la veille, liberation ou heure
      *limite, code (0 libere, 8 alarme) et attente en minutes.
       0450-HISTORY-APPEND-START.

           OPEN EXTEND F-HIST.
           IF NOT F-HIST-STATUS-OK
               OPEN OUTPUT F-HIST
           END-IF.

           MOVE SPACES                  TO REC-F-HIST.
           MOVE WS-NOW14(1:8)           TO CH-DATE.
           MOVE 0                       TO CH-STEP.
           MOVE WS-WATCH-START          TO CH-START.
           MOVE WS-TIMESTAMP            TO CH-END.
           MOVE WS-CHAIN-RC             TO CH-RC.
           MOVE WS-WAIT-MINUTES         TO CH-MINUTES.
           MOVE "ATTENTE DES EXTRACTS"  TO CH-CMD.
           WRITE REC-F-HIST.

           CLOSE F-HIST.

           EXIT.
       0450-HISTORY-APPEND-END.

      ******************************************************************

      *Lance l'enchainement avec les arguments recus (RESTART
      *notamment) et ramene son code de sortie.
       0500-RUN-CHAIN-START.

           MOVE SPACES                  TO WS-SYS-CMD.
           STRING FUNCTION TRIM(WS-CHAIN-CMD) " "
                  FUNCTION TRIM(WS-CMD-LINE)
                  DELIMITED BY SIZE INTO WS-SYS-CMD.
           CALL "SYSTEM" USING WS-SYS-CMD.

      *Code brut du processus, multiplie par 256 sur nos systemes.
           MOVE RETURN-CODE             TO WS-SYS-RAW.
           IF WS-SYS-RAW >= 256
               COMPUTE WS-CHAIN-RC =
                       FUNCTION MOD(WS-SYS-RAW / 256, 256)
           ELSE
               MOVE WS-SYS-RAW          TO WS-CHAIN-RC
           END-IF.

           EXIT.
       0500-RUN-CHAIN-END.
