      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfgchk.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier de configuration en cours de controle : le nom est
      *porte par WS-CFG-NAME, un fichier apres l'autre.
           SELECT F-CFG ASSIGN TO WS-CFG-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CFG-STATUS.

      *Compte rendu du pre-vol : une section par fichier, une ligne
      *par anomalie, et le verdict unique en queue.
           SELECT F-REPORT ASSIGN TO "cfgcheck.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-CFG.

       01  REC-F-CFG           PIC X(200).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-CFG-STATUS        PIC X(02) VALUE SPACE.
           88 F-CFG-STATUS-OK              VALUE "00".
           88 F-CFG-STATUS-EOF             VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

      *Fichier controle et sa nature : chaque nature a sa regle de
      *lecture, calquee sur le programme qui lit le fichier.
       01  WS-CFG-NAME         PIC X(40).
       01  WS-CFG-KIND         PIC X(02).
           88 KIND-STEPS                   VALUE "ST".
           88 KIND-RETENTION               VALUE "RT".
           88 KIND-THRESHOLD               VALUE "AT".
           88 KIND-DISPATCH                VALUE "DP".
           88 KIND-BOUNCE                  VALUE "BN".
           88 KIND-LOCKOUT                 VALUE "LK".
           88 KIND-EXPIRY                  VALUE "EX".
           88 KIND-OPERATORS               VALUE "OP".
           88 KIND-PARAMS                  VALUE "PM".
           88 KIND-CALENDAR                VALUE "CA".
           88 KIND-WINDOW                  VALUE "WN".
           88 KIND-CTRLIFE                 VALUE "CL".
           88 KIND-HRRECON                 VALUE "HR".
           88 KIND-ESCALATION              VALUE "ES".
           88 KIND-OPSHOURS                VALUE "OH".
           88 KIND-PWDHASH                 VALUE "PH".
           88 KIND-ERASURE                 VALUE "ER".
           88 KIND-SENDCAL                 VALUE "SC".
           88 KIND-SEATS                   VALUE "LS".
      *Fichiers d'une seule ligne : seule la premiere est lue par
      *leur programme, le reste est sans effet.
           88 KIND-SINGLE-LINE             VALUE "AT" "DP" "BN"
                                                 "LK" "EX" "WN"
                                                 "CL" "HR" "OH"
                                                 "PH".
      *Fichiers ou une ligne "*" est un commentaire.
           88 KIND-COMMENTS-OK             VALUE "PM" "ER" "SC"
                                                 "LS".

      *Fichier indispensable : son absence est une erreur (sans
      *definition d'enchainement, chainrun n'a rien a piloter) ;
      *les autres absents laissent leurs valeurs par defaut.
       01  WS-REQUIRED-FLAG    PIC X(01).
           88 FILE-IS-REQUIRED             VALUE "Y".

      *Ligne courante et ses vues par disposition.
       01  WS-LINE             PIC X(200).

       01  WS-STEPS-VIEW REDEFINES WS-LINE.
           05 SV-CMD           PIC X(70).
           05 SV-SEP1          PIC X(01).
           05 SV-BUDGET        PIC X(04).
           05 SV-SEP2          PIC X(01).
           05 SV-DEPS          PIC X(20).
           05 SV-REST          PIC X(104).

       01  WS-RET-VIEW REDEFINES WS-LINE.
           05 RV-KIND          PIC X(01).
           05 RV-SEP1          PIC X(01).
           05 RV-NAME          PIC X(40).
           05 RV-SEP2          PIC X(01).
           05 RV-KEEP          PIC X(04).
           05 RV-SEP3          PIC X(01).
           05 RV-ARCHIVE       PIC X(01).
           05 RV-SEP4          PIC X(01).
           05 RV-DATE-POS      PIC X(03).
           05 RV-SEP5          PIC X(01).
           05 RV-DATE-FMT      PIC X(01).
           05 RV-SEP6          PIC X(01).
           05 RV-PREFIX        PIC X(20).
           05 RV-SEP7          PIC X(01).
           05 RV-SUFFIX        PIC X(10).
           05 RV-REST          PIC X(113).

       01  WS-OPER-VIEW REDEFINES WS-LINE.
           05 OV-ID            PIC X(20).
           05 OV-SEP1          PIC X(01).
           05 OV-ROLE          PIC X(10).
           05 OV-REST          PIC X(169).

       01  WS-ESC-VIEW REDEFINES WS-LINE.
           05 EV-SEV           PIC X(01).
           05 EV-SEP1          PIC X(01).
           05 EV-LIMIT         PIC X(04).
           05 EV-REST          PIC X(194).

       01  WS-RULE-VIEW REDEFINES WS-LINE.
           05 UV-ACTION        PIC X(01).
           05 UV-SEP1          PIC X(01).
           05 UV-FILE          PIC X(40).
           05 UV-SEP2          PIC X(01).
           05 UV-FLD OCCURS 6 TIMES.
                10 UV-KIND      PIC X(01).
                10 UV-POS       PIC X(03).
                10 UV-LEN       PIC X(03).
                10 UV-FSEP      PIC X(01).
           05 UV-GENREG        PIC X(40).
           05 UV-SEP3          PIC X(01).
           05 UV-PREFIX        PIC X(20).
           05 UV-SEP4          PIC X(01).
           05 UV-SUFFIX        PIC X(10).
           05 UV-REST          PIC X(37).

       01  WS-SCAL-VIEW REDEFINES WS-LINE.
           05 CV-FILE          PIC X(40).
           05 CV-SEP1          PIC X(01).
           05 CV-DAYS          PIC X(07).
           05 CV-SEP2          PIC X(01).
           05 CV-MIN           PIC X(07).
           05 CV-SEP3          PIC X(01).
           05 CV-MAX           PIC X(07).
           05 CV-REST          PIC X(136).

       01  WS-SEAT-VIEW REDEFINES WS-LINE.
           05 LV-ROLE          PIC X(10).
           05 LV-SEP1          PIC X(01).
           05 LV-COUNT         PIC X(05).
           05 LV-SEP2          PIC X(01).
           05 LV-RENEWAL       PIC X(08).
           05 LV-SEP3          PIC X(01).
           05 LV-MODE          PIC X(01).
           05 LV-REST          PIC X(173).

      *Zones des fichiers a champs separes par des blancs.
       01  WS-FIELDS.
           05 WS-F             PIC X(20) OCCURS 6 TIMES.
       01  WS-F-IDX            PIC 9(01).

      *Compteurs du fichier courant et du passage.
       01  WS-LINE-NO          PIC 9(04).
       01  WS-DATA-LINES       PIC 9(04).
       01  WS-FILE-ERRORS      PIC 9(04).
       01  WS-FILE-WARNS       PIC 9(04).
       01  WS-TOT-ERRORS       PIC 9(04) VALUE ZERO.
       01  WS-TOT-WARNS        PIC 9(04) VALUE ZERO.
       01  WS-FILES-CHECKED    PIC 9(02) VALUE ZERO.
       01  WS-FILES-ABSENT     PIC 9(02) VALUE ZERO.

      *Controle d'une zone numerique sans bourrage de zeros (la
      *regle de lecture de tous les reglages) : contenu utile
      *tout-chiffres d'au plus WS-NUM-MAXLEN positions.
       01  WS-NUM-IN           PIC X(20).
       01  WS-NUM-MAXLEN       PIC 9(02).
       01  WS-NUM-LEN          PIC 9(02).
       01  WS-NUM-VAL          PIC 9(09).
       01  WS-NUM-OK-FLAG      PIC X(01).
           88 NUM-IS-OK                    VALUE "Y".
       01  WS-HHMM-OK-FLAG     PIC X(01).
           88 HHMM-IS-OK                   VALUE "Y".
       01  WS-NUM-ED           PIC Z(08)9.

      *Enchainement : etapes vues, pour les prerequis.
       01  WS-STEP-COUNT       PIC 9(03).
       01  WS-DEP-VAL          PIC 9(03).

      *Preavis (expiration des mots de passe, fin de mission) et
      *plages horaires, controles ensemble.
       01  WS-MAX-AGE          PIC 9(03).
       01  WS-WARN1            PIC 9(03).
       01  WS-WARN2            PIC 9(03).
       01  WS-OPEN-HHMM        PIC 9(04).
       01  WS-CLOSE-HHMM       PIC 9(04).

      *Existence d'un fichier designe par un reglage.
       01  WS-FILE-NAME        PIC X(41).
       01  WS-FILE-INFO.
           05 WS-FI-SIZE       PIC 9(18) COMP.
           05 FILLER           PIC X(08).
       01  WS-EXIST-FLAG       PIC X(01).
           88 FILE-EXISTS                  VALUE "Y".

      *Operateurs vus, pour les doublons ; presence d'un ADMIN.
       01  OPER-TABLE.
           05 OT-LGHT          PIC 9(03) VALUE ZERO.
           05 OT-ID            PIC X(20) OCCURS 200 TIMES.
       01  WS-ADMIN-FLAG       PIC X(01).
           88 ADMIN-SEEN                   VALUE "Y".
       01  WS-ROLE             PIC X(10).

           COPY prmkeys.

      *Cles de params.cfg deja vues, pour les doublons.
       01  PARAM-SEEN-TABLE.
           05 PS-LGHT          PIC 9(03) VALUE ZERO.
           05 PS-KEY           PIC X(40) OCCURS 200 TIMES.
       01  WS-PS-IDX           PIC 9(03).
       01  WS-OT-IDX           PIC 9(03).
       01  WS-HIT              PIC 9(03).

       01  WS-PRM-KEY          PIC X(40).
      *Environnement en vigueur, demande au service des parametres.
       01  WS-ENV-KEY          PIC X(30) VALUE "ENV".
       01  WS-ENV-VALUE        PIC X(60).
       01  WS-PRM-BARE         PIC X(40).
       01  WS-PRM-VALUE        PIC X(60).
       01  WS-PRM-EXTRA        PIC X(40).
       01  WS-KIND-LIST.
           05 WS-KIND-ITEM     PIC X(10) OCCURS 6 TIMES.
       01  WS-AT-COUNT         PIC 9(02).
       01  WS-DOT-COUNT        PIC 9(02).

       01  WS-K                PIC 9(01).
       01  WS-POS              PIC 9(03).
       01  WS-LEN              PIC 9(03).

       01  WS-NOW              PIC X(21).
       01  WS-TIMESTAMP        PIC X(19).

      *Message de l'anomalie courante.
       01  WS-MSG              PIC X(80).

      *Lignes du compte rendu.
       01  WS-HEADER-LINE.
           05 FILLER           PIC X(41) VALUE
                  "CONTROLE DES FICHIERS DE CONFIGURATION - ".
           05 OUT-H-STAMP      PIC X(19).

       01  WS-SECTION-LINE.
           05 FILLER           PIC X(04) VALUE "--- ".
           05 OUT-S-NAME       PIC X(40).

       01  WS-DETAIL-LINE.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 OUT-D-WHERE      PIC X(11).
           05 OUT-D-SEV        PIC X(12).
           05 OUT-D-MSG        PIC X(80).

       01  WS-LINE-NO-ED       PIC ZZZ9.

       01  WS-VERDICT-LINE.
           05 FILLER           PIC X(14) VALUE "    verdict : ".
           05 OUT-V-VERDICT    PIC X(08).
           05 FILLER           PIC X(09) VALUE " lignes: ".
           05 OUT-V-LINES      PIC ZZZ9.
           05 FILLER           PIC X(10) VALUE " erreurs: ".
           05 OUT-V-ERRORS     PIC ZZZ9.
           05 FILLER           PIC X(17) VALUE " avertissements: ".
           05 OUT-V-WARNS      PIC ZZZ9.

       01  WS-FINAL-LINE.
           05 FILLER           PIC X(10) VALUE "PRE-VOL : ".
           05 OUT-F-VERDICT    PIC X(07).
           05 FILLER           PIC X(11) VALUE " fichiers: ".
           05 OUT-F-FILES      PIC Z9.
           05 FILLER           PIC X(10) VALUE " absents: ".
           05 OUT-F-ABSENT     PIC Z9.
           05 FILLER           PIC X(10) VALUE " erreurs: ".
           05 OUT-F-ERRORS     PIC ZZZ9.
           05 FILLER           PIC X(17) VALUE " avertissements: ".
           05 OUT-F-WARNS      PIC ZZZ9.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Pre-vol de la nuit : relit chaque fichier de configuration
      *de la suite avec la regle du programme qui le lit --
      *disposition, zones numeriques, cles connues, renvois (les
      *prerequis d'etape designent une etape reelle, la retention
      *nomme une famille existante) -- et rend un verdict unique.
      *Code retour : 0 tout est conforme, 4 avertissements seuls
      *(valeur sans effet, ligne ignoree), 8 au moins une erreur :
      *chainrun s'arrete alors proprement avant toute donnee.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-TIMESTAMP.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de cfgcheck.rpt, "
                       "statut : " F-REPORT-STATUS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TIMESTAMP            TO OUT-H-STAMP.
           MOVE WS-HEADER-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "chain_steps.cfg"       TO WS-CFG-NAME.
           SET KIND-STEPS               TO TRUE.
           MOVE "Y"                     TO WS-REQUIRED-FLAG.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "N"                     TO WS-REQUIRED-FLAG.

           MOVE "run_calendar.cfg"      TO WS-CFG-NAME.
           SET KIND-CALENDAR            TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "batch_window.cfg"      TO WS-CFG-NAME.
           SET KIND-WINDOW              TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "params.cfg"            TO WS-CFG-NAME.
           SET KIND-PARAMS              TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "operators.cfg"         TO WS-CFG-NAME.
           SET KIND-OPERATORS           TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "retention.cfg"         TO WS-CFG-NAME.
           SET KIND-RETENTION           TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "alert_threshold.cfg"   TO WS-CFG-NAME.
           SET KIND-THRESHOLD           TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "dispatch.cfg"          TO WS-CFG-NAME.
           SET KIND-DISPATCH            TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "bounce.cfg"            TO WS-CFG-NAME.
           SET KIND-BOUNCE              TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "auth_lockout.cfg"      TO WS-CFG-NAME.
           SET KIND-LOCKOUT             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "pwd_expiry.cfg"        TO WS-CFG-NAME.
           SET KIND-EXPIRY              TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "pwd_hash.cfg"          TO WS-CFG-NAME.
           SET KIND-PWDHASH             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "ctr_life.cfg"          TO WS-CFG-NAME.
           SET KIND-CTRLIFE             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "hr_recon.cfg"          TO WS-CFG-NAME.
           SET KIND-HRRECON             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "incident_escalation.cfg" TO WS-CFG-NAME.
           SET KIND-ESCALATION          TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "ops_hours.cfg"         TO WS-CFG-NAME.
           SET KIND-OPSHOURS            TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "erasure_rules.cfg"     TO WS-CFG-NAME.
           SET KIND-ERASURE             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "sender_calendar.cfg"   TO WS-CFG-NAME.
           SET KIND-SENDCAL             TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           MOVE "licence_seats.cfg"     TO WS-CFG-NAME.
           SET KIND-SEATS               TO TRUE.
           PERFORM 0200-CHECK-FILE-START
           THRU    0200-CHECK-FILE-END.

           PERFORM 2900-CHECK-CLEAR-CRED-START
           THRU    2900-CHECK-CLEAR-CRED-END.

      *Verdict unique du pre-vol.
           IF WS-TOT-ERRORS > 0
               MOVE "ECHEC"             TO OUT-F-VERDICT
           ELSE
               MOVE "REUSSI"            TO OUT-F-VERDICT
           END-IF.
           MOVE WS-FILES-CHECKED        TO OUT-F-FILES.
           MOVE WS-FILES-ABSENT         TO OUT-F-ABSENT.
           MOVE WS-TOT-ERRORS           TO OUT-F-ERRORS.
           MOVE WS-TOT-WARNS            TO OUT-F-WARNS.
           MOVE WS-FINAL-LINE           TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           CLOSE F-REPORT.

           DISPLAY WS-FINAL-LINE.
           DISPLAY "Compte rendu dans cfgcheck.rpt.".

           EVALUATE TRUE
             WHEN WS-TOT-ERRORS > 0
               MOVE 8                   TO RETURN-CODE
             WHEN WS-TOT-WARNS > 0
               MOVE 4                   TO RETURN-CODE
             WHEN OTHER
               MOVE 0                   TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Controle complet du fichier WS-CFG-NAME : chaque ligne avec
      *la regle de sa nature, puis les controles d'ensemble, puis
      *le verdict du fichier.
       0200-CHECK-FILE-START.

           MOVE 0                       TO WS-LINE-NO.
           MOVE 0                       TO WS-DATA-LINES.
           MOVE 0                       TO WS-FILE-ERRORS.
           MOVE 0                       TO WS-FILE-WARNS.
           MOVE 0                       TO WS-STEP-COUNT.
           MOVE 0                       TO OT-LGHT.
           MOVE 0                       TO PS-LGHT.
           MOVE "N"                     TO WS-ADMIN-FLAG.

           MOVE WS-CFG-NAME             TO OUT-S-NAME.
           MOVE WS-SECTION-LINE         TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE SPACE                   TO F-CFG-STATUS.
           OPEN INPUT F-CFG.
           IF NOT F-CFG-STATUS-OK
               MOVE SPACE               TO F-CFG-STATUS
               IF FILE-IS-REQUIRED
                   MOVE "fichier absent : fichier indispensable"
                                        TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
                   MOVE "ECHEC"         TO OUT-V-VERDICT
               ELSE
                   ADD 1                TO WS-FILES-ABSENT
                   MOVE "ABSENT"        TO OUT-V-VERDICT
               END-IF
               GO TO 0200-CHECK-FILE-VERDICT
           END-IF.

           ADD 1                        TO WS-FILES-CHECKED.

           PERFORM UNTIL F-CFG-STATUS-EOF
             READ F-CFG
              AT END
                CONTINUE
              NOT AT END
                ADD 1                    TO WS-LINE-NO
                MOVE REC-F-CFG           TO WS-LINE
                PERFORM 0300-CHECK-LINE-START
                THRU    0300-CHECK-LINE-END
             END-READ
           END-PERFORM.

           CLOSE F-CFG.
           MOVE SPACE                   TO F-CFG-STATUS.

           MOVE 0                       TO WS-LINE-NO.
           PERFORM 0400-FILE-CHECKS-START
           THRU    0400-FILE-CHECKS-END.

           IF WS-FILE-ERRORS > 0
               MOVE "ECHEC"             TO OUT-V-VERDICT
           ELSE
               MOVE "OK"                TO OUT-V-VERDICT
           END-IF.

       0200-CHECK-FILE-VERDICT.

           MOVE WS-DATA-LINES           TO OUT-V-LINES.
           MOVE WS-FILE-ERRORS          TO OUT-V-ERRORS.
           MOVE WS-FILE-WARNS           TO OUT-V-WARNS.
           MOVE WS-VERDICT-LINE         TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0200-CHECK-FILE-END.

      ******************************************************************

      *Aiguille la ligne courante vers la regle de sa nature. Un
      *fichier d'une seule ligne n'est lu qu'en premiere ligne :
      *les suivantes sont sans effet et signalees comme telles.
       0300-CHECK-LINE-START.

           IF KIND-SINGLE-LINE
               IF WS-LINE-NO > 1
                   IF WS-LINE NOT = SPACES
                       MOVE "ligne sans effet : seule la premiere "
                          & "ligne est lue"
                                        TO WS-MSG
                       PERFORM 0910-LOG-WARN-START
                       THRU    0910-LOG-WARN-END
                   END-IF
                   GO TO 0300-CHECK-LINE-END
               END-IF
               IF WS-LINE = SPACES
                   MOVE "premiere ligne vide : valeurs par defaut"
                                        TO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
                   GO TO 0300-CHECK-LINE-END
               END-IF
           ELSE
               IF WS-LINE = SPACES
                   GO TO 0300-CHECK-LINE-END
               END-IF
               IF KIND-COMMENTS-OK AND WS-LINE(1:1) = "*"
                   GO TO 0300-CHECK-LINE-END
               END-IF
           END-IF.

           ADD 1                        TO WS-DATA-LINES.

           EVALUATE TRUE
             WHEN KIND-STEPS
               PERFORM 1000-CHECK-STEP-START
               THRU    1000-CHECK-STEP-END
             WHEN KIND-RETENTION
               PERFORM 1100-CHECK-RETENTION-START
               THRU    1100-CHECK-RETENTION-END
             WHEN KIND-THRESHOLD
               PERFORM 1200-CHECK-THRESHOLD-START
               THRU    1200-CHECK-THRESHOLD-END
             WHEN KIND-DISPATCH
               PERFORM 1300-CHECK-DISPATCH-START
               THRU    1300-CHECK-DISPATCH-END
             WHEN KIND-BOUNCE
               PERFORM 1400-CHECK-BOUNCE-START
               THRU    1400-CHECK-BOUNCE-END
             WHEN KIND-LOCKOUT
               PERFORM 1500-CHECK-LOCKOUT-START
               THRU    1500-CHECK-LOCKOUT-END
             WHEN KIND-EXPIRY
               PERFORM 1600-CHECK-EXPIRY-START
               THRU    1600-CHECK-EXPIRY-END
             WHEN KIND-OPERATORS
               PERFORM 1700-CHECK-OPERATOR-START
               THRU    1700-CHECK-OPERATOR-END
             WHEN KIND-PARAMS
               PERFORM 1800-CHECK-PARAM-START
               THRU    1800-CHECK-PARAM-END
             WHEN KIND-CALENDAR
               PERFORM 1900-CHECK-CALENDAR-START
               THRU    1900-CHECK-CALENDAR-END
             WHEN KIND-WINDOW
               PERFORM 2000-CHECK-WINDOW-START
               THRU    2000-CHECK-WINDOW-END
             WHEN KIND-CTRLIFE
               PERFORM 2100-CHECK-CTRLIFE-START
               THRU    2100-CHECK-CTRLIFE-END
             WHEN KIND-HRRECON
               PERFORM 2200-CHECK-HRRECON-START
               THRU    2200-CHECK-HRRECON-END
             WHEN KIND-ESCALATION
               PERFORM 2300-CHECK-ESCALATION-START
               THRU    2300-CHECK-ESCALATION-END
             WHEN KIND-OPSHOURS
               PERFORM 2400-CHECK-OPSHOURS-START
               THRU    2400-CHECK-OPSHOURS-END
             WHEN KIND-PWDHASH
               PERFORM 2500-CHECK-PWDHASH-START
               THRU    2500-CHECK-PWDHASH-END
             WHEN KIND-ERASURE
               PERFORM 2600-CHECK-ERASURE-START
               THRU    2600-CHECK-ERASURE-END
             WHEN KIND-SENDCAL
               PERFORM 2700-CHECK-SENDCAL-START
               THRU    2700-CHECK-SENDCAL-END
             WHEN KIND-SEATS
               PERFORM 2800-CHECK-SEATS-START
               THRU    2800-CHECK-SEATS-END
           END-EVALUATE.

           EXIT.
       0300-CHECK-LINE-END.

      ******************************************************************

      *Controles d'ensemble, une fois le fichier lu.
       0400-FILE-CHECKS-START.

           IF KIND-STEPS AND WS-STEP-COUNT = 0
               MOVE "enchainement vide : aucune etape a lancer"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF KIND-OPERATORS AND OT-LGHT > 0 AND NOT ADMIN-SEEN
               MOVE "aucun operateur ADMIN : validations a deux "
                  & "impossibles"
                                        TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       0400-FILE-CHECKS-END.

      ******************************************************************

      *Consigne une erreur sur la ligne courante (0 = le fichier).
       0900-LOG-ERROR-START.

           ADD 1                        TO WS-FILE-ERRORS.
           ADD 1                        TO WS-TOT-ERRORS.
           MOVE "ERREUR"                TO OUT-D-SEV.
           PERFORM 0920-WRITE-DETAIL-START
           THRU    0920-WRITE-DETAIL-END.

           EXIT.
       0900-LOG-ERROR-END.

      ******************************************************************

      *Consigne un avertissement sur la ligne courante.
       0910-LOG-WARN-START.

           ADD 1                        TO WS-FILE-WARNS.
           ADD 1                        TO WS-TOT-WARNS.
           MOVE "ATTENTION"             TO OUT-D-SEV.
           PERFORM 0920-WRITE-DETAIL-START
           THRU    0920-WRITE-DETAIL-END.

           EXIT.
       0910-LOG-WARN-END.

      ******************************************************************

      *Ecrit la ligne d'anomalie : ou, gravite, message.
       0920-WRITE-DETAIL-START.

           MOVE SPACES                  TO OUT-D-WHERE.
           IF WS-LINE-NO = 0
               MOVE "fichier"           TO OUT-D-WHERE
           ELSE
               MOVE WS-LINE-NO          TO WS-LINE-NO-ED
               STRING "ligne " WS-LINE-NO-ED
                      DELIMITED BY SIZE INTO OUT-D-WHERE
           END-IF.
           MOVE WS-MSG                  TO OUT-D-MSG.
           MOVE WS-DETAIL-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE SPACES                  TO WS-MSG.

           EXIT.
       0920-WRITE-DETAIL-END.

      ******************************************************************

      *Zone numerique WS-NUM-IN : contenu utile tout-chiffres d'au
      *plus WS-NUM-MAXLEN positions, cadre par NUMVAL comme le font
      *les programmes lecteurs.
       0950-CHECK-NUM-START.

           MOVE "N"                     TO WS-NUM-OK-FLAG.
           MOVE 0                       TO WS-NUM-VAL.

           IF WS-NUM-IN = SPACES
               GO TO 0950-CHECK-NUM-END
           END-IF.

           MOVE LENGTH OF FUNCTION TRIM(WS-NUM-IN) TO WS-NUM-LEN.
           IF WS-NUM-LEN > WS-NUM-MAXLEN
               GO TO 0950-CHECK-NUM-END
           END-IF.
           IF FUNCTION TRIM(WS-NUM-IN) IS NOT NUMERIC
               GO TO 0950-CHECK-NUM-END
           END-IF.

           COMPUTE WS-NUM-VAL = FUNCTION NUMVAL(WS-NUM-IN).
           SET NUM-IS-OK                TO TRUE.

           EXIT.
       0950-CHECK-NUM-END.

      ******************************************************************

      *Heure HHMM dans WS-NUM-IN : quatre chiffres, heure < 24,
      *minutes < 60.
       0960-CHECK-HHMM-START.

           MOVE "N"                     TO WS-HHMM-OK-FLAG.
           MOVE 4                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.

           IF NUM-IS-OK
             AND WS-NUM-LEN = 4
             AND WS-NUM-VAL < 2400
             AND FUNCTION MOD(WS-NUM-VAL, 100) < 60
               SET HHMM-IS-OK           TO TRUE
           END-IF.

           EXIT.
       0960-CHECK-HHMM-END.

      ******************************************************************

      *Le fichier WS-FILE-NAME existe-t-il ?
       0970-FILE-EXISTS-START.

           MOVE "N"                     TO WS-EXIST-FLAG.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FILE-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE = 0
               SET FILE-EXISTS          TO TRUE
           END-IF.
           MOVE 0                       TO RETURN-CODE.

           EXIT.
       0970-FILE-EXISTS-END.

      ******************************************************************

      *chain_steps.cfg : commande, budget en minutes, prerequis --
      *chaque prerequis designe une etape anterieure existante
      *(chainrun parcourt les etapes dans l'ordre : un prerequis
      *posterieur ou inexistant laisse l'etape en attente a vie).
       1000-CHECK-STEP-START.

           ADD 1                        TO WS-STEP-COUNT.

           IF SV-CMD = SPACES
               MOVE "commande absente" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF WS-STEP-COUNT > 10
               MOVE "au-dela de 10 etapes : ligne ignoree par "
                  & "chainrun"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF SV-SEP1 NOT = SPACE OR SV-SEP2 NOT = SPACE
             OR SV-REST NOT = SPACES
               MOVE "decalage de colonnes : commande en 1-70, "
                  & "budget en 72-75, prerequis en 77-96"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF SV-BUDGET NOT = SPACES
               MOVE SV-BUDGET           TO WS-NUM-IN
               MOVE 4                   TO WS-NUM-MAXLEN
               PERFORM 0950-CHECK-NUM-START
               THRU    0950-CHECK-NUM-END
               IF NOT NUM-IS-OK
                   STRING "budget illisible : " SV-BUDGET
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
           END-IF.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING SV-DEPS DELIMITED BY ","
                    INTO WS-F(1) WS-F(2) WS-F(3)
                         WS-F(4) WS-F(5) WS-F(6).
           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 5
               IF WS-F(WS-F-IDX) NOT = SPACES
                   MOVE WS-F(WS-F-IDX)  TO WS-NUM-IN
                   MOVE 2               TO WS-NUM-MAXLEN
                   PERFORM 0950-CHECK-NUM-START
                   THRU    0950-CHECK-NUM-END
                   IF NOT NUM-IS-OK
                       STRING "prerequis illisible : "
                              FUNCTION TRIM(WS-F(WS-F-IDX))
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   ELSE
                       MOVE WS-NUM-VAL  TO WS-DEP-VAL
                       IF WS-DEP-VAL = 0
                         OR WS-DEP-VAL >= WS-STEP-COUNT
                           MOVE WS-NUM-VAL TO WS-NUM-ED
                           STRING "prerequis "
                                  FUNCTION TRIM(WS-NUM-ED)
                                  " : pas une etape anterieure "
                                  "de l'enchainement"
                                  DELIMITED BY SIZE INTO WS-MSG
                           PERFORM 0900-LOG-ERROR-START
                           THRU    0900-LOG-ERROR-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-F(6) NOT = SPACES
               MOVE "plus de 5 prerequis : les suivants sont "
                  & "ignores"
                                        TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       1000-CHECK-STEP-END.

      ******************************************************************

      *retention.cfg : type L (journal) ou B (famille de
      *generations), retenue, reglages de date et d'archive ; une
      *famille B doit exister (son registre est present).
       1100-CHECK-RETENTION-START.

           IF RV-SEP1 NOT = SPACE OR RV-SEP2 NOT = SPACE
             OR RV-SEP3 NOT = SPACE OR RV-SEP4 NOT = SPACE
             OR RV-SEP5 NOT = SPACE OR RV-SEP6 NOT = SPACE
             OR RV-SEP7 NOT = SPACE OR RV-REST NOT = SPACES
               MOVE "decalage de colonnes dans la ligne de "
                  & "retention"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF RV-NAME = SPACES
               MOVE "nom de fichier absent" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE RV-KEEP                 TO WS-NUM-IN.
           MOVE 4                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK
               STRING "retenue illisible : " RV-KEEP
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           ELSE
               IF WS-NUM-VAL = 0
                   MOVE "retenue 0 : tout le contenu sera purge"
                                        TO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-IF
           END-IF.

           MOVE SPACES                  TO WS-FILE-NAME.
           MOVE RV-NAME                 TO WS-FILE-NAME.

           EVALUATE RV-KIND
             WHEN "L"
               IF RV-ARCHIVE NOT = "Y" AND RV-ARCHIVE NOT = "N"
                 AND RV-ARCHIVE NOT = SPACE
                   MOVE "archive : Y ou N attendu" TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
               IF RV-DATE-POS NOT = SPACES
                   MOVE RV-DATE-POS     TO WS-NUM-IN
                   MOVE 3               TO WS-NUM-MAXLEN
                   PERFORM 0950-CHECK-NUM-START
                   THRU    0950-CHECK-NUM-END
                   IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
                     OR WS-NUM-VAL > 241
                       STRING "position de date illisible : "
                              RV-DATE-POS
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   END-IF
               END-IF
               IF RV-DATE-FMT NOT = "T" AND RV-DATE-FMT NOT = "C"
                 AND RV-DATE-FMT NOT = SPACE
                   MOVE "format de date : T ou C attendu" TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
               IF RV-NAME NOT = SPACES
                   PERFORM 0970-FILE-EXISTS-START
                   THRU    0970-FILE-EXISTS-END
                   IF NOT FILE-EXISTS
                       STRING "journal absent, rien a ebarber : "
                              FUNCTION TRIM(RV-NAME)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0910-LOG-WARN-START
                       THRU    0910-LOG-WARN-END
                   END-IF
               END-IF
             WHEN "B"
               IF RV-PREFIX = SPACES
                   MOVE "prefixe des generations absent" TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
               IF RV-NAME NOT = SPACES
                   PERFORM 0970-FILE-EXISTS-START
                   THRU    0970-FILE-EXISTS-END
                   IF NOT FILE-EXISTS
                       STRING "famille de generations inconnue "
                              "(registre absent) : "
                              FUNCTION TRIM(RV-NAME)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   END-IF
               END-IF
             WHEN OTHER
               STRING "type inconnu : " RV-KIND
                      " (L journal ou B generations)"
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-EVALUATE.

           EXIT.
       1100-CHECK-RETENTION-END.

      ******************************************************************

      *alert_threshold.cfg : pourcentage de rejet, 1 a 3 chiffres
      *en colonnes 1-10.
       1200-CHECK-THRESHOLD-START.

           IF WS-LINE(11:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 10" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE WS-LINE(1:10)           TO WS-NUM-IN.
           MOVE 3                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           EVALUATE TRUE
             WHEN NOT NUM-IS-OK
               STRING "seuil illisible : "
                      FUNCTION TRIM(WS-LINE(1:10))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
             WHEN WS-NUM-VAL > 100
               MOVE "seuil au-dela de 100 % : alerte jamais levee"
                                        TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       1200-CHECK-THRESHOLD-END.

      ******************************************************************

      *dispatch.cfg : plafond de depots par passage, puis fenetre
      *de silence HHMM HHMM facultative.
       1300-CHECK-DISPATCH-START.

           IF WS-LINE(31:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 30" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING WS-LINE(1:30) DELIMITED BY ALL SPACE
                    INTO WS-F(1) WS-F(2) WS-F(3) WS-F(4).

           MOVE WS-F(1)                 TO WS-NUM-IN.
           MOVE 5                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK
               STRING "plafond de depots illisible : " WS-F(1)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           PERFORM VARYING WS-F-IDX FROM 2 BY 1 UNTIL WS-F-IDX > 3
               IF WS-F(WS-F-IDX) NOT = SPACES
                   MOVE WS-F(WS-F-IDX)  TO WS-NUM-IN
                   PERFORM 0960-CHECK-HHMM-START
                   THRU    0960-CHECK-HHMM-END
                   IF NOT HHMM-IS-OK
                       STRING "heure de silence illisible (HHMM) : "
                              WS-F(WS-F-IDX)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-F(2) NOT = SPACES AND WS-F(3) = SPACES
               MOVE "fenetre de silence sans heure de fin"
                                        TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.
           IF WS-F(4) NOT = SPACES
               MOVE "champ en trop, sans effet" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       1300-CHECK-DISPATCH-END.

      ******************************************************************

      *bounce.cfg : seuil d'echecs temporaires, 1 a 999.
       1400-CHECK-BOUNCE-START.

           IF WS-LINE(11:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 10" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE WS-LINE(1:10)           TO WS-NUM-IN.
           MOVE 3                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
               STRING "seuil d'echecs illisible (1 a 999) : "
                      FUNCTION TRIM(WS-LINE(1:10))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       1400-CHECK-BOUNCE-END.

      ******************************************************************

      *auth_lockout.cfg : echecs admis (1 a 99) puis minutes de
      *carence (0 a 9999).
       1500-CHECK-LOCKOUT-START.

           IF WS-LINE(21:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 20" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING WS-LINE(1:20) DELIMITED BY ALL SPACE
                    INTO WS-F(1) WS-F(2) WS-F(3).

           MOVE WS-F(1)                 TO WS-NUM-IN.
           MOVE 2                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
               STRING "nombre d'echecs illisible (1 a 99) : "
                      WS-F(1)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF WS-F(2) NOT = SPACES
               MOVE WS-F(2)             TO WS-NUM-IN
               MOVE 4                   TO WS-NUM-MAXLEN
               PERFORM 0950-CHECK-NUM-START
               THRU    0950-CHECK-NUM-END
               IF NOT NUM-IS-OK
                   STRING "carence illisible (minutes) : " WS-F(2)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
           END-IF.

           IF WS-F(3) NOT = SPACES
               MOVE "champ en trop, sans effet" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       1500-CHECK-LOCKOUT-END.

      ******************************************************************

      *pwd_expiry.cfg : age maximal, premier et second preavis,
      *grace (90 14 3 7 a defaut) ; les preavis se suivent dans
      *l'ordre et tombent avant l'echeance.
       1600-CHECK-EXPIRY-START.

           IF WS-LINE(31:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 30" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE 90                      TO WS-MAX-AGE.
           MOVE 14                      TO WS-WARN1.
           MOVE 3                       TO WS-WARN2.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING WS-LINE(1:30) DELIMITED BY ALL SPACE
                    INTO WS-F(1) WS-F(2) WS-F(3) WS-F(4) WS-F(5).

           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 4
               IF WS-F(WS-F-IDX) NOT = SPACES
                   MOVE WS-F(WS-F-IDX)  TO WS-NUM-IN
                   MOVE 3               TO WS-NUM-MAXLEN
                   PERFORM 0950-CHECK-NUM-START
                   THRU    0950-CHECK-NUM-END
                   IF NOT NUM-IS-OK
                       STRING "valeur illisible (jours) : "
                              WS-F(WS-F-IDX)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   ELSE
                       EVALUATE WS-F-IDX
                         WHEN 1
                           MOVE WS-NUM-VAL TO WS-MAX-AGE
                         WHEN 2
                           MOVE WS-NUM-VAL TO WS-WARN1
                         WHEN 3
                           MOVE WS-NUM-VAL TO WS-WARN2
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MAX-AGE = 0
               MOVE "age maximal nul : tout mot de passe est echu"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.
           IF WS-WARN1 <= WS-WARN2
               MOVE "le premier preavis doit preceder le second"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.
           IF WS-WARN1 >= WS-MAX-AGE
               MOVE "premier preavis au-dela de l'age maximal"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.
           IF WS-F(5) NOT = SPACES
               MOVE "champ en trop, sans effet" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       1600-CHECK-EXPIRY-END.

      ******************************************************************

      *operators.cfg : identifiant en 1-20, role en 22-31 (ADMIN,
      *OPERATOR, READONLY ; vide = OPERATOR, ancien format).
       1700-CHECK-OPERATOR-START.

           IF OV-SEP1 NOT = SPACE OR OV-REST NOT = SPACES
               MOVE "decalage de colonnes : identifiant en 1-20, "
                  & "role en 22-31"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF OV-ID = SPACES
               MOVE "identifiant absent" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
               GO TO 1700-CHECK-OPERATOR-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(OV-ROLE) TO WS-ROLE.
           EVALUATE WS-ROLE
             WHEN "ADMIN"
               SET ADMIN-SEEN           TO TRUE
             WHEN "OPERATOR"
             WHEN "READONLY"
               CONTINUE
             WHEN SPACES
               MOVE "role absent : OPERATOR retenu" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
             WHEN OTHER
               STRING "role inconnu : " FUNCTION TRIM(OV-ROLE)
                      " (ADMIN, OPERATOR ou READONLY)"
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-EVALUATE.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                     UNTIL WS-OT-IDX > OT-LGHT OR WS-HIT > 0
               IF OT-ID(WS-OT-IDX) = OV-ID
                   MOVE WS-OT-IDX       TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT > 0
               STRING "identifiant en double, la derniere ligne "
                      "l'emporte : " FUNCTION TRIM(OV-ID)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           ELSE
               IF OT-LGHT < 200
                   ADD 1                TO OT-LGHT
                   MOVE OV-ID           TO OT-ID(OT-LGHT)
               END-IF
           END-IF.

           EXIT.
       1700-CHECK-OPERATOR-END.

      ******************************************************************

      *params.cfg : cle connue (nue ou prefixee de l'environnement)
      *et valeur conforme a sa nature ; la ligne ENV choisit
      *l'environnement. Le service ne retient que le premier mot
      *de la valeur.
       1800-CHECK-PARAM-START.

           IF WS-LINE(101:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 100" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE SPACES                  TO WS-PRM-KEY.
           MOVE SPACES                  TO WS-PRM-VALUE.
           MOVE SPACES                  TO WS-PRM-EXTRA.
           UNSTRING WS-LINE(1:100) DELIMITED BY ALL SPACE
                    INTO WS-PRM-KEY WS-PRM-VALUE WS-PRM-EXTRA.

           IF WS-PRM-VALUE = SPACES
               STRING "valeur absente pour la cle "
                      FUNCTION TRIM(WS-PRM-KEY)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
               GO TO 1800-CHECK-PARAM-END
           END-IF.
           IF WS-PRM-EXTRA NOT = SPACES
               STRING "valeur reduite a son premier mot : "
                      FUNCTION TRIM(WS-PRM-VALUE)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           IF WS-PRM-KEY = "ENV"
               IF FUNCTION UPPER-CASE(WS-PRM-VALUE) NOT = "PROD"
                 AND FUNCTION UPPER-CASE(WS-PRM-VALUE) NOT = "TEST"
                   STRING "environnement inhabituel : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-IF
               GO TO 1800-CHECK-PARAM-END
           END-IF.

      *Doublon : le service sert la premiere occurrence.
           MOVE 0                       TO WS-HIT.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                     UNTIL WS-PS-IDX > PS-LGHT OR WS-HIT > 0
               IF PS-KEY(WS-PS-IDX) = WS-PRM-KEY
                   MOVE WS-PS-IDX       TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT > 0
               STRING "cle en double, la premiere l'emporte : "
                      FUNCTION TRIM(WS-PRM-KEY)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           ELSE
               IF PS-LGHT >= 200
                   STRING "table des parametres pleine (200) : "
                          "cle ignoree : " FUNCTION TRIM(WS-PRM-KEY)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               ELSE
                   ADD 1                TO PS-LGHT
                   MOVE WS-PRM-KEY      TO PS-KEY(PS-LGHT)
               END-IF
           END-IF.

      *Cle prefixee de l'environnement : la cle nue fait foi.
           MOVE WS-PRM-KEY              TO WS-PRM-BARE.
           IF WS-PRM-KEY(1:5) = "PROD." OR WS-PRM-KEY(1:5) = "TEST."
               MOVE WS-PRM-KEY(6:35)    TO WS-PRM-BARE
           END-IF.

           SET KK-IDX                   TO 1.
           SEARCH KK
             AT END
               STRING "cle inconnue : " FUNCTION TRIM(WS-PRM-KEY)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
               GO TO 1800-CHECK-PARAM-END
             WHEN KK-KEY(KK-IDX) = WS-PRM-BARE
               CONTINUE
           END-SEARCH.

           EVALUATE KK-TYPE(KK-IDX)
             WHEN "N"
               MOVE WS-PRM-VALUE        TO WS-NUM-IN
               MOVE KK-MAXLEN(KK-IDX)   TO WS-NUM-MAXLEN
               PERFORM 0950-CHECK-NUM-START
               THRU    0950-CHECK-NUM-END
               IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
                   STRING "valeur numerique illisible pour "
                          FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "H"
               MOVE WS-PRM-VALUE        TO WS-NUM-IN
               PERFORM 0960-CHECK-HHMM-START
               THRU    0960-CHECK-HHMM-END
               IF NOT HHMM-IS-OK
                   STRING "heure illisible (HHMM) pour "
                          FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "R"
               IF FUNCTION UPPER-CASE(WS-PRM-VALUE) NOT = "REJET"
                 AND FUNCTION UPPER-CASE(WS-PRM-VALUE) NOT = "AVERT"
                 AND FUNCTION UPPER-CASE(WS-PRM-VALUE) NOT = "OFF"
                   STRING "mode inconnu (REJET, AVERT ou OFF) : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "Y"
               IF WS-PRM-VALUE(1:1) NOT = "Y"
                 AND WS-PRM-VALUE(1:1) NOT = "N"
                 AND WS-PRM-VALUE(1:1) NOT = "y"
                 AND WS-PRM-VALUE(1:1) NOT = "n"
                   STRING "Y ou N attendu pour "
                          FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "K"
               PERFORM 1850-CHECK-KINDS-START
               THRU    1850-CHECK-KINDS-END
             WHEN "E"
               MOVE 0                   TO WS-AT-COUNT
               INSPECT WS-PRM-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
               IF WS-AT-COUNT NOT = 1
                 OR WS-PRM-VALUE(1:1) = "@"
                   STRING "adresse de courrier illisible pour "
                          FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "D"
               MOVE 0                   TO WS-AT-COUNT
               INSPECT WS-PRM-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
               MOVE 0                   TO WS-DOT-COUNT
               INSPECT WS-PRM-VALUE TALLYING WS-DOT-COUNT FOR ALL "."
               IF WS-AT-COUNT NOT = 0 OR WS-DOT-COUNT = 0
                 OR WS-PRM-VALUE(1:1) = "."
                   STRING "domaine de courrier illisible pour "
                          FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "T"
               IF WS-PRM-VALUE(19:) NOT = SPACES
                   STRING "format de ticket trop long (18 au plus) "
                          "pour " FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN "L"
               IF WS-PRM-VALUE(1:2) IS NOT ALPHABETIC
                 OR WS-PRM-VALUE(1:1) = SPACE
                 OR WS-PRM-VALUE(2:1) = SPACE
                 OR WS-PRM-VALUE(3:) NOT = SPACES
                   STRING "code de langue de deux lettres attendu "
                          "pour " FUNCTION TRIM(WS-PRM-KEY) " : "
                          FUNCTION TRIM(WS-PRM-VALUE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       1800-CHECK-PARAM-END.

      ******************************************************************

      *Natures de message doublees par SMS : chacune doit etre une
      *nature que la plateforme emet.
       1850-CHECK-KINDS-START.

           MOVE SPACES                  TO WS-KIND-LIST.
           UNSTRING FUNCTION UPPER-CASE(WS-PRM-VALUE)
                    DELIMITED BY ","
                    INTO WS-KIND-ITEM(1) WS-KIND-ITEM(2)
                         WS-KIND-ITEM(3) WS-KIND-ITEM(4)
                         WS-KIND-ITEM(5) WS-KIND-ITEM(6).
           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 6
               EVALUATE WS-KIND-ITEM(WS-F-IDX)
                 WHEN SPACES
                 WHEN "WELCOME"
                 WHEN "RESET"
                 WHEN "EXPIRY"
                 WHEN "CTREND"
                 WHEN "CTROWNER"
                 WHEN "BREAKGLS"
                 WHEN "GREETING"
                 WHEN "DOMAINE"
                 WHEN "WORKQ"
                   CONTINUE
                 WHEN OTHER
                   STRING "nature de message inconnue : "
                          FUNCTION TRIM(WS-KIND-ITEM(WS-F-IDX))
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-EVALUATE
           END-PERFORM.

           EXIT.
       1850-CHECK-KINDS-END.

      ******************************************************************

      *run_calendar.cfg : WEEKEND OFF, ou un jour ferie AAAAMMJJ
      *qui soit une date du calendrier.
       1900-CHECK-CALENDAR-START.

           IF WS-LINE(1:11) = "WEEKEND OFF"
               GO TO 1900-CHECK-CALENDAR-END
           END-IF.

           IF WS-LINE(1:8) IS NOT NUMERIC
               STRING "ligne illisible (AAAAMMJJ ou WEEKEND OFF) : "
                      FUNCTION TRIM(WS-LINE(1:20))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
               GO TO 1900-CHECK-CALENDAR-END
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-LINE(1:8))) NOT = 0
               STRING "date hors calendrier : " WS-LINE(1:8)
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       1900-CHECK-CALENDAR-END.

      ******************************************************************

      *batch_window.cfg : fenetre de nuit en minutes, 1 a 9999.
       2000-CHECK-WINDOW-START.

           IF WS-LINE(11:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 10" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE WS-LINE(1:10)           TO WS-NUM-IN.
           MOVE 4                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           EVALUATE TRUE
             WHEN NOT NUM-IS-OK OR WS-NUM-VAL < 1
               STRING "fenetre illisible (minutes) : "
                      FUNCTION TRIM(WS-LINE(1:10))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
             WHEN WS-NUM-VAL > 1440
               MOVE "fenetre de plus de 24 heures" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       2000-CHECK-WINDOW-END.

      ******************************************************************

      *ctr_life.cfg : premier et second preavis de fin de mission
      *(14 3 a defaut), le premier avant le second.
       2100-CHECK-CTRLIFE-START.

           IF WS-LINE(31:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 30" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE 14                      TO WS-WARN1.
           MOVE 3                       TO WS-WARN2.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING WS-LINE(1:30) DELIMITED BY ALL SPACE
                    INTO WS-F(1) WS-F(2) WS-F(3).

           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 2
               IF WS-F(WS-F-IDX) NOT = SPACES
                   MOVE WS-F(WS-F-IDX)  TO WS-NUM-IN
                   MOVE 3               TO WS-NUM-MAXLEN
                   PERFORM 0950-CHECK-NUM-START
                   THRU    0950-CHECK-NUM-END
                   IF NOT NUM-IS-OK
                       STRING "preavis illisible (jours) : "
                              WS-F(WS-F-IDX)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   ELSE
                       IF WS-F-IDX = 1
                           MOVE WS-NUM-VAL TO WS-WARN1
                       ELSE
                           MOVE WS-NUM-VAL TO WS-WARN2
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-WARN1 <= WS-WARN2
               MOVE "le premier preavis doit preceder le second"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.
           IF WS-F(3) NOT = SPACES
               MOVE "champ en trop, sans effet" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       2100-CHECK-CTRLIFE-END.

      ******************************************************************

      *hr_recon.cfg : semaines consecutives avant action, 1 a 999.
       2200-CHECK-HRRECON-START.

           IF WS-LINE(11:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 10" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE WS-LINE(1:10)           TO WS-NUM-IN.
           MOVE 3                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
               STRING "nombre de semaines illisible (1 a 999) : "
                      FUNCTION TRIM(WS-LINE(1:10))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       2200-CHECK-HRRECON-END.

      ******************************************************************

      *incident_escalation.cfg : gravite F, E ou W en colonne 1,
      *seuil en colonnes 3-6.
       2300-CHECK-ESCALATION-START.

           IF EV-SEP1 NOT = SPACE OR EV-REST NOT = SPACES
               MOVE "decalage de colonnes : gravite en 1, seuil "
                  & "en 3-6"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF EV-SEV NOT = "F" AND EV-SEV NOT = "E"
             AND EV-SEV NOT = "W"
               STRING "gravite inconnue : " EV-SEV
                      " (F, E ou W)"
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE EV-LIMIT                TO WS-NUM-IN.
           MOVE 4                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK
               STRING "seuil d'escalade illisible : " EV-LIMIT
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       2300-CHECK-ESCALATION-END.

      ******************************************************************

      *ops_hours.cfg : ouverture et fermeture HHMM HHMM, dans cet
      *ordre.
       2400-CHECK-OPSHOURS-START.

           IF WS-LINE(21:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 20" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE 0800                    TO WS-OPEN-HHMM.
           MOVE 1800                    TO WS-CLOSE-HHMM.

           MOVE SPACES                  TO WS-FIELDS.
           UNSTRING WS-LINE(1:20) DELIMITED BY ALL SPACE
                    INTO WS-F(1) WS-F(2) WS-F(3).

           PERFORM VARYING WS-F-IDX FROM 1 BY 1 UNTIL WS-F-IDX > 2
               MOVE WS-F(WS-F-IDX)      TO WS-NUM-IN
               PERFORM 0960-CHECK-HHMM-START
               THRU    0960-CHECK-HHMM-END
               IF NOT HHMM-IS-OK
                   STRING "heure illisible (HHMM) : "
                          WS-F(WS-F-IDX)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               ELSE
                   IF WS-F-IDX = 1
                       MOVE WS-NUM-VAL  TO WS-OPEN-HHMM
                   ELSE
                       MOVE WS-NUM-VAL  TO WS-CLOSE-HHMM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-OPEN-HHMM >= WS-CLOSE-HHMM
               MOVE "ouverture apres la fermeture" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.
           IF WS-F(3) NOT = SPACES
               MOVE "champ en trop, sans effet" TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
           END-IF.

           EXIT.
       2400-CHECK-OPSHOURS-END.

      ******************************************************************

      *pwd_hash.cfg : iterations du condensat, 1 a 9999.
       2500-CHECK-PWDHASH-START.

           IF WS-LINE(11:) NOT = SPACES
               MOVE "donnees au-dela de la colonne 10" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE WS-LINE(1:10)           TO WS-NUM-IN.
           MOVE 4                       TO WS-NUM-MAXLEN.
           PERFORM 0950-CHECK-NUM-START
           THRU    0950-CHECK-NUM-END.
           IF NOT NUM-IS-OK OR WS-NUM-VAL < 1
               STRING "iterations illisibles (1 a 9999) : "
                      FUNCTION TRIM(WS-LINE(1:10))
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       2500-CHECK-PWDHASH-END.

      ******************************************************************

      *erasure_rules.cfg : traitement S, P ou A, fichier, zones
      *(nature I/N/E, position, longueur tenant dans la ligne),
      *famille de generations facultative -- la regle de forget ;
      *fichier ou registre absent signale.
       2600-CHECK-ERASURE-START.

           IF UV-SEP1 NOT = SPACE OR UV-SEP2 NOT = SPACE
             OR UV-SEP3 NOT = SPACE OR UV-SEP4 NOT = SPACE
             OR UV-REST NOT = SPACES
               MOVE "decalage de colonnes dans la regle "
                  & "d'effacement"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF UV-ACTION NOT = "S" AND UV-ACTION NOT = "P"
             AND UV-ACTION NOT = "A"
               STRING "traitement inconnu : " UV-ACTION
                      " (S, P ou A)"
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF UV-FILE = SPACES
               MOVE "nom de fichier absent" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF UV-KIND(1) = SPACE
               MOVE "aucune zone ou chercher la personne"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 6
               IF UV-KIND(WS-K) NOT = SPACE
                   IF (UV-KIND(WS-K) NOT = "I"
                       AND UV-KIND(WS-K) NOT = "N"
                       AND UV-KIND(WS-K) NOT = "E")
                     OR UV-POS(WS-K) IS NOT NUMERIC
                     OR UV-LEN(WS-K) IS NOT NUMERIC
                       MOVE WS-K        TO WS-NUM-ED
                       STRING "zone " FUNCTION TRIM(WS-NUM-ED)
                              " illisible (I/N/E, position et "
                              "longueur sur 3 chiffres)"
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0900-LOG-ERROR-START
                       THRU    0900-LOG-ERROR-END
                   ELSE
                       MOVE UV-POS(WS-K) TO WS-POS
                       MOVE UV-LEN(WS-K) TO WS-LEN
                       IF WS-POS < 1 OR WS-LEN < 1 OR WS-LEN > 50
                         OR WS-POS + WS-LEN - 1 > 250
                           MOVE WS-K    TO WS-NUM-ED
                           STRING "zone " FUNCTION TRIM(WS-NUM-ED)
                                  " hors de la ligne (250 octets, "
                                  "50 par zone)"
                                  DELIMITED BY SIZE INTO WS-MSG
                           PERFORM 0900-LOG-ERROR-START
                           THRU    0900-LOG-ERROR-END
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF UV-FILE NOT = SPACES
               MOVE SPACES              TO WS-FILE-NAME
               MOVE UV-FILE             TO WS-FILE-NAME
               PERFORM 0970-FILE-EXISTS-START
               THRU    0970-FILE-EXISTS-END
               IF NOT FILE-EXISTS
                   STRING "fichier absent, regle sans objet : "
                          FUNCTION TRIM(UV-FILE)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-IF
           END-IF.

           IF UV-GENREG NOT = SPACES
               IF UV-PREFIX = SPACES
                   MOVE "famille de generations sans prefixe"
                                        TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
               MOVE SPACES              TO WS-FILE-NAME
               MOVE UV-GENREG           TO WS-FILE-NAME
               PERFORM 0970-FILE-EXISTS-START
               THRU    0970-FILE-EXISTS-END
               IF NOT FILE-EXISTS
                   STRING "registre de generations absent : "
                          FUNCTION TRIM(UV-GENREG)
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-IF
           END-IF.

           EXIT.
       2600-CHECK-ERASURE-END.

      ******************************************************************

      *sender_calendar.cfg : extract, jours attendus du lundi au
      *dimanche (O attendu, N non), volume minimal et maximal en
      *lignes sur 7 chiffres, le minimum au plus egal au maximum --
      *la lecture du lot de validation.
       2700-CHECK-SENDCAL-START.

           IF CV-SEP1 NOT = SPACE OR CV-SEP2 NOT = SPACE
             OR CV-SEP3 NOT = SPACE OR CV-REST NOT = SPACES
               MOVE "decalage de colonnes dans le calendrier de "
                  & "livraison"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF CV-FILE = SPACES
               MOVE "nom d'extract absent" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           MOVE 0                       TO WS-K.
           INSPECT CV-DAYS TALLYING WS-K FOR ALL "O" ALL "N".
           IF WS-K NOT = 7
               STRING "jours attendus illisibles (7 fois O ou N, "
                      "du lundi au dimanche) : " CV-DAYS
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           ELSE
               IF CV-DAYS = "NNNNNNN"
                   MOVE "aucun jour attendu : ligne sans effet"
                                        TO WS-MSG
                   PERFORM 0910-LOG-WARN-START
                   THRU    0910-LOG-WARN-END
               END-IF
           END-IF.

           IF CV-MIN IS NOT NUMERIC OR CV-MAX IS NOT NUMERIC
               MOVE "volume attendu illisible (minimum et maximum "
                  & "sur 7 chiffres)"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           ELSE
               IF CV-MIN > CV-MAX
                   MOVE "volume minimal au-dela du maximal"
                                        TO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               END-IF
           END-IF.

           EXIT.
       2700-CHECK-SENDCAL-END.

      ******************************************************************

      *licence_seats.cfg : profil, nombre de places contractees sur
      *5 chiffres, date de renouvellement AAAAMMJJ et conduite a
      *tenir quand les places sont prises (A avertir, R refuser) --
      *la lecture de seatchk et du rapport de licences. Un contrat
      *a renouveler deja echu est signale.
       2800-CHECK-SEATS-START.

           IF LV-SEP1 NOT = SPACE OR LV-SEP2 NOT = SPACE
             OR LV-SEP3 NOT = SPACE OR LV-REST NOT = SPACES
               MOVE "decalage de colonnes dans le fichier des "
                  & "licences"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF LV-ROLE = SPACES
               MOVE "profil absent" TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF LV-COUNT IS NOT NUMERIC
               STRING "nombre de places illisible (5 chiffres) : "
                      LV-COUNT
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           IF LV-RENEWAL IS NOT NUMERIC
               STRING "date de renouvellement illisible (AAAAMMJJ) : "
                      LV-RENEWAL
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(LV-RENEWAL)) NOT = 0
                   STRING "date de renouvellement hors calendrier : "
                          LV-RENEWAL
                          DELIMITED BY SIZE INTO WS-MSG
                   PERFORM 0900-LOG-ERROR-START
                   THRU    0900-LOG-ERROR-END
               ELSE
                   IF LV-RENEWAL < WS-NOW(1:8)
                       STRING "contrat echu le " LV-RENEWAL
                              " : " FUNCTION TRIM(LV-ROLE)
                              DELIMITED BY SIZE INTO WS-MSG
                       PERFORM 0910-LOG-WARN-START
                       THRU    0910-LOG-WARN-END
                   END-IF
               END-IF
           END-IF.

           IF LV-MODE NOT = "A" AND LV-MODE NOT = "R"
               STRING "conduite illisible (A avertir, R refuser) : "
                      LV-MODE
                      DELIMITED BY SIZE INTO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
           END-IF.

           EXIT.
       2800-CHECK-SEATS-END.

      ******************************************************************

      *db_credentials.cfg : l'acces en clair a la base est refuse
      *par dbcred hors TEST -- le pre-vol arrete la chaine avant
      *que chaque programme echoue a la connexion. Son absence est
      *l'etat normal.
       2900-CHECK-CLEAR-CRED-START.

           MOVE 0                       TO WS-LINE-NO.
           MOVE 0                       TO WS-DATA-LINES.
           MOVE 0                       TO WS-FILE-ERRORS.
           MOVE 0                       TO WS-FILE-WARNS.

           MOVE "db_credentials.cfg"    TO OUT-S-NAME.
           MOVE WS-SECTION-LINE         TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           ADD 1                        TO WS-FILES-CHECKED.

           MOVE SPACES                  TO WS-FILE-NAME.
           MOVE "db_credentials.cfg"    TO WS-FILE-NAME.
           PERFORM 0970-FILE-EXISTS-START
           THRU    0970-FILE-EXISTS-END.
           IF NOT FILE-EXISTS
               MOVE "OK"                TO OUT-V-VERDICT
               GO TO 2900-CHECK-CLEAR-CRED-VERDICT
           END-IF.

           MOVE SPACES                  TO WS-ENV-VALUE.
           CALL "param" USING WS-ENV-KEY WS-ENV-VALUE.
           MOVE 0                       TO RETURN-CODE.
           IF WS-ENV-VALUE = "TEST"
               MOVE "acces base en clair, admis en TEST seulement"
                                        TO WS-MSG
               PERFORM 0910-LOG-WARN-START
               THRU    0910-LOG-WARN-END
               MOVE "OK"                TO OUT-V-VERDICT
           ELSE
               MOVE "acces base en clair refuse hors TEST : le "
                  & "proteger par crdadm IMPORT"
                                        TO WS-MSG
               PERFORM 0900-LOG-ERROR-START
               THRU    0900-LOG-ERROR-END
               MOVE "ECHEC"             TO OUT-V-VERDICT
           END-IF.

       2900-CHECK-CLEAR-CRED-VERDICT.

           MOVE WS-DATA-LINES           TO OUT-V-LINES.
           MOVE WS-FILE-ERRORS          TO OUT-V-ERRORS.
           MOVE WS-FILE-WARNS           TO OUT-V-WARNS.
           MOVE WS-VERDICT-LINE         TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       2900-CHECK-CLEAR-CRED-END.
