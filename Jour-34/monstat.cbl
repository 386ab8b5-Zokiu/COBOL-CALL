      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. monstat.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit alimentee par audit : creations, changements
      *de statut, suppressions et reinitialisations de mot de passe.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Journal des passages du lot de validation : une ligne par
      *fichier source (volumes lus et rejetes par emetteur).
           SELECT F-JOURNAL ASSIGN TO "run_journal.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-JOURNAL-STATUS.

      *Historique cumulatif des rejets dates, pour le motif de rejet
      *dominant de chaque emetteur.
           SELECT F-HIST ASSIGN TO "errors_history.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-HIST-STATUS.

      *Bilan de chaque passage de dispatch : notifications envoyees
      *et echecs definitifs.
           SELECT F-SUMMARY ASSIGN TO "dispatch_summary.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUMMARY-STATUS.

      *Dossier statistique mensuel imprimable.
           SELECT F-REPORT ASSIGN TO "monthly_stats.rpt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      *Meme contenu en fichier delimite (";") pour le tableur des
      *finances : une ligne par chiffre.
           SELECT F-CSV ASSIGN TO "monthly_stats.csv"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-CSV-STATUS.

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

       FD  F-JOURNAL.

       01  REC-F-JOURNAL       PIC X(160).

       FD  F-HIST.

       01  REC-F-HIST.
           05 HIST-DATE        PIC X(08).
           05 FILLER           PIC X(01).
           05 HIST-ID          PIC X(10).
           05 FILLER           PIC X(01).
           05 HIST-REASON      PIC X(30).
           05 FILLER           PIC X(01).
           05 HIST-SRC         PIC X(40).

       FD  F-SUMMARY.

       01  REC-F-SUMMARY       PIC X(200).

       FD  F-REPORT.

       01  REC-F-REPORT        PIC X(100).

       FD  F-CSV.

       01  REC-F-CSV           PIC X(160).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-JOURNAL-STATUS    PIC X(02) VALUE SPACE.
           88 F-JOURNAL-STATUS-OK          VALUE "00".
           88 F-JOURNAL-STATUS-EOF         VALUE "10".

       01  F-HIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-HIST-STATUS-OK             VALUE "00".
           88 F-HIST-STATUS-EOF            VALUE "10".

       01  F-SUMMARY-STATUS    PIC X(02) VALUE SPACE.
           88 F-SUMMARY-STATUS-OK          VALUE "00".
           88 F-SUMMARY-STATUS-EOF         VALUE "10".

       01  F-REPORT-STATUS     PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK           VALUE "00".

       01  F-CSV-STATUS        PIC X(02) VALUE SPACE.
           88 F-CSV-STATUS-OK              VALUE "00".

      *Mois analyse (AAAAMM), premier parametre de la ligne de
      *commande ; a defaut, le mois courant. Chaque chiffre est
      *compare au mois precedent.
       01  WS-CMD-LINE         PIC X(60).
       01  WS-ARG1             PIC X(20).
       01  WS-MONTH            PIC X(06).
       01  WS-PRIOR-MONTH      PIC X(06).
       01  WS-PRIOR-NUM.
           05 WS-PRIOR-YYYY    PIC 9(04).
           05 WS-PRIOR-MM      PIC 9(02).

       01  WS-NOW              PIC X(21).

      *Periode de la ligne lue : 1 = mois analyse, 2 = mois
      *precedent, 0 = hors champ.
       01  WS-PER              PIC 9(01).
       01  WS-LINE-MONTH       PIC X(06).

      *Mouvements de comptes suivis, dans l'ordre du rapport.
       01  MV-LABEL-LIST.
           05 FILLER           PIC X(20) VALUE "Creations".
           05 FILLER           PIC X(20) VALUE "Desactivations".
           05 FILLER           PIC X(20) VALUE "Reactivations".
           05 FILLER           PIC X(20) VALUE "Suppressions".
           05 FILLER           PIC X(20) VALUE "Reinit. mot de passe".
       01  MV-LABEL-TABLE REDEFINES MV-LABEL-LIST.
           05 MV-LABEL         PIC X(20) OCCURS 5 TIMES.

       01  WS-MV               PIC 9(01).
       01  WS-MV-IDX           PIC 9(01).

      *Role connu de chaque compte, tenu a jour au fil de la piste
      *(creation, changement de role) : les changements de statut
      *et les reinitialisations ne portent pas le role.
       01  ACCOUNT-TABLE.
           05 AC-LGHT          PIC 9(05) VALUE ZERO.
           05 AC-MAX           PIC 9(05) VALUE 20000.
           05 AC OCCURS 20000 TIMES INDEXED BY AC-IDX.
                10 AC-NAME      PIC X(50).
                10 AC-ROLE      PIC X(10).

       01  WS-AC-HIT           PIC 9(05).
       01  WS-AC-FULL-SHOWN    PIC X(01) VALUE "N".
       01  WS-ROLE             PIC X(10).
       01  WS-DEL-ROLE         PIC X(10).
       01  WS-DEL-REST         PIC X(20).

      *Mouvements par role, pour le mois analyse (1) et le mois
      *precedent (2) ; un compte dont le role n'est pas connu de la
      *piste est compte sous "(inconnu)".
       01  ROLE-TABLE.
           05 RL-LGHT          PIC 9(02) VALUE ZERO.
           05 RL-MAX           PIC 9(02) VALUE 30.
           05 RL OCCURS 30 TIMES INDEXED BY RL-IDX.
                10 RL-NAME      PIC X(10).
                10 RL-PER OCCURS 2 TIMES.
                   15 RL-CNT    PIC 9(07) OCCURS 5 TIMES.

       01  WS-RL-HIT           PIC 9(02).

      *Mouvements par semaine du mois (jours 1-7, 8-14, 15-21,
      *22-28, 29 et suivants), et totaux du mois.
       01  WEEK-TABLE.
           05 WK OCCURS 5 TIMES.
                10 WK-PER OCCURS 2 TIMES.
                   15 WK-CNT    PIC 9(07) OCCURS 5 TIMES.

       01  TOTAL-TABLE.
           05 TT-PER OCCURS 2 TIMES.
                10 TT-CNT       PIC 9(07) OCCURS 5 TIMES.

       01  WS-DAY              PIC 9(02).
       01  WS-WEEK             PIC 9(01).

       01  WEEK-LABEL-LIST.
           05 FILLER           PIC X(20) VALUE "Semaine 1 (j. 01-07)".
           05 FILLER           PIC X(20) VALUE "Semaine 2 (j. 08-14)".
           05 FILLER           PIC X(20) VALUE "Semaine 3 (j. 15-21)".
           05 FILLER           PIC X(20) VALUE "Semaine 4 (j. 22-28)".
           05 FILLER           PIC X(20) VALUE "Semaine 5 (j. 29-31)".
       01  WEEK-LABEL-TABLE REDEFINES WEEK-LABEL-LIST.
           05 WK-LABEL         PIC X(20) OCCURS 5 TIMES.

      *Volumes par emetteur (fichier source du lot), et motifs de
      *rejet du mois analyse pour le motif dominant.
       01  SENDER-TABLE.
           05 EM-LGHT          PIC 9(02) VALUE ZERO.
           05 EM-MAX           PIC 9(02) VALUE 50.
           05 EM OCCURS 50 TIMES INDEXED BY EM-IDX.
                10 EM-NAME      PIC X(40).
                10 EM-PER OCCURS 2 TIMES.
                   15 EM-LUS    PIC 9(07).
                   15 EM-REJ    PIC 9(07).
                10 EM-RS-LGHT   PIC 9(02).
                10 EM-RS OCCURS 10 TIMES.
                   15 EM-RS-REASON PIC X(30).
                   15 EM-RS-COUNT  PIC 9(07).

       01  WS-EM-HIT           PIC 9(02).
       01  WS-EM-KEY           PIC X(40).
       01  WS-RS-IDX           PIC 9(02).
       01  WS-RS-HIT           PIC 9(02).
       01  WS-RS-BEST          PIC 9(02).

      *Valeurs extraites d'une ligne du journal des passages.
       01  WS-J-LUS            PIC 9(07).
       01  WS-J-REJ            PIC 9(07).

      *Notifications envoyees et echecs definitifs par periode,
      *courrier et SMS a part.
       01  NOTIF-TABLE.
           05 NT-PER OCCURS 2 TIMES.
                10 NT-SENT      PIC 9(07).
                10 NT-BOUNCED   PIC 9(07).
                10 NT-SMS-SENT  PIC 9(07).
                10 NT-SMS-BOUNCED PIC 9(07).

      *Chiffre en cours d'ecriture : rubrique, cle, libelle,
      *valeurs des deux mois, evolution et variation en pourcentage.
       01  WS-FIG-SECTION      PIC X(12).
       01  WS-FIG-KEY          PIC X(40).
       01  WS-FIG-LABEL        PIC X(20).
       01  WS-FIG-CUR          PIC 9(07).
       01  WS-FIG-PRV          PIC 9(07).
       01  WS-FIG-DELTA        PIC S9(07).
       01  WS-FIG-PCT          PIC S9(05)V9(01).
       01  WS-FIG-PCT-ABS      PIC 9(05)V9(01).
       01  WS-FIG-PCT-PARTS REDEFINES WS-FIG-PCT-ABS.
           05 WS-FIG-PCT-INT   PIC 9(05).
           05 WS-FIG-PCT-DEC   PIC 9(01).

      *Taux de rejet (en pour cent, au dixieme) des deux mois.
       01  WS-RATE-CUR         PIC 9(03)V9(01).
       01  WS-RATE-PRV         PIC 9(03)V9(01).
       01  WS-RATE-DELTA       PIC S9(03)V9(01).
       01  WS-RATE-ABS         PIC 9(03)V9(01).
       01  WS-RATE-PARTS REDEFINES WS-RATE-ABS.
           05 WS-RATE-INT      PIC 9(03).
           05 WS-RATE-DEC      PIC 9(01).
       01  WS-RATE-CUR-X       PIC X(10).
       01  WS-RATE-PRV-X       PIC X(10).
       01  WS-RATE-DELTA-X     PIC X(10).

      *Zones de mise en forme des nombres du fichier delimite.
       01  WS-CSV-CUR          PIC Z(06)9.
       01  WS-CSV-PRV          PIC Z(06)9.
       01  WS-CSV-DELTA        PIC -(07)9.
       01  WS-CSV-INT          PIC Z(04)9.
       01  WS-CSV-SIGN         PIC X(01).
       01  WS-CSV-PCT          PIC X(10).

       01  WS-LINE-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-HEADER.
           05 FILLER           PIC X(43) VALUE
                  "STATISTIQUES MENSUELLES DES COMPTES - MOIS ".
           05 OUT-H-MONTH      PIC X(06).
           05 FILLER           PIC X(14) VALUE " (precedent : ".
           05 OUT-H-PRIOR      PIC X(06).
           05 FILLER           PIC X(01) VALUE ")".

       01  WS-COL-LINE.
           05 FILLER           PIC X(26) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE "      Mois".
           05 FILLER           PIC X(10) VALUE " Precedent".
           05 FILLER           PIC X(11) VALUE "  Evolution".
           05 FILLER           PIC X(11) VALUE "     Var. %".

       01  WS-KEY-LINE.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-K-KEY        PIC X(40).

       01  WS-FIG-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 OUT-F-LABEL      PIC X(22).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 OUT-F-CUR        PIC ZZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 OUT-F-PRV        PIC ZZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 OUT-F-DELTA      PIC +(07)9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 OUT-F-PCT        PIC X(08).

       01  WS-PCT-EDIT         PIC +(04)9.9.

       01  WS-RATE-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 OUT-T-LABEL      PIC X(22).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 OUT-T-CUR        PIC ZZ9.9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 OUT-T-PRV        PIC ZZ9.9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 OUT-T-DELTA      PIC +(03)9.9.
           05 FILLER           PIC X(04) VALUE " pt".

       01  WS-REASON-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE "Motif dominant : ".
           05 OUT-M-REASON     PIC X(30).
           05 FILLER           PIC X(02) VALUE " (".
           05 OUT-M-COUNT      PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE ")".

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Dossier statistique mensuel de la gestion des comptes :
      *mouvements de comptes par role et par semaine (piste
      *d'audit), volumes et taux de rejet par emetteur (journal des
      *passages, historique des rejets), notifications envoyees et
      *en echec (bilan du dispatch), chaque chiffre compare au mois
      *precedent. Sortie imprimable et fichier delimite pour le
      *tableur des finances.
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1.

           IF WS-ARG1(1:6) IS NUMERIC
               MOVE WS-ARG1(1:6)        TO WS-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE WS-NOW(1:6)         TO WS-MONTH
           END-IF.

      *Mois precedent, avec bascule d'annee en janvier.
           MOVE WS-MONTH                TO WS-PRIOR-NUM.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1               FROM WS-PRIOR-YYYY
               MOVE 12                  TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1               FROM WS-PRIOR-MM
           END-IF.
           MOVE WS-PRIOR-NUM            TO WS-PRIOR-MONTH.

           INITIALIZE WEEK-TABLE TOTAL-TABLE NOTIF-TABLE.

           PERFORM 0100-SCAN-AUDIT-START
           THRU    0100-SCAN-AUDIT-END.

           PERFORM 0200-SCAN-JOURNAL-START
           THRU    0200-SCAN-JOURNAL-END.

           PERFORM 0300-SCAN-HISTORY-START
           THRU    0300-SCAN-HISTORY-END.

           PERFORM 0400-SCAN-DISPATCH-START
           THRU    0400-SCAN-DISPATCH-END.

           OPEN OUTPUT F-REPORT.
           IF NOT F-REPORT-STATUS-OK
               DISPLAY "Erreur a l'ouverture de monthly_stats.rpt, "
                       "statut : " F-REPORT-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-CSV.
           IF NOT F-CSV-STATUS-OK
               DISPLAY "Erreur a l'ouverture de monthly_stats.csv, "
                       "statut : " F-CSV-STATUS
               CLOSE F-REPORT
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-MONTH                TO OUT-H-MONTH.
           MOVE WS-PRIOR-MONTH          TO OUT-H-PRIOR.
           MOVE WS-HEADER               TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE SPACES                  TO REC-F-CSV.
           STRING "PERIODE;RUBRIQUE;CLE;INDICATEUR;MOIS;PRECEDENT;"
                  "EVOLUTION;VARIATION_PCT"
                  DELIMITED BY SIZE INTO REC-F-CSV.
           WRITE REC-F-CSV.

           PERFORM 0500-WRITE-ACCOUNTS-START
           THRU    0500-WRITE-ACCOUNTS-END.

           PERFORM 0600-WRITE-SENDERS-START
           THRU    0600-WRITE-SENDERS-END.

           PERFORM 0700-WRITE-NOTIF-START
           THRU    0700-WRITE-NOTIF-END.

           CLOSE F-REPORT.
           CLOSE F-CSV.

           DISPLAY "Statistiques de " WS-MONTH
                   " ecrites dans monthly_stats.rpt et "
                   "monthly_stats.csv (" WS-LINE-COUNT " chiffres).".

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Parcourt toute la piste d'audit dans l'ordre chronologique :
      *le role de chaque compte est suivi depuis le debut de la
      *piste, les mouvements ne sont comptes que pour les deux mois
      *compares.
       0100-SCAN-AUDIT-START.

           OPEN INPUT F-AUDIT.

           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Pas de piste d'audit a analyser."
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0100-SCAN-AUDIT-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-NOM NOT = SPACES
                    PERFORM 0110-AUDIT-LINE-START
                    THRU    0110-AUDIT-LINE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.

           EXIT.
       0100-SCAN-AUDIT-END.

      ******************************************************************

      *Classe la ligne d'audit courante : tenue du role du compte,
      *puis mouvement compte si la ligne tombe dans un des deux
      *mois. Une reactivation est un passage au statut "A" depuis
      *un autre statut ; le deverrouillage qui l'accompagne n'est
      *pas recompte.
       0110-AUDIT-LINE-START.

           STRING AUD-TIMESTAMP(1:4) AUD-TIMESTAMP(6:2)
                  DELIMITED BY SIZE INTO WS-LINE-MONTH.
           EVALUATE WS-LINE-MONTH
               WHEN WS-MONTH
                   MOVE 1               TO WS-PER
               WHEN WS-PRIOR-MONTH
                   MOVE 2               TO WS-PER
               WHEN OTHER
                   MOVE 0               TO WS-PER
           END-EVALUATE.

           MOVE 0                       TO WS-MV.

           EVALUATE AUD-ACTION
             WHEN "INSERT"
               MOVE AUD-AFTER(1:10)     TO WS-ROLE
               PERFORM 0120-SET-ROLE-START
               THRU    0120-SET-ROLE-END
               MOVE 1                   TO WS-MV
             WHEN "ROLE"
               MOVE AUD-AFTER(1:10)     TO WS-ROLE
               PERFORM 0120-SET-ROLE-START
               THRU    0120-SET-ROLE-END
             WHEN "STATUT"
               IF AUD-AFTER(1:1) = "D"
                 AND AUD-BEFORE(1:1) NOT = "D"
                   MOVE 2               TO WS-MV
               END-IF
               IF AUD-AFTER(1:1) = "A"
                 AND AUD-BEFORE(1:1) NOT = "A"
                   MOVE 3               TO WS-MV
               END-IF
             WHEN "DELETE"
               MOVE 4                   TO WS-MV
             WHEN "RESET-EMIS"
               MOVE 5                   TO WS-MV
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-PER = 0 OR WS-MV = 0
               GO TO 0110-AUDIT-LINE-END
           END-IF.

      *Role du compte : celui de la ligne pour une creation, celui
      *releve avant suppression pour une suppression, a defaut le
      *dernier connu de la piste.
           EVALUATE WS-MV
             WHEN 1
               CONTINUE
             WHEN 4
               MOVE SPACES              TO WS-DEL-ROLE
               UNSTRING AUD-BEFORE DELIMITED BY "/"
                        INTO WS-DEL-ROLE WS-DEL-REST
               IF WS-DEL-ROLE NOT = SPACES
                   MOVE WS-DEL-ROLE     TO WS-ROLE
               ELSE
                   PERFORM 0130-GET-ROLE-START
                   THRU    0130-GET-ROLE-END
               END-IF
             WHEN OTHER
               PERFORM 0130-GET-ROLE-START
               THRU    0130-GET-ROLE-END
           END-EVALUATE.

           IF WS-ROLE = SPACES
               MOVE "(inconnu)"         TO WS-ROLE
           END-IF.

           PERFORM 0140-COUNT-MOVE-START
           THRU    0140-COUNT-MOVE-END.

           EXIT.
       0110-AUDIT-LINE-END.

      ******************************************************************

      *Retient WS-ROLE comme role courant du compte de la ligne
      *(entree creee au premier mouvement du compte).
       0120-SET-ROLE-START.

           PERFORM 0125-FIND-ACCOUNT-START
           THRU    0125-FIND-ACCOUNT-END.

           IF WS-AC-HIT > 0
               MOVE WS-ROLE             TO AC-ROLE(WS-AC-HIT)
               GO TO 0120-SET-ROLE-END
           END-IF.

           IF AC-LGHT >= AC-MAX
               IF WS-AC-FULL-SHOWN = "N"
                   DISPLAY "Table des comptes pleine (" AC-MAX
                           ") : roles suivants non suivis."
                   MOVE "Y"             TO WS-AC-FULL-SHOWN
               END-IF
               GO TO 0120-SET-ROLE-END
           END-IF.

           ADD 1                        TO AC-LGHT.
           MOVE AUD-NOM                 TO AC-NAME(AC-LGHT).
           MOVE WS-ROLE                 TO AC-ROLE(AC-LGHT).

           EXIT.
       0120-SET-ROLE-END.

      ******************************************************************

      *Recherche le compte de la ligne d'audit dans la table des
      *roles ; WS-AC-HIT = 0 si inconnu.
       0125-FIND-ACCOUNT-START.

           MOVE 0                       TO WS-AC-HIT.
           PERFORM VARYING AC-IDX FROM 1 BY 1
                     UNTIL AC-IDX > AC-LGHT OR WS-AC-HIT > 0
               IF AC-NAME(AC-IDX) = AUD-NOM
                   SET WS-AC-HIT        TO AC-IDX
               END-IF
           END-PERFORM.

           EXIT.
       0125-FIND-ACCOUNT-END.

      ******************************************************************

      *Dernier role connu du compte de la ligne d'audit (blanc si
      *la piste ne l'a jamais porte).
       0130-GET-ROLE-START.

           MOVE SPACES                  TO WS-ROLE.

           PERFORM 0125-FIND-ACCOUNT-START
           THRU    0125-FIND-ACCOUNT-END.

           IF WS-AC-HIT > 0
               MOVE AC-ROLE(WS-AC-HIT)  TO WS-ROLE
           END-IF.

           EXIT.
       0130-GET-ROLE-END.

      ******************************************************************

      *Cumule le mouvement WS-MV de la periode WS-PER sous le role
      *WS-ROLE, dans la semaine du jour de la ligne et au total.
       0140-COUNT-MOVE-START.

           ADD 1 TO TT-CNT(WS-PER, WS-MV).

           IF AUD-TIMESTAMP(9:2) IS NUMERIC
               MOVE AUD-TIMESTAMP(9:2)  TO WS-DAY
               IF WS-DAY >= 1 AND WS-DAY <= 31
                   COMPUTE WS-WEEK = (WS-DAY - 1) / 7 + 1
                   ADD 1 TO WK-CNT(WS-WEEK, WS-PER, WS-MV)
               END-IF
           END-IF.

           MOVE 0                       TO WS-RL-HIT.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                     UNTIL RL-IDX > RL-LGHT OR WS-RL-HIT > 0
               IF RL-NAME(RL-IDX) = WS-ROLE
                   SET WS-RL-HIT        TO RL-IDX
               END-IF
           END-PERFORM.

           IF WS-RL-HIT = 0
               IF RL-LGHT >= RL-MAX
                   DISPLAY "Table des roles pleine (" RL-MAX
                           ") : role non detaille : " WS-ROLE
                   GO TO 0140-COUNT-MOVE-END
               END-IF
               ADD 1                    TO RL-LGHT
               INITIALIZE RL(RL-LGHT)
               MOVE WS-ROLE             TO RL-NAME(RL-LGHT)
               MOVE RL-LGHT             TO WS-RL-HIT
           END-IF.

           ADD 1 TO RL-CNT(WS-RL-HIT, WS-PER, WS-MV).

           EXIT.
       0140-COUNT-MOVE-END.

      ******************************************************************

      *Parcourt run_journal.log : chaque ligne de fichier source
      *des deux mois compares cumule les lus et rejetes de son
      *emetteur. Les lignes TOTAL et les lignes de domaine sont
      *ignorees. Positions de la ligne ecrite par le lot de
      *validation.
       0200-SCAN-JOURNAL-START.

           OPEN INPUT F-JOURNAL.

           IF NOT F-JOURNAL-STATUS-OK
               DISPLAY "Pas de journal des passages a analyser."
               MOVE SPACE               TO F-JOURNAL-STATUS
               GO TO 0200-SCAN-JOURNAL-END
           END-IF.

           PERFORM UNTIL F-JOURNAL-STATUS-EOF
             READ F-JOURNAL
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-JOURNAL(1:1) = "["
                  AND REC-F-JOURNAL(21:11) = "] Fichier: "
                  AND FUNCTION TRIM(REC-F-JOURNAL(32:40)) NOT = "TOTAL"
                    STRING REC-F-JOURNAL(2:4) REC-F-JOURNAL(7:2)
                           DELIMITED BY SIZE INTO WS-LINE-MONTH
                    EVALUATE WS-LINE-MONTH
                        WHEN WS-MONTH
                            MOVE 1       TO WS-PER
                        WHEN WS-PRIOR-MONTH
                            MOVE 2       TO WS-PER
                        WHEN OTHER
                            MOVE 0       TO WS-PER
                    END-EVALUATE
                    IF WS-PER > 0
                        MOVE REC-F-JOURNAL(32:40) TO WS-EM-KEY
                        PERFORM 0210-FIND-SENDER-START
                        THRU    0210-FIND-SENDER-END
                        IF WS-EM-HIT > 0
                            COMPUTE WS-J-LUS =
                               FUNCTION NUMVAL(REC-F-JOURNAL(80:7))
                            COMPUTE WS-J-REJ =
                               FUNCTION NUMVAL(REC-F-JOURNAL(99:7))
                            ADD WS-J-LUS TO EM-LUS(WS-EM-HIT, WS-PER)
                            ADD WS-J-REJ TO EM-REJ(WS-EM-HIT, WS-PER)
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-JOURNAL.

           EXIT.
       0200-SCAN-JOURNAL-END.

      ******************************************************************

      *Recherche l'emetteur WS-EM-KEY, cree au premier passage ;
      *WS-EM-HIT = 0 si la table est pleine.
       0210-FIND-SENDER-START.

           MOVE 0                       TO WS-EM-HIT.
           PERFORM VARYING EM-IDX FROM 1 BY 1
                     UNTIL EM-IDX > EM-LGHT OR WS-EM-HIT > 0
               IF EM-NAME(EM-IDX) = WS-EM-KEY
                   SET WS-EM-HIT        TO EM-IDX
               END-IF
           END-PERFORM.

           IF WS-EM-HIT > 0
               GO TO 0210-FIND-SENDER-END
           END-IF.

           IF EM-LGHT >= EM-MAX
               DISPLAY "Table des emetteurs pleine (" EM-MAX
                       ") : emetteur non detaille : " WS-EM-KEY
               GO TO 0210-FIND-SENDER-END
           END-IF.

           ADD 1                        TO EM-LGHT.
           INITIALIZE EM(EM-LGHT).
           MOVE WS-EM-KEY               TO EM-NAME(EM-LGHT).
           MOVE EM-LGHT                 TO WS-EM-HIT.

           EXIT.
       0210-FIND-SENDER-END.

      ******************************************************************

      *Parcourt l'historique des rejets du mois analyse et cumule
      *les motifs par emetteur.
       0300-SCAN-HISTORY-START.

           OPEN INPUT F-HIST.

           IF NOT F-HIST-STATUS-OK
               DISPLAY "Pas d'historique des rejets a analyser."
               MOVE SPACE               TO F-HIST-STATUS
               GO TO 0300-SCAN-HISTORY-END
           END-IF.

           PERFORM UNTIL F-HIST-STATUS-EOF
             READ F-HIST
              AT END
                CONTINUE
              NOT AT END
                IF HIST-DATE(1:6) = WS-MONTH
                  AND HIST-SRC NOT = SPACES
                    MOVE HIST-SRC        TO WS-EM-KEY
                    PERFORM 0210-FIND-SENDER-START
                    THRU    0210-FIND-SENDER-END
                    IF WS-EM-HIT > 0
                        PERFORM 0310-COUNT-REASON-START
                        THRU    0310-COUNT-REASON-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-HIST.

           EXIT.
       0300-SCAN-HISTORY-END.

      ******************************************************************

      *Cumule le motif de la ligne d'historique chez son emetteur ;
      *au-dela de dix motifs distincts, les suivants ne sont pas
      *detailles.
       0310-COUNT-REASON-START.

           MOVE 0                       TO WS-RS-HIT.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                     UNTIL WS-RS-IDX > EM-RS-LGHT(WS-EM-HIT)
                           OR WS-RS-HIT > 0
               IF EM-RS-REASON(WS-EM-HIT, WS-RS-IDX) = HIST-REASON
                   MOVE WS-RS-IDX       TO WS-RS-HIT
               END-IF
           END-PERFORM.

           IF WS-RS-HIT > 0
               ADD 1 TO EM-RS-COUNT(WS-EM-HIT, WS-RS-HIT)
           ELSE
               IF EM-RS-LGHT(WS-EM-HIT) < 10
                   ADD 1                TO EM-RS-LGHT(WS-EM-HIT)
                   MOVE EM-RS-LGHT(WS-EM-HIT) TO WS-RS-HIT
                   MOVE HIST-REASON
                        TO EM-RS-REASON(WS-EM-HIT, WS-RS-HIT)
                   MOVE 1 TO EM-RS-COUNT(WS-EM-HIT, WS-RS-HIT)
               END-IF
           END-IF.

           EXIT.
       0310-COUNT-REASON-END.

      ******************************************************************

      *Parcourt dispatch_summary.log : envoyees et echecs
      *definitifs de chaque passage des deux mois compares.
      *Positions de la ligne de bilan ecrite par dispatch.
       0400-SCAN-DISPATCH-START.

           OPEN INPUT F-SUMMARY.

           IF NOT F-SUMMARY-STATUS-OK
               DISPLAY "Pas de bilan de dispatch a analyser."
               MOVE SPACE               TO F-SUMMARY-STATUS
               GO TO 0400-SCAN-DISPATCH-END
           END-IF.

           PERFORM UNTIL F-SUMMARY-STATUS-EOF
             READ F-SUMMARY
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-SUMMARY(1:1) = "["
                  AND REC-F-SUMMARY(21:14) = "] Traitees : "
                    STRING REC-F-SUMMARY(2:4) REC-F-SUMMARY(7:2)
                           DELIMITED BY SIZE INTO WS-LINE-MONTH
                    EVALUATE WS-LINE-MONTH
                        WHEN WS-MONTH
                            MOVE 1       TO WS-PER
                        WHEN WS-PRIOR-MONTH
                            MOVE 2       TO WS-PER
                        WHEN OTHER
                            MOVE 0       TO WS-PER
                    END-EVALUATE
                    IF WS-PER > 0
                        COMPUTE NT-SENT(WS-PER) = NT-SENT(WS-PER)
                            + FUNCTION NUMVAL(REC-F-SUMMARY(52:5))
                        COMPUTE NT-BOUNCED(WS-PER) = NT-BOUNCED(WS-PER)
                            + FUNCTION NUMVAL(REC-F-SUMMARY(95:5))
      *Canal SMS en queue de ligne (absent des bilans anterieurs).
                        IF REC-F-SUMMARY(118:16) = " | SMS envoyes: "
                            COMPUTE NT-SMS-SENT(WS-PER) =
                                NT-SMS-SENT(WS-PER)
                              + FUNCTION NUMVAL(REC-F-SUMMARY(134:5))
                            COMPUTE NT-SMS-BOUNCED(WS-PER) =
                                NT-SMS-BOUNCED(WS-PER)
                              + FUNCTION NUMVAL(REC-F-SUMMARY(176:5))
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SUMMARY.

           EXIT.
       0400-SCAN-DISPATCH-END.

      ******************************************************************

      *Mouvements de comptes : par role, par semaine, puis totaux
      *du mois.
       0500-WRITE-ACCOUNTS-START.

           MOVE "--- Mouvements de comptes par role ---"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COL-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF RL-LGHT = 0
               MOVE "(aucun mouvement de compte sur les deux mois)"
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           MOVE "ROLE"                  TO WS-FIG-SECTION.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                     UNTIL RL-IDX > RL-LGHT
               MOVE RL-NAME(RL-IDX)     TO WS-FIG-KEY
               PERFORM 0800-WRITE-KEY-START
               THRU    0800-WRITE-KEY-END
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                         UNTIL WS-MV-IDX > 5
                   MOVE MV-LABEL(WS-MV-IDX) TO WS-FIG-LABEL
                   MOVE RL-CNT(RL-IDX, 1, WS-MV-IDX) TO WS-FIG-CUR
                   MOVE RL-CNT(RL-IDX, 2, WS-MV-IDX) TO WS-FIG-PRV
                   PERFORM 0810-WRITE-FIGURE-START
                   THRU    0810-WRITE-FIGURE-END
               END-PERFORM
           END-PERFORM.

           MOVE "--- Mouvements de comptes par semaine ---"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COL-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "SEMAINE"               TO WS-FIG-SECTION.
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                     UNTIL WS-WEEK > 5
               MOVE WK-LABEL(WS-WEEK)   TO WS-FIG-KEY
               PERFORM 0800-WRITE-KEY-START
               THRU    0800-WRITE-KEY-END
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                         UNTIL WS-MV-IDX > 5
                   MOVE MV-LABEL(WS-MV-IDX) TO WS-FIG-LABEL
                   MOVE WK-CNT(WS-WEEK, 1, WS-MV-IDX) TO WS-FIG-CUR
                   MOVE WK-CNT(WS-WEEK, 2, WS-MV-IDX) TO WS-FIG-PRV
                   PERFORM 0810-WRITE-FIGURE-START
                   THRU    0810-WRITE-FIGURE-END
               END-PERFORM
           END-PERFORM.

           MOVE "--- Mouvements de comptes du mois ---"
                                        TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COL-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "TOTAL"                 TO WS-FIG-SECTION.
           MOVE "Tous roles"            TO WS-FIG-KEY.
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                     UNTIL WS-MV-IDX > 5
               MOVE MV-LABEL(WS-MV-IDX) TO WS-FIG-LABEL
               MOVE TT-CNT(1, WS-MV-IDX) TO WS-FIG-CUR
               MOVE TT-CNT(2, WS-MV-IDX) TO WS-FIG-PRV
               PERFORM 0810-WRITE-FIGURE-START
               THRU    0810-WRITE-FIGURE-END
           END-PERFORM.

           EXIT.
       0500-WRITE-ACCOUNTS-END.

      ******************************************************************

      *Volumes d'extraction et taux de rejet par emetteur, avec
      *le motif de rejet dominant du mois.
       0600-WRITE-SENDERS-START.

           MOVE "--- Extractions par emetteur ---" TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COL-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           IF EM-LGHT = 0
               MOVE "(aucune extraction sur les deux mois)"
                                        TO REC-F-REPORT
               WRITE REC-F-REPORT
           END-IF.

           MOVE "EMETTEUR"              TO WS-FIG-SECTION.
           PERFORM VARYING EM-IDX FROM 1 BY 1
                     UNTIL EM-IDX > EM-LGHT
               MOVE EM-NAME(EM-IDX)     TO WS-FIG-KEY
               PERFORM 0800-WRITE-KEY-START
               THRU    0800-WRITE-KEY-END

               MOVE "Lignes lues"       TO WS-FIG-LABEL
               MOVE EM-LUS(EM-IDX, 1)   TO WS-FIG-CUR
               MOVE EM-LUS(EM-IDX, 2)   TO WS-FIG-PRV
               PERFORM 0810-WRITE-FIGURE-START
               THRU    0810-WRITE-FIGURE-END

               MOVE "Lignes rejetees"   TO WS-FIG-LABEL
               MOVE EM-REJ(EM-IDX, 1)   TO WS-FIG-CUR
               MOVE EM-REJ(EM-IDX, 2)   TO WS-FIG-PRV
               PERFORM 0810-WRITE-FIGURE-START
               THRU    0810-WRITE-FIGURE-END

               MOVE 0                   TO WS-RATE-CUR
               MOVE 0                   TO WS-RATE-PRV
               IF EM-LUS(EM-IDX, 1) > 0
                   COMPUTE WS-RATE-CUR ROUNDED =
                           EM-REJ(EM-IDX, 1) * 100 / EM-LUS(EM-IDX, 1)
               END-IF
               IF EM-LUS(EM-IDX, 2) > 0
                   COMPUTE WS-RATE-PRV ROUNDED =
                           EM-REJ(EM-IDX, 2) * 100 / EM-LUS(EM-IDX, 2)
               END-IF
               MOVE "Taux de rejet (%)" TO WS-FIG-LABEL
               PERFORM 0820-WRITE-RATE-START
               THRU    0820-WRITE-RATE-END

               PERFORM 0610-WRITE-REASON-START
               THRU    0610-WRITE-REASON-END
           END-PERFORM.

           EXIT.
       0600-WRITE-SENDERS-END.

      ******************************************************************

      *Motif de rejet le plus frequent de l'emetteur courant au
      *mois analyse (rapport imprimable seulement).
       0610-WRITE-REASON-START.

           MOVE 0                       TO WS-RS-BEST.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                     UNTIL WS-RS-IDX > EM-RS-LGHT(EM-IDX)
               IF WS-RS-BEST = 0
                   MOVE WS-RS-IDX       TO WS-RS-BEST
               ELSE
                   IF EM-RS-COUNT(EM-IDX, WS-RS-IDX)
                      > EM-RS-COUNT(EM-IDX, WS-RS-BEST)
                       MOVE WS-RS-IDX   TO WS-RS-BEST
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RS-BEST = 0
               GO TO 0610-WRITE-REASON-END
           END-IF.

           MOVE EM-RS-REASON(EM-IDX, WS-RS-BEST) TO OUT-M-REASON.
           MOVE EM-RS-COUNT(EM-IDX, WS-RS-BEST)  TO OUT-M-COUNT.
           MOVE WS-REASON-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0610-WRITE-REASON-END.

      ******************************************************************

      *Notifications envoyees et en echec definitif (rebonds), et
      *taux de rebond (echecs sur messages aboutis ou en echec),
      *pour le courrier puis pour le SMS.
       0700-WRITE-NOTIF-START.

           MOVE "--- Notifications ---"  TO REC-F-REPORT.
           WRITE REC-F-REPORT.
           MOVE WS-COL-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE "NOTIF"                 TO WS-FIG-SECTION.
           MOVE "Dispatch"              TO WS-FIG-KEY.
           PERFORM 0800-WRITE-KEY-START
           THRU    0800-WRITE-KEY-END.

           MOVE "Envoyees"              TO WS-FIG-LABEL.
           MOVE NT-SENT(1)              TO WS-FIG-CUR.
           MOVE NT-SENT(2)              TO WS-FIG-PRV.
           PERFORM 0810-WRITE-FIGURE-START
           THRU    0810-WRITE-FIGURE-END.

           MOVE "En echec (rebonds)"    TO WS-FIG-LABEL.
           MOVE NT-BOUNCED(1)           TO WS-FIG-CUR.
           MOVE NT-BOUNCED(2)           TO WS-FIG-PRV.
           PERFORM 0810-WRITE-FIGURE-START
           THRU    0810-WRITE-FIGURE-END.

           MOVE 0                       TO WS-RATE-CUR.
           MOVE 0                       TO WS-RATE-PRV.
           IF NT-SENT(1) + NT-BOUNCED(1) > 0
               COMPUTE WS-RATE-CUR ROUNDED = NT-BOUNCED(1) * 100
                       / (NT-SENT(1) + NT-BOUNCED(1))
           END-IF.
           IF NT-SENT(2) + NT-BOUNCED(2) > 0
               COMPUTE WS-RATE-PRV ROUNDED = NT-BOUNCED(2) * 100
                       / (NT-SENT(2) + NT-BOUNCED(2))
           END-IF.
           MOVE "Taux de rebond (%)"    TO WS-FIG-LABEL.
           PERFORM 0820-WRITE-RATE-START
           THRU    0820-WRITE-RATE-END.

           MOVE "Dispatch SMS"          TO WS-FIG-KEY.
           PERFORM 0800-WRITE-KEY-START
           THRU    0800-WRITE-KEY-END.

           MOVE "Envoyes"               TO WS-FIG-LABEL.
           MOVE NT-SMS-SENT(1)          TO WS-FIG-CUR.
           MOVE NT-SMS-SENT(2)          TO WS-FIG-PRV.
           PERFORM 0810-WRITE-FIGURE-START
           THRU    0810-WRITE-FIGURE-END.

           MOVE "En echec (rebonds)"    TO WS-FIG-LABEL.
           MOVE NT-SMS-BOUNCED(1)       TO WS-FIG-CUR.
           MOVE NT-SMS-BOUNCED(2)       TO WS-FIG-PRV.
           PERFORM 0810-WRITE-FIGURE-START
           THRU    0810-WRITE-FIGURE-END.

           MOVE 0                       TO WS-RATE-CUR.
           MOVE 0                       TO WS-RATE-PRV.
           IF NT-SMS-SENT(1) + NT-SMS-BOUNCED(1) > 0
               COMPUTE WS-RATE-CUR ROUNDED = NT-SMS-BOUNCED(1) * 100
                       / (NT-SMS-SENT(1) + NT-SMS-BOUNCED(1))
           END-IF.
           IF NT-SMS-SENT(2) + NT-SMS-BOUNCED(2) > 0
               COMPUTE WS-RATE-PRV ROUNDED = NT-SMS-BOUNCED(2) * 100
                       / (NT-SMS-SENT(2) + NT-SMS-BOUNCED(2))
           END-IF.
           MOVE "Taux de rebond (%)"    TO WS-FIG-LABEL.
           PERFORM 0820-WRITE-RATE-START
           THRU    0820-WRITE-RATE-END.

           EXIT.
       0700-WRITE-NOTIF-END.

      ******************************************************************

      *Ligne de cle (role, semaine, emetteur) du rapport imprimable.
       0800-WRITE-KEY-START.

           MOVE WS-FIG-KEY              TO OUT-K-KEY.
           MOVE WS-KEY-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0800-WRITE-KEY-END.

      ******************************************************************

      *Ecrit un chiffre (WS-FIG-CUR contre WS-FIG-PRV) : evolution
      *absolue et variation en pourcentage, "n/s" quand le mois
      *precedent est nul. Une ligne au rapport, une ligne au
      *fichier delimite (decimale a la virgule pour le tableur).
       0810-WRITE-FIGURE-START.

           COMPUTE WS-FIG-DELTA = WS-FIG-CUR - WS-FIG-PRV.

           MOVE WS-FIG-LABEL            TO OUT-F-LABEL.
           MOVE WS-FIG-CUR              TO OUT-F-CUR.
           MOVE WS-FIG-PRV              TO OUT-F-PRV.
           MOVE WS-FIG-DELTA            TO OUT-F-DELTA.

           IF WS-FIG-PRV = 0
               MOVE "     n/s"          TO OUT-F-PCT
               MOVE SPACES              TO WS-CSV-PCT
           ELSE
               COMPUTE WS-FIG-PCT ROUNDED =
                       WS-FIG-DELTA * 100 / WS-FIG-PRV
               MOVE WS-FIG-PCT          TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT         TO OUT-F-PCT
               IF WS-FIG-PCT < 0
                   MOVE "-"             TO WS-CSV-SIGN
                   COMPUTE WS-FIG-PCT-ABS = 0 - WS-FIG-PCT
               ELSE
                   MOVE SPACE           TO WS-CSV-SIGN
                   MOVE WS-FIG-PCT      TO WS-FIG-PCT-ABS
               END-IF
               MOVE WS-FIG-PCT-INT      TO WS-CSV-INT
               MOVE SPACES              TO WS-CSV-PCT
               STRING WS-CSV-SIGN DELIMITED BY SPACE
                      FUNCTION TRIM(WS-CSV-INT) DELIMITED BY SIZE
                      "," WS-FIG-PCT-DEC DELIMITED BY SIZE
                      INTO WS-CSV-PCT
           END-IF.

           MOVE WS-FIG-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE WS-FIG-CUR              TO WS-CSV-CUR.
           MOVE WS-FIG-PRV              TO WS-CSV-PRV.
           MOVE WS-FIG-DELTA            TO WS-CSV-DELTA.
           MOVE SPACES                  TO REC-F-CSV.
           STRING WS-MONTH                          ";"
                  FUNCTION TRIM(WS-FIG-SECTION)     ";"
                  FUNCTION TRIM(WS-FIG-KEY)         ";"
                  FUNCTION TRIM(WS-FIG-LABEL)       ";"
                  FUNCTION TRIM(WS-CSV-CUR)         ";"
                  FUNCTION TRIM(WS-CSV-PRV)         ";"
                  FUNCTION TRIM(WS-CSV-DELTA)       ";"
                  FUNCTION TRIM(WS-CSV-PCT)
                  DELIMITED BY SIZE INTO REC-F-CSV.
           WRITE REC-F-CSV.

           ADD 1                        TO WS-LINE-COUNT.

           EXIT.
       0810-WRITE-FIGURE-END.

      ******************************************************************

      *Ecrit un taux (WS-RATE-CUR contre WS-RATE-PRV) : evolution en
      *points, sans variation en pourcentage.
       0820-WRITE-RATE-START.

           COMPUTE WS-RATE-DELTA = WS-RATE-CUR - WS-RATE-PRV.

           MOVE WS-FIG-LABEL            TO OUT-T-LABEL.
           MOVE WS-RATE-CUR             TO OUT-T-CUR.
           MOVE WS-RATE-PRV             TO OUT-T-PRV.
           MOVE WS-RATE-DELTA           TO OUT-T-DELTA.
           MOVE WS-RATE-LINE            TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE WS-RATE-CUR             TO WS-RATE-ABS.
           MOVE SPACES                  TO WS-RATE-CUR-X.
           MOVE WS-RATE-INT             TO WS-CSV-INT.
           STRING FUNCTION TRIM(WS-CSV-INT) "," WS-RATE-DEC
                  DELIMITED BY SIZE INTO WS-RATE-CUR-X.

           MOVE WS-RATE-PRV             TO WS-RATE-ABS.
           MOVE SPACES                  TO WS-RATE-PRV-X.
           MOVE WS-RATE-INT             TO WS-CSV-INT.
           STRING FUNCTION TRIM(WS-CSV-INT) "," WS-RATE-DEC
                  DELIMITED BY SIZE INTO WS-RATE-PRV-X.

           IF WS-RATE-DELTA < 0
               MOVE "-"                 TO WS-CSV-SIGN
               COMPUTE WS-RATE-ABS = 0 - WS-RATE-DELTA
           ELSE
               MOVE SPACE               TO WS-CSV-SIGN
               MOVE WS-RATE-DELTA       TO WS-RATE-ABS
           END-IF.
           MOVE SPACES                  TO WS-RATE-DELTA-X.
           MOVE WS-RATE-INT             TO WS-CSV-INT.
           STRING WS-CSV-SIGN DELIMITED BY SPACE
                  FUNCTION TRIM(WS-CSV-INT) DELIMITED BY SIZE
                  "," WS-RATE-DEC DELIMITED BY SIZE
                  INTO WS-RATE-DELTA-X.

           MOVE SPACES                  TO REC-F-CSV.
           STRING WS-MONTH                          ";"
                  FUNCTION TRIM(WS-FIG-SECTION)     ";"
                  FUNCTION TRIM(WS-FIG-KEY)         ";"
                  FUNCTION TRIM(WS-FIG-LABEL)       ";"
                  FUNCTION TRIM(WS-RATE-CUR-X)      ";"
                  FUNCTION TRIM(WS-RATE-PRV-X)      ";"
                  FUNCTION TRIM(WS-RATE-DELTA-X)    ";"
                  DELIMITED BY SIZE INTO REC-F-CSV.
           WRITE REC-F-CSV.

           ADD 1                        TO WS-LINE-COUNT.

           EXIT.
       0820-WRITE-RATE-END.
