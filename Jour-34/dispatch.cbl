                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TPL-STATUS.

      *Versions des gabarits tenues par tpladm (date d'effet,
      *approbation, temoin d'integrite) : des qu'il existe, ce
      *fichier remplace msg_templates.txt, et la version en vigueur
      *a la date d'envoi est celle qui part.
           SELECT F-TPV ASSIGN TO "msg_tpl_versions.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TPV-STATUS.

      *Preferences de notification par compte : la langue
      *preferee du destinataire choisit le gabarit.
           SELECT F-PREF ASSIGN TO "notify_prefs.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PREF-STATUS.

      *Fichier de message par destinataire, depose dans le
      *repertoire que la passerelle de courrier consomme (ou, pour
      *une entree SMS, celui de la passerelle SMS).
           SELECT F-MSG ASSIGN TO WS-MSG-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MSG-STATUS.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ACK-STATUS.

      *Accuses de la passerelle SMS, meme disposition (numero,
      *OK/KO, motif), ramasses de la meme facon.
           SELECT F-SACK ASSIGN TO "sms_ack.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SACK-STATUS.

      *Reglages du debit du repartiteur : plafond de depots par
      *passage et fenetre de silence.
           SELECT F-DCFG ASSIGN TO "dispatch.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DCFG-STATUS.

      *Registre des salutations du lot Jour-32 confiees a la
      *boite : texte complet de chaque salutation, retrouve par la
      *reference portee en donnee du message.
           SELECT F-GQUEUE ASSIGN TO "greet_queue.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-GQUEUE-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
           05 NOTIFY-PAYLOAD    PIC X(30).
           05 FILLER            PIC X(01).
           05 NOTIFY-PRIORITY   PIC X(01).
           05 FILLER            PIC X(01).
           05 NOTIFY-TPL-VER    PIC X(03).
      *Canal : "E" courrier (a blanc dans les entrees
      *anterieures), "S" SMS -- l'adresse est alors le numero.
           05 FILLER            PIC X(01).
           05 NOTIFY-CHANNEL    PIC X(01).

       FD  F-ARCHIVE.

       01  REC-F-ARCHIVE        PIC X(176).

       FD  F-SPILL.

       01  REC-F-SPILL          PIC X(176).

       FD  F-SUMMARY.

       01  REC-F-SUMMARY        PIC X(200).

       FD  F-TPL.

           05 TPL-IN-TYPE       PIC X(01).
           05 FILLER            PIC X(01).
           05 TPL-IN-TEXT       PIC X(70).
      *Langue du gabarit (FR, EN...) ; a blanc, langue de la
      *maison.
           05 FILLER            PIC X(01).
           05 TPL-IN-LANG       PIC X(02).

       FD  F-TPV.

       01  REC-F-TPV.
           05 TPV-KIND          PIC X(10).
           05 FILLER            PIC X(01).
           05 TPV-VER           PIC X(03).
           05 FILLER            PIC X(01).
           05 TPV-TYPE          PIC X(01).
           05 FILLER            PIC X(01).
           05 TPV-TEXT          PIC X(70).

       01  REC-F-TPV-HDR.
           05 FILLER            PIC X(17).
           05 TPV-EFF           PIC X(08).
           05 FILLER            PIC X(01).
           05 TPV-STATE         PIC X(01).
           05 FILLER            PIC X(52).
           05 TPV-LANG          PIC X(02).

       FD  F-PREF.

           COPY prefrec.

       FD  F-MSG.

       01  REC-F-MSG            PIC X(170).

       FD  F-DCFG.

       01  REC-F-DCFG           PIC X(30).

       FD  F-GQUEUE.

       01  REC-F-GQUEUE.
           05 GQ-RUN            PIC X(15).
           05 FILLER            PIC X(01).
           05 GQ-SEQ            PIC X(05).
           05 FILLER            PIC X(01).
           05 GQ-STATE          PIC X(01).
           05 FILLER            PIC X(01).
           05 GQ-NOM            PIC X(20).
           05 FILLER            PIC X(01).
           05 GQ-EMAIL          PIC X(50).
           05 FILLER            PIC X(01).
           05 GQ-TEXT           PIC X(80).

       FD  F-ACK.

       01  REC-F-ACK.
           05 FILLER            PIC X(01).
           05 ACK-REASON        PIC X(40).

       FD  F-SACK.

       01  REC-F-SACK.
           05 SACK-MOBILE       PIC X(50).
           05 FILLER            PIC X(01).
           05 SACK-STATUS       PIC X(02).
           05 FILLER            PIC X(01).
           05 SACK-REASON       PIC X(40).

      ******************************************************************

       WORKING-STORAGE SECTION.
                10 OB-KIND       PIC X(10).
                10 OB-PAYLOAD    PIC X(30).
                10 OB-PRIORITY   PIC 9(01).
                10 OB-TPL-VER    PIC X(03).
                10 OB-CHANNEL    PIC X(01).
                10 OB-KEEP-FLAG  PIC X(01).
                    88 OB-KEEP              VALUE "Y".

           88 F-TPL-STATUS-OK               VALUE "00".
           88 F-TPL-STATUS-EOF              VALUE "10".

       01  F-TPV-STATUS         PIC X(02) VALUE SPACE.
           88 F-TPV-STATUS-OK               VALUE "00".
           88 F-TPV-STATUS-EOF              VALUE "10".

       01  F-MSG-STATUS         PIC X(02) VALUE SPACE.
           88 F-MSG-STATUS-OK               VALUE "00".

       01  F-DCFG-STATUS        PIC X(02) VALUE SPACE.
           88 F-DCFG-STATUS-OK              VALUE "00".

       01  F-GQUEUE-STATUS      PIC X(02) VALUE SPACE.
           88 F-GQUEUE-STATUS-OK            VALUE "00".
           88 F-GQUEUE-STATUS-EOF           VALUE "10".

       01  F-SACK-STATUS        PIC X(02) VALUE SPACE.
           88 F-SACK-STATUS-OK              VALUE "00".
           88 F-SACK-STATUS-EOF             VALUE "10".

      *Gabarits charges par nature de message et par langue (a
      *blanc, langue de la maison) : sujet et jusqu'a
      *cinq lignes de corps, marqueurs &NOM (destinataire) et
      *&DATA (donnee du message, ex. jeton ou echeance). Version
      *retenue et sa date d'effet ; la version est reportee sur
      *chaque message depose puis dans notify_sent.log ("000" pour
      *msg_templates.txt d'avant les versions, "GEN" pour le
      *gabarit de repli generique).
       01  TPL-TABLE.
           05 TP-LGHT           PIC 9(02) VALUE ZERO.
           05 TP-MAX            PIC 9(02) VALUE 60.
           05 TP OCCURS 60 TIMES INDEXED BY TP-IDX.
                10 TP-KIND       PIC X(10).
                10 TP-LANG       PIC X(02).
                10 TP-VER        PIC X(03).
                10 TP-EFF        PIC 9(08).
                10 TP-SUBJ       PIC X(70).
                10 TP-BODY-CNT   PIC 9(01).
                10 TP-BODY       PIC X(70) OCCURS 5 TIMES.
       01  WS-TPL-HIT           PIC 9(02).
       01  WS-TPV-EFF           PIC 9(08).
       01  WS-SEND-DATE         PIC 9(08).
       01  WS-TPV-FILENAME      PIC X(40) VALUE
               "msg_tpl_versions.dat".

      *Langue preferee des comptes qui en ont choisi une
      *(notify_prefs.dat), et langue de la maison (cle NOTIFY.LANG
      *du service central des parametres ; FR a defaut) : celle des
      *gabarits sans langue. Gabarit retenu pour un message : sa
      *nature dans la langue du destinataire, a defaut dans la
      *langue de la maison, a defaut le repli generique.
       01  F-PREF-STATUS        PIC X(02) VALUE SPACE.
           88 F-PREF-STATUS-OK              VALUE "00".
           88 F-PREF-STATUS-EOF             VALUE "10".
       01  LANG-TABLE.
           05 LG-LGHT           PIC 9(04) VALUE ZERO.
           05 LG-MAX            PIC 9(04) VALUE 5000.
           05 LG OCCURS 5000 TIMES INDEXED BY LG-IDX.
                10 LG-NOM        PIC X(50).
                10 LG-LANG       PIC X(02).
       01  WS-HOUSE-LANG        PIC X(02) VALUE "FR".
       01  WS-RCPT-LANG         PIC X(02).
       01  WS-TPL-LANG          PIC X(02).

      *Zones passees au controle d'integrite du fichier des
      *versions.
       01  WS-VCK-ACTION        PIC X(08).
       01  WS-VCK-FILE          PIC X(40).

      *Nom du fichier de message depose pour la passerelle, et
      *compteur d'unicite dans le passage.
       01  WS-SUB-PTR           PIC 9(03).
       01  WS-SUB-LEN           PIC 9(03).

      *Donnee substituee a &DATA : la donnee de l'entree, sauf pour
      *une salutation (GREETING) dont la donnee n'est que la
      *reference de sa ligne au registre greet_queue.dat -- le
      *texte complet de la salutation y est repris.
       01  WS-SUB-DATA          PIC X(80).
       01  WS-GQ-REF            PIC X(21).

      *Reglages du debit (dispatch.cfg, comme alert_threshold.cfg
      *pour le seuil de rejets) : plafond de depots par passage, et
      *fenetre de silence HHMM HHMM ou seules les priorites 1
       01  WS-DUP-IDX           PIC 9(05).
       01  WS-SAVE-IDX          PIC 9(05).

      *Accuse en cours de rapprochement avec la boite : canal,
      *adresse (ou numero), statut et motif.
       01  WS-ACK-HIT           PIC 9(05).
       01  WS-ACK-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-WAIT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ACK-FILENAME      PIC X(15) VALUE "gateway_ack.dat".
       01  WS-SACK-FILENAME     PIC X(15) VALUE "sms_ack.dat".
       01  WS-SACK-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ACK-CHANNEL       PIC X(01).
       01  WS-ACK-ADDR          PIC X(50).
       01  WS-ACK-STAT          PIC X(02).
       01  WS-ACK-REAS          PIC X(40).

      *Texte du SMS : sujet puis corps du gabarit, marqueurs
      *substitues, a la suite sur 160 caracteres au plus.
       01  WS-SMS-TEXT          PIC X(160).
       01  WS-SMS-PTR           PIC 9(03).

      *Verrou d'execution exclusif : deux repartitions concurrentes
      *reecriraient la boite d'envoi l'une sur l'autre. "FORCE" en
       01  WS-RETRY-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-FINAL-KO-COUNT    PIC 9(05) VALUE ZERO.

      *Memes compteurs pour le canal SMS, tenus a part : les
      *compteurs ci-dessus ne portent plus que le courrier.
       01  WS-SMS-SENT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-SMS-RETRY-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-SMS-FINAL-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-SMS-WAIT-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-SUMMARY-LINE.
           05 FILLER            PIC X(01) VALUE "[".
           05 OUT-S-STAMP       PIC X(19).
           05 OUT-S-FINAL       PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE " En attente: ".
           05 OUT-S-WAIT        PIC ZZZZ9.
      *Canal SMS en queue de ligne : les positions du courrier
      *restent celles que lisent les rapports.
           05 FILLER            PIC X(16) VALUE " | SMS envoyes: ".
           05 OUT-S-SMS-SENT    PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE " A retenter: ".
           05 OUT-S-SMS-RETRY   PIC ZZZZ9.
           05 FILLER            PIC X(19) VALUE " Echecs definitifs:".
           05 OUT-S-SMS-FINAL   PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE " En attente: ".
           05 OUT-S-SMS-WAIT    PIC ZZZZ9.

      ******************************************************************
      *                    PROCEDURE DIVISION
           PERFORM 0220-LOAD-TPL-START
           THRU    0220-LOAD-TPL-END.

      *Langue preferee des destinataires.
           PERFORM 0225-LOAD-LANG-START
           THRU    0225-LOAD-LANG-END.

           OPEN EXTEND F-ARCHIVE.
           IF NOT F-ARCHIVE-STATUS-OK
               OPEN OUTPUT F-ARCHIVE
      *notify_sent.log refletent la distribution effective.
           PERFORM 0250-ACK-PICKUP-START
           THRU    0250-ACK-PICKUP-END.
           PERFORM 0255-SMS-ACK-PICKUP-START
           THRU    0255-SMS-ACK-PICKUP-END.

      *Reglages du debit, et fenetre de silence au regard de
      *l'heure du passage.
           MOVE WS-RETRY-COUNT          TO OUT-S-RETRY.
           MOVE WS-FINAL-KO-COUNT       TO OUT-S-FINAL.
           MOVE WS-WAIT-COUNT           TO OUT-S-WAIT.
           MOVE WS-SMS-SENT-COUNT       TO OUT-S-SMS-SENT.
           MOVE WS-SMS-RETRY-COUNT      TO OUT-S-SMS-RETRY.
           MOVE WS-SMS-FINAL-COUNT      TO OUT-S-SMS-FINAL.
           MOVE WS-SMS-WAIT-COUNT       TO OUT-S-SMS-WAIT.
           MOVE WS-SUMMARY-LINE         TO REC-F-SUMMARY.
           WRITE REC-F-SUMMARY.
           CLOSE F-SUMMARY.
                   " en attente d'accuse : " WS-WAIT-COUNT
                   " differees : " WS-DEFER-COUNT
                   " effondrees : " WS-COLLAPSE-COUNT.
           DISPLAY "Canal SMS -- envoyes : " WS-SMS-SENT-COUNT
                   " a retenter : " WS-SMS-RETRY-COUNT
                   " echecs definitifs : " WS-SMS-FINAL-COUNT
                   " en attente d'accuse : " WS-SMS-WAIT-COUNT.

           MOVE "RELEASE"               TO WS-LOCK-ACTION.
           CALL "runlock" USING WS-LOCK-ACTION WS-LOCK-FILE
                              MOVE 5     TO OB-PRIORITY(OB-LGHT)
                          END-EVALUATE
                      END-IF
                      MOVE NOTIFY-TPL-VER
                                         TO OB-TPL-VER(OB-LGHT)
                      IF NOTIFY-CHANNEL = "S"
                          MOVE "S"       TO OB-CHANNEL(OB-LGHT)
                      ELSE
                          MOVE "E"       TO OB-CHANNEL(OB-LGHT)
                      END-IF
                      MOVE "N"           TO OB-KEEP-FLAG(OB-LGHT)
                  END-IF
                END-IF
      *Une entree en attente d'accuse reste telle quelle : c'est a
      *la passerelle de se prononcer, pas a nous de redeposer.
           IF OB-STATE(OB-IDX) = "W"
               IF OB-CHANNEL(OB-IDX) = "S"
                   ADD 1                TO WS-SMS-WAIT-COUNT
               ELSE
                   ADD 1                TO WS-WAIT-COUNT
               END-IF
               SET OB-KEEP(OB-IDX)      TO TRUE
               GO TO 0300-DISPATCH-ONE-END
           END-IF.
           IF OB-EMAIL(OB-IDX) = SPACES
               MOVE "F"                 TO OB-STATE(OB-IDX)
               IF OB-ATTEMPTS(OB-IDX) >= WS-MAX-ATTEMPTS
                   IF OB-CHANNEL(OB-IDX) = "S"
                       ADD 1            TO WS-SMS-FINAL-COUNT
                   ELSE
                       ADD 1            TO WS-FINAL-KO-COUNT
                   END-IF
                   DISPLAY "Echec definitif d'envoi pour "
                           OB-NOM(OB-IDX)
                   MOVE "E"             TO WS-INC-SEVERITY
                   PERFORM 0350-ARCHIVE-ENTRY-START
                   THRU    0350-ARCHIVE-ENTRY-END
               ELSE
                   IF OB-CHANNEL(OB-IDX) = "S"
                       ADD 1            TO WS-SMS-RETRY-COUNT
                   ELSE
                       ADD 1            TO WS-RETRY-COUNT
                   END-IF
                   SET OB-KEEP(OB-IDX)  TO TRUE
               END-IF
               GO TO 0300-DISPATCH-ONE-END
           END-IF.

      *Le canal de l'entree choisit la passerelle.
           IF OB-CHANNEL(OB-IDX) = "S"
               PERFORM 0330-WRITE-SMS-START
               THRU    0330-WRITE-SMS-END
           ELSE
               PERFORM 0310-WRITE-MSG-START
               THRU    0310-WRITE-MSG-END
           END-IF.

           IF F-MSG-STATUS-OK
               MOVE "W"                 TO OB-STATE(OB-IDX)
               IF OB-CHANNEL(OB-IDX) = "S"
                   ADD 1                TO WS-SMS-WAIT-COUNT
               ELSE
                   ADD 1                TO WS-WAIT-COUNT
               END-IF
               ADD 1                    TO WS-DROP-COUNT
               SET OB-KEEP(OB-IDX)      TO TRUE
           ELSE
      *Depot impossible (repertoire de la passerelle absent ?) :
      *l'entree repart a retenter.
               MOVE "P"                 TO OB-STATE(OB-IDX)
               IF OB-CHANNEL(OB-IDX) = "S"
                   ADD 1                TO WS-SMS-RETRY-COUNT
               ELSE
                   ADD 1                TO WS-RETRY-COUNT
               END-IF
               SET OB-KEEP(OB-IDX)      TO TRUE
           END-IF.

               GO TO 0310-WRITE-MSG-END
           END-IF.

           PERFORM 0315-FIND-TPL-START
           THRU    0315-FIND-TPL-END.

           MOVE SPACES                  TO REC-F-MSG.
           STRING "To: " FUNCTION TRIM(OB-EMAIL(OB-IDX))
                   WRITE REC-F-MSG
               END-PERFORM
           ELSE
      *Une salutation sans gabarit part telle que le lot l'a
      *composee.
             IF OB-KIND(OB-IDX) = "GREETING"
               MOVE WS-SUB-DATA         TO REC-F-MSG
               WRITE REC-F-MSG
             ELSE
               MOVE "Bonjour &NOM,"     TO WS-SUB-IN
               PERFORM 0320-SUBST-START
               THRU    0320-SUBST-END
               MOVE "Un message de la plateforme vous attend."
                                        TO REC-F-MSG
               WRITE REC-F-MSG
             END-IF
           END-IF.

           CLOSE F-MSG.

      ******************************************************************

      *Gabarit de la nature du message de l'entree OB(OB-IDX), dans
      *la langue preferee du destinataire ou a defaut celle de la
      *maison, dans WS-TPL-HIT ; a defaut (0), repli generique pour
      *ne jamais bloquer une remise. La version qui produit le
      *message suit l'entree jusqu'a l'archive.
       0315-FIND-TPL-START.

           MOVE WS-HOUSE-LANG           TO WS-RCPT-LANG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
                     UNTIL LG-IDX > LG-LGHT
               IF LG-NOM(LG-IDX) = OB-NOM(OB-IDX)
                   MOVE LG-LANG(LG-IDX) TO WS-RCPT-LANG
               END-IF
           END-PERFORM.

           MOVE 0                       TO WS-TPL-HIT.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT OR WS-TPL-HIT > 0
               IF TP-KIND(TP-IDX) = OB-KIND(OB-IDX)
                 AND TP-LANG(TP-IDX) = WS-RCPT-LANG
                   MOVE TP-IDX          TO WS-TPL-HIT
               END-IF
           END-PERFORM.

      *Pas de gabarit dans la langue du destinataire : celui de la
      *langue de la maison.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT OR WS-TPL-HIT > 0
               IF TP-KIND(TP-IDX) = OB-KIND(OB-IDX)
                 AND (TP-LANG(TP-IDX) = SPACES
                      OR TP-LANG(TP-IDX) = WS-HOUSE-LANG)
                   MOVE TP-IDX          TO WS-TPL-HIT
               END-IF
           END-PERFORM.

           IF WS-TPL-HIT > 0
               MOVE TP-VER(WS-TPL-HIT)  TO OB-TPL-VER(OB-IDX)
           ELSE
               MOVE "GEN"               TO OB-TPL-VER(OB-IDX)
           END-IF.

           PERFORM 0325-RESOLVE-DATA-START
           THRU    0325-RESOLVE-DATA-END.

           EXIT.
       0315-FIND-TPL-END.

      ******************************************************************

      *Donnee du message de l'entree OB(OB-IDX) dans WS-SUB-DATA.
      *Pour une salutation, la reference (passage-rang) est
      *recherchee au registre greet_queue.dat et le texte de la
      *salutation la remplace ; reference introuvable, la donnee
      *brute est gardee pour ne jamais bloquer la remise.
       0325-RESOLVE-DATA-START.

           MOVE OB-PAYLOAD(OB-IDX)      TO WS-SUB-DATA.

           IF OB-KIND(OB-IDX) NOT = "GREETING"
               GO TO 0325-RESOLVE-DATA-END
           END-IF.

           MOVE OB-PAYLOAD(OB-IDX)(1:21) TO WS-GQ-REF.
           MOVE SPACE                   TO F-GQUEUE-STATUS.
           OPEN INPUT F-GQUEUE.
           IF NOT F-GQUEUE-STATUS-OK
               MOVE SPACE               TO F-GQUEUE-STATUS
               GO TO 0325-RESOLVE-DATA-END
           END-IF.

           PERFORM UNTIL F-GQUEUE-STATUS-EOF
             READ F-GQUEUE
              AT END
                CONTINUE
              NOT AT END
                IF GQ-RUN = WS-GQ-REF(1:15)
                  AND GQ-SEQ = WS-GQ-REF(17:5)
                    MOVE GQ-TEXT         TO WS-SUB-DATA
                    MOVE "10"            TO F-GQUEUE-STATUS
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-GQUEUE.
           MOVE SPACE                   TO F-GQUEUE-STATUS.

           EXIT.
       0325-RESOLVE-DATA-END.

      ******************************************************************

      *Depose le SMS de l'entree OB(OB-IDX) dans le repertoire
      *consomme par la passerelle SMS : numero destinataire, puis
      *le texte -- sujet et corps du meme gabarit, marqueurs
      *substitues, mis bout a bout et coupes a 160 caracteres.
       0330-WRITE-SMS-START.

           ADD 1                        TO WS-MSG-SEQ.
           MOVE SPACES                  TO WS-MSG-NAME.
           STRING "sms_out/sms_" WS-TIMESTAMP(1:4)
                  WS-TIMESTAMP(6:2) WS-TIMESTAMP(9:2)
                  WS-TIMESTAMP(12:2) WS-TIMESTAMP(15:2)
                  WS-TIMESTAMP(18:2) "_" WS-MSG-SEQ ".txt"
                  DELIMITED BY SIZE INTO WS-MSG-NAME.

           MOVE SPACE                   TO F-MSG-STATUS.
           OPEN OUTPUT F-MSG.
           IF NOT F-MSG-STATUS-OK
               DISPLAY "Depot du SMS impossible ("
                       FUNCTION TRIM(WS-MSG-NAME)
                       ", statut " F-MSG-STATUS ")."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Depot de SMS vers la passerelle refuse"
                                        TO WS-INC-MESSAGE
               MOVE WS-MSG-NAME(1:30)   TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0330-WRITE-SMS-END
           END-IF.

           PERFORM 0315-FIND-TPL-START
           THRU    0315-FIND-TPL-END.

           MOVE SPACES                  TO WS-SMS-TEXT.
           MOVE 1                       TO WS-SMS-PTR.

           IF WS-TPL-HIT > 0
               MOVE TP-SUBJ(WS-TPL-HIT) TO WS-SUB-IN
               PERFORM 0335-SMS-APPEND-START
               THRU    0335-SMS-APPEND-END
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                         UNTIL WS-SUB-IDX > TP-BODY-CNT(WS-TPL-HIT)
                   MOVE TP-BODY(WS-TPL-HIT, WS-SUB-IDX)
                        TO WS-SUB-IN
                   PERFORM 0335-SMS-APPEND-START
                   THRU    0335-SMS-APPEND-END
               END-PERFORM
           ELSE
               MOVE "Bonjour &NOM, un message de la plateforme vous "
                                        TO WS-SUB-IN
               PERFORM 0335-SMS-APPEND-START
               THRU    0335-SMS-APPEND-END
               MOVE "attend : &DATA"    TO WS-SUB-IN
               PERFORM 0335-SMS-APPEND-START
               THRU    0335-SMS-APPEND-END
           END-IF.

           MOVE SPACES                  TO REC-F-MSG.
           STRING "To: " FUNCTION TRIM(OB-EMAIL(OB-IDX))
                  DELIMITED BY SIZE INTO REC-F-MSG.
           WRITE REC-F-MSG.

           MOVE WS-SMS-TEXT             TO REC-F-MSG.
           WRITE REC-F-MSG.

           CLOSE F-MSG.
           MOVE "00"                    TO F-MSG-STATUS.

           EXIT.
       0330-WRITE-SMS-END.

      ******************************************************************

      *Ajoute au texte du SMS la ligne de gabarit WS-SUB-IN, marqueurs
      *substitues, precedee d'un blanc ; ce qui depasse les 160
      *caracteres est perdu. La substitution peut mener WS-SUB-IDX
      *au-dela du nombre de lignes de corps : il est rendu intact.
       0335-SMS-APPEND-START.

           IF WS-SUB-IN = SPACES
             OR WS-SMS-PTR > 160
               GO TO 0335-SMS-APPEND-END
           END-IF.

           MOVE WS-SUB-IDX              TO WS-SAVE-IDX.
           PERFORM 0320-SUBST-START
           THRU    0320-SUBST-END.
           MOVE WS-SAVE-IDX             TO WS-SUB-IDX.

           IF WS-SMS-PTR > 1
               STRING " " DELIMITED BY SIZE
                      INTO WS-SMS-TEXT WITH POINTER WS-SMS-PTR
                 ON OVERFLOW
                   GO TO 0335-SMS-APPEND-END
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-SUB-OUT) DELIMITED BY SIZE
                  INTO WS-SMS-TEXT WITH POINTER WS-SMS-PTR
             ON OVERFLOW
               CONTINUE
           END-STRING.

           EXIT.
       0335-SMS-APPEND-END.

      ******************************************************************

      *Substitue dans WS-SUB-IN les marqueurs &NOM (nom du
      *destinataire) et &DATA (donnee du message) et laisse le
      *resultat dans WS-SUB-OUT.
                   ADD 4                TO WS-SUB-IDX
                 WHEN WS-SUB-IDX + 4 <= WS-SUB-LEN + 1
                      AND WS-SUB-IN(WS-SUB-IDX:5) = "&DATA"
                   STRING FUNCTION TRIM(WS-SUB-DATA)
                          DELIMITED BY SIZE
                          INTO WS-SUB-OUT
                          WITH POINTER WS-SUB-PTR
      ******************************************************************

      *Charge les gabarits de message : nature, type de ligne (S
      *sujet, B ligne de corps), texte et langue (colonne 85, a
      *blanc langue de la maison). Le fichier des versions
      *de tpladm prime ; sans lui, msg_templates.txt d'avant les
      *versions. Sans fichier, le gabarit de repli generique
      *s'applique a tout.
       0220-LOAD-TPL-START.

           MOVE SPACE                   TO F-TPV-STATUS.
           OPEN INPUT F-TPV.
           IF F-TPV-STATUS-OK
               CLOSE F-TPV
               MOVE SPACE               TO F-TPV-STATUS
               PERFORM 0280-LOAD-TPV-START
               THRU    0280-LOAD-TPV-END
               GO TO 0220-LOAD-TPL-END
           END-IF.
           MOVE SPACE                   TO F-TPV-STATUS.

           OPEN INPUT F-TPL.

           IF NOT F-TPL-STATUS-OK
      *premier passage).
       0230-KEEP-TPL-START.

           MOVE FUNCTION UPPER-CASE(TPL-IN-LANG) TO WS-TPL-LANG.
           MOVE 0                       TO WS-TPL-HIT.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT OR WS-TPL-HIT > 0
               IF TP-KIND(TP-IDX) = TPL-IN-KIND
                 AND TP-LANG(TP-IDX) = WS-TPL-LANG
                   MOVE TP-IDX          TO WS-TPL-HIT
               END-IF
           END-PERFORM.
               END-IF
               ADD 1                    TO TP-LGHT
               MOVE TPL-IN-KIND         TO TP-KIND(TP-LGHT)
               MOVE WS-TPL-LANG         TO TP-LANG(TP-LGHT)
               MOVE "000"               TO TP-VER (TP-LGHT)
               MOVE 0                   TO TP-EFF (TP-LGHT)
               MOVE SPACES              TO TP-SUBJ(TP-LGHT)
               MOVE 0                   TO TP-BODY-CNT(TP-LGHT)
               MOVE TP-LGHT             TO WS-TPL-HIT

      ******************************************************************

      *Charge la langue de la maison et la langue preferee des
      *comptes qui en ont choisi une. Sans fichier de preferences,
      *tout part dans la langue de la maison.
       0225-LOAD-LANG-START.

           MOVE "NOTIFY.LANG"           TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-PRM-VALUE(1:2))
                                        TO WS-HOUSE-LANG
           END-IF.

           MOVE SPACE                   TO F-PREF-STATUS.
           OPEN INPUT F-PREF.
           IF NOT F-PREF-STATUS-OK
               MOVE SPACE               TO F-PREF-STATUS
               GO TO 0225-LOAD-LANG-END
           END-IF.

           PERFORM UNTIL F-PREF-STATUS-EOF
             READ F-PREF
              AT END
                CONTINUE
              NOT AT END
                IF PRF-NOM NOT = SPACES
                  AND PRF-LANG NOT = SPACES
                    IF LG-LGHT >= LG-MAX
                        DISPLAY "Table des langues pleine (" LG-MAX
                                ") : langue de la maison pour "
                                PRF-NOM(1:30)
                    ELSE
                        ADD 1            TO LG-LGHT
                        MOVE PRF-NOM     TO LG-NOM (LG-LGHT)
                        MOVE FUNCTION UPPER-CASE(PRF-LANG)
                                         TO LG-LANG(LG-LGHT)
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PREF.
           MOVE SPACE                   TO F-PREF-STATUS.

           EXIT.
       0225-LOAD-LANG-END.

      ******************************************************************

      *Charge, pour chaque nature, la version en vigueur a la date
      *d'envoi : approuvee, date d'effet atteinte, la plus recente
      *(a date egale, le plus grand numero) -- la regle de tpladm.
      *Un fichier dont le temoin d'integrite est faux (retouche hors
      *de tpladm) n'est pas lu : gabarit de repli generique et
      *incident.
       0280-LOAD-TPV-START.

           MOVE "VERIFY"                TO WS-VCK-ACTION.
           MOVE WS-TPV-FILENAME         TO WS-VCK-FILE.
           CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE.
           IF RETURN-CODE NOT = 0
               DISPLAY "Gabarits en version alteres hors de tpladm "
                       ": gabarit de repli generique pour tout."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Gabarits en version alteres : repli generique"
                                        TO WS-INC-MESSAGE
               MOVE WS-TPV-FILENAME(1:30) TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               GO TO 0280-LOAD-TPV-END
           END-IF.

           COMPUTE WS-SEND-DATE = WS-DT-YYYY * 10000
                                + WS-DT-MM * 100 + WS-DT-DD.

           OPEN INPUT F-TPV.
           MOVE 0                       TO WS-TPL-HIT.

           PERFORM UNTIL F-TPV-STATUS-EOF
             READ F-TPV
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-TPV(1:4) NOT = "CTL "
                  AND TPV-KIND NOT = SPACES
                    PERFORM 0290-KEEP-TPV-START
                    THRU    0290-KEEP-TPV-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-TPV.
           MOVE SPACE                   TO F-TPV-STATUS.

           DISPLAY "Gabarits de message en vigueur au "
                   WS-SEND-DATE " : " TP-LGHT.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT
               DISPLAY "  " TP-KIND(TP-IDX) " v" TP-VER(TP-IDX)
                       " " TP-LANG(TP-IDX)
           END-PERFORM.

           EXIT.
       0280-LOAD-TPV-END.

      ******************************************************************

      *Range la ligne courante du fichier des versions. Une entete
      *de version en vigueur plus recente que celle deja retenue
      *pour sa nature la remplace (WS-TPL-HIT la designe) ; les
      *lignes S et B qui suivent ne sont gardees que sous une
      *entete retenue.
       0290-KEEP-TPV-START.

           IF TPV-TYPE NOT = "H"
               IF WS-TPL-HIT > 0
                 AND TPV-KIND = TP-KIND(WS-TPL-HIT)
                 AND TPV-VER  = TP-VER (WS-TPL-HIT)
                   EVALUATE TPV-TYPE
                     WHEN "S"
                       MOVE TPV-TEXT    TO TP-SUBJ(WS-TPL-HIT)
                     WHEN "B"
                       IF TP-BODY-CNT(WS-TPL-HIT) < 5
                           ADD 1        TO TP-BODY-CNT(WS-TPL-HIT)
                           MOVE TPV-TEXT
                                TO TP-BODY(WS-TPL-HIT,
                                           TP-BODY-CNT(WS-TPL-HIT))
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
               GO TO 0290-KEEP-TPV-END
           END-IF.

           MOVE 0                       TO WS-TPL-HIT.

           IF TPV-STATE NOT = "A"
             OR TPV-EFF IS NOT NUMERIC
               GO TO 0290-KEEP-TPV-END
           END-IF.
           MOVE TPV-EFF                 TO WS-TPV-EFF.
           IF WS-TPV-EFF > WS-SEND-DATE
               GO TO 0290-KEEP-TPV-END
           END-IF.

      *La version en vigueur se retient par nature et par langue.
           MOVE FUNCTION UPPER-CASE(TPV-LANG) TO WS-TPL-LANG.
           PERFORM VARYING TP-IDX FROM 1 BY 1
                     UNTIL TP-IDX > TP-LGHT OR WS-TPL-HIT > 0
               IF TP-KIND(TP-IDX) = TPV-KIND
                 AND TP-LANG(TP-IDX) = WS-TPL-LANG
                   MOVE TP-IDX          TO WS-TPL-HIT
               END-IF
           END-PERFORM.

           IF WS-TPL-HIT > 0
               IF WS-TPV-EFF < TP-EFF(WS-TPL-HIT)
                 OR (WS-TPV-EFF = TP-EFF(WS-TPL-HIT)
                     AND TPV-VER < TP-VER(WS-TPL-HIT))
                   MOVE 0               TO WS-TPL-HIT
                   GO TO 0290-KEEP-TPV-END
               END-IF
           ELSE
               IF TP-LGHT >= TP-MAX
                   DISPLAY "Table des gabarits pleine (" TP-MAX
                           ") : gabarit ignore : " TPV-KIND
                   GO TO 0290-KEEP-TPV-END
               END-IF
               ADD 1                    TO TP-LGHT
               MOVE TP-LGHT             TO WS-TPL-HIT
           END-IF.

           MOVE TPV-KIND                TO TP-KIND    (WS-TPL-HIT).
           MOVE WS-TPL-LANG             TO TP-LANG    (WS-TPL-HIT).
           MOVE TPV-VER                 TO TP-VER     (WS-TPL-HIT).
           MOVE WS-TPV-EFF              TO TP-EFF     (WS-TPL-HIT).
           MOVE SPACES                  TO TP-SUBJ    (WS-TPL-HIT).
           MOVE 0                       TO TP-BODY-CNT(WS-TPL-HIT).

           EXIT.
       0290-KEEP-TPV-END.

      ******************************************************************

      *Charge les reglages du debit (plafond de depots, fenetre de
      *silence HHMM HHMM) et determine si le passage tombe dans la
      *fenetre -- une fenetre a cheval sur minuit (2200 0600) est
                CONTINUE
              NOT AT END
                IF ACK-EMAIL NOT = SPACES
                    MOVE "E"             TO WS-ACK-CHANNEL
                    MOVE ACK-EMAIL       TO WS-ACK-ADDR
                    MOVE ACK-STATUS      TO WS-ACK-STAT
                    MOVE ACK-REASON      TO WS-ACK-REAS
                    PERFORM 0260-APPLY-ACK-START
                    THRU    0260-APPLY-ACK-END
                END-IF

      ******************************************************************

      *Ramasse les accuses de la passerelle SMS, comme ceux du
      *courrier : chaque ligne s'applique a l'entree SMS en attente
      *du meme numero ; le fichier consomme est retire.
       0255-SMS-ACK-PICKUP-START.

           MOVE SPACE                   TO F-SACK-STATUS.
           OPEN INPUT F-SACK.
           IF NOT F-SACK-STATUS-OK
               MOVE SPACE               TO F-SACK-STATUS
               GO TO 0255-SMS-ACK-PICKUP-END
           END-IF.

           MOVE WS-ACK-COUNT            TO WS-SACK-COUNT.

           PERFORM UNTIL F-SACK-STATUS-EOF
             READ F-SACK
              AT END
                CONTINUE
              NOT AT END
                IF SACK-MOBILE NOT = SPACES
                    MOVE "S"             TO WS-ACK-CHANNEL
                    MOVE SACK-MOBILE     TO WS-ACK-ADDR
                    MOVE SACK-STATUS     TO WS-ACK-STAT
                    MOVE SACK-REASON     TO WS-ACK-REAS
                    PERFORM 0260-APPLY-ACK-START
                    THRU    0260-APPLY-ACK-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-SACK.
           MOVE SPACE                   TO F-SACK-STATUS.

           CALL "CBL_DELETE_FILE" USING WS-SACK-FILENAME.

           COMPUTE WS-SACK-COUNT = WS-ACK-COUNT - WS-SACK-COUNT.
           DISPLAY "Accuses de la passerelle SMS traites : "
                   WS-SACK-COUNT.

           EXIT.
       0255-SMS-ACK-PICKUP-END.

      ******************************************************************

      *Applique l'accuse courant (WS-ACK-*) a la premiere entree en
      *attente du meme canal portant cette adresse ou ce numero.
       0260-APPLY-ACK-START.

           MOVE 0                       TO WS-ACK-HIT.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                     UNTIL OB-IDX > OB-LGHT OR WS-ACK-HIT > 0
               IF OB-STATE(OB-IDX) = "W"
                 AND OB-CHANNEL(OB-IDX) = WS-ACK-CHANNEL
                 AND OB-EMAIL(OB-IDX) = WS-ACK-ADDR
                   MOVE OB-IDX          TO WS-ACK-HIT
               END-IF
           END-PERFORM.

           MOVE WS-TIMESTAMP            TO OB-TIMESTAMP(OB-IDX).

           IF WS-ACK-STAT = "OK"
               MOVE "S"                 TO OB-STATE(OB-IDX)
               MOVE "N"                 TO OB-KEEP-FLAG(OB-IDX)
               IF OB-CHANNEL(OB-IDX) = "S"
                   ADD 1                TO WS-SMS-SENT-COUNT
               ELSE
                   ADD 1                TO WS-SENT-COUNT
               END-IF
               PERFORM 0350-ARCHIVE-ENTRY-START
               THRU    0350-ARCHIVE-ENTRY-END
           ELSE
               IF OB-ATTEMPTS(OB-IDX) >= WS-MAX-ATTEMPTS
                   MOVE "F"             TO OB-STATE(OB-IDX)
                   MOVE "N"             TO OB-KEEP-FLAG(OB-IDX)
                   IF OB-CHANNEL(OB-IDX) = "S"
                       ADD 1            TO WS-SMS-FINAL-COUNT
                   ELSE
                       ADD 1            TO WS-FINAL-KO-COUNT
                   END-IF
                   DISPLAY "Echec definitif d'envoi pour "
                           OB-NOM(OB-IDX) " : " WS-ACK-REAS
                   MOVE "E"             TO WS-INC-SEVERITY
                   MOVE SPACES          TO WS-INC-MESSAGE
                   STRING "Echec definitif : " WS-ACK-REAS
                          DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   MOVE OB-NOM(OB-IDX)(1:30) TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM
      *un message.
                   MOVE "P"             TO OB-STATE(OB-IDX)
                   DISPLAY "Echec signale par la passerelle pour "
                           OB-NOM(OB-IDX) " : " WS-ACK-REAS
               END-IF
           END-IF.

           MOVE OB-KIND(OB-IDX)         TO NOTIFY-KIND.
           MOVE OB-PAYLOAD(OB-IDX)      TO NOTIFY-PAYLOAD.
           MOVE OB-PRIORITY(OB-IDX)     TO NOTIFY-PRIORITY.
           MOVE OB-TPL-VER(OB-IDX)      TO NOTIFY-TPL-VER.
           MOVE OB-CHANNEL(OB-IDX)      TO NOTIFY-CHANNEL.

           EXIT.
       0400-WRITE-ENTRY-END.
