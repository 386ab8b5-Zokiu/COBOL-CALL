                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BOUNCE-STATUS.

      *Retours de la passerelle SMS, meme disposition : numero de
      *mobile puis code de motif (H / S). Le numero indelivrable
      *entre en liste de suppression ; le compte n'est pas marque,
      *son adresse email restant bonne.
           SELECT F-SBOUNCE ASSIGN TO "sms_bounces.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SBOUNCE-STATUS.

      *Compteur des echecs temporaires par adresse : un echec
      *temporaire ne supprime pas, il compte -- la suppression ne
      *tombe qu'au seuil d'echecs cumules.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REPORT-STATUS.

      *Anciennes adresses gardees en alias apres une migration de
      *domaine (dommig) : un retour vers l'ancienne adresse y
      *retrouve le compte, jusqu'a la fin de la transition.
           SELECT F-ALIAS ASSIGN TO "email_alias.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ALIAS-STATUS.

      ******************************************************************
      *                      DATA DIVISION
           05 FILLER            PIC X(01).
           05 BNC-CODE          PIC X(04).

       FD  F-SBOUNCE.

       01  REC-F-SBOUNCE.
           05 SBNC-MOBILE       PIC X(50).
           05 FILLER            PIC X(01).
           05 SBNC-CODE         PIC X(04).

       FD  F-SOFTCNT.

       01  REC-F-SOFTCNT.

       FD  F-REPORT.

       01  REC-F-REPORT         PIC X(132).

       FD  F-ALIAS.

       01  REC-F-ALIAS.
           05 ALI-OLD           PIC X(50).
           05 FILLER            PIC X(01).
           05 ALI-NEW           PIC X(50).
           05 FILLER            PIC X(01).
           05 ALI-NOM           PIC X(50).
           05 FILLER            PIC X(01).
           05 ALI-END           PIC 9(08).
           05 FILLER            PIC X(01).
           05 ALI-STAMP         PIC X(14).

      ******************************************************************

       01  F-SUPPRESS-STATUS    PIC X(02) VALUE SPACE.
           88 F-SUPPRESS-STATUS-OK          VALUE "00".

       01  F-SBOUNCE-STATUS     PIC X(02) VALUE SPACE.
           88 F-SBOUNCE-STATUS-OK           VALUE "00".
           88 F-SBOUNCE-STATUS-EOF          VALUE "10".

      *Fichiers de retours presents au passage.
       01  WS-EMAIL-FILE-FLAG   PIC X(01) VALUE "N".
           88 EMAIL-BOUNCES-PRESENT         VALUE "Y".
       01  WS-SMS-FILE-FLAG     PIC X(01) VALUE "N".
           88 SMS-BOUNCES-PRESENT           VALUE "Y".

       01  F-REPORT-STATUS      PIC X(02) VALUE SPACE.
           88 F-REPORT-STATUS-OK            VALUE "00".

       01  WS-DATE-TIME.
           05 WS-DT-YYYY        PIC 9(04).
           05 WS-DT-MM          PIC 9(02).
       01  WS-SOFT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TOLERATED-COUNT   PIC 9(05) VALUE ZERO.

      *Memes cumuls pour le canal SMS, tenus a part du courrier.
       01  WS-SMS-BNC-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-SMS-HARD-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-SMS-SOFT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-SMS-TOLER-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-SMS-SUPPR-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-SMS-KNOWN-COUNT   PIC 9(05) VALUE ZERO.

       01  F-SOFTCNT-STATUS     PIC X(02) VALUE SPACE.
           88 F-SOFTCNT-STATUS-OK           VALUE "00".
           88 F-SOFTCNT-STATUS-EOF          VALUE "10".
       01  F-BNCCFG-STATUS      PIC X(02) VALUE SPACE.
           88 F-BNCCFG-STATUS-OK            VALUE "00".

       01  F-ALIAS-STATUS       PIC X(02) VALUE SPACE.
           88 F-ALIAS-STATUS-OK             VALUE "00".
           88 F-ALIAS-STATUS-EOF            VALUE "10".

      *Adresse retournee, en majuscules, comparee aux alias.
       01  WS-ALIAS-KEY         PIC X(50).
       01  WS-ALIAS-FOUND       PIC X(01).
           88 ALIAS-IS-FOUND                VALUE "Y".

      *Seuil effectif d'echecs temporaires avant suppression.
       01  WS-SOFT-LIMIT        PIC 9(03) VALUE 3.

           05 OUT-D-RATE        PIC ZZ9.9.
           05 FILLER            PIC X(02) VALUE " %".

       01  WS-SMS-LINE.
           05 FILLER            PIC X(12) VALUE "Canal SMS : ".
           05 FILLER            PIC X(09) VALUE " retours:".
           05 OUT-M-TOTAL       PIC ZZZZ9.
           05 FILLER            PIC X(07) VALUE "  durs:".
           05 OUT-M-HARD        PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  temporaires".
           05 OUT-M-SOFT        PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  supprimes:".
           05 OUT-M-SUPPR       PIC ZZZZ9.
           05 FILLER            PIC X(17) VALUE "  comptes connus:".
           05 OUT-M-KNOWN       PIC ZZZZ9.

       01  WS-SQLCODE-X         PIC S9(05).
       01  WS-SQL-MESSAGE       PIC X(40).

           05 FILLER            PIC X(01) VALUE SPACE.
           05 OUT-R-NOM         PIC X(50).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OUT-R-KIND        PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-BOUNCE-EMAIL      PIC X(50).
       01  WS-BOUNCE-MOBILE     PIC X(20).
       01  WS-ACCOUNT-EMAIL     PIC X(50).
       01  WS-ROW-NOM           PIC X(50).
       01  WS-HIT-COUNT         PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           THRU    0160-LOAD-SOFTCNT-END.

           OPEN INPUT F-BOUNCE.
           IF F-BOUNCE-STATUS-OK
               SET EMAIL-BOUNCES-PRESENT TO TRUE
           END-IF.
           OPEN INPUT F-SBOUNCE.
           IF F-SBOUNCE-STATUS-OK
               SET SMS-BOUNCES-PRESENT  TO TRUE
           END-IF.
           IF NOT EMAIL-BOUNCES-PRESENT
             AND NOT SMS-BOUNCES-PRESENT
               DISPLAY "Pas de fichier de retours a traiter."
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Execution sans operateur : identifiants du fichier protege.
           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
               OPEN OUTPUT F-SUPPRESS
           END-IF.

           IF EMAIL-BOUNCES-PRESENT
               PERFORM UNTIL F-BOUNCE-STATUS-EOF
                 READ F-BOUNCE
                  AT END
                    CONTINUE
                  NOT AT END
                    IF BNC-EMAIL NOT = SPACES
                        PERFORM 0200-ONE-BOUNCE-START
                        THRU    0200-ONE-BOUNCE-END
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-BOUNCE
           END-IF.

      *Retours SMS : meme regle dur / temporaire, cumuls a part.
           IF SMS-BOUNCES-PRESENT
               PERFORM UNTIL F-SBOUNCE-STATUS-EOF
                 READ F-SBOUNCE
                  AT END
                    CONTINUE
                  NOT AT END
                    IF SBNC-MOBILE NOT = SPACES
                        PERFORM 0300-ONE-SMS-BOUNCE-START
                        THRU    0300-ONE-SMS-BOUNCE-END
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-SBOUNCE
           END-IF.

           CLOSE F-SUPPRESS.

      *Bilan par domaine en queue de rapport : un domaine qui
      *serveur, pas des adresses fausses.
           PERFORM 0500-DOMAIN-SUMMARY-START
           THRU    0500-DOMAIN-SUMMARY-END.
           PERFORM 0550-SMS-SUMMARY-START
           THRU    0550-SMS-SUMMARY-END.

           CLOSE F-REPORT.

                   " toleres : " WS-TOLERATED-COUNT ")"
                   " comptes marques : " WS-FLAGGED-COUNT
                   " adresses inconnues : " WS-UNKNOWN-COUNT.
           DISPLAY "Retours SMS traites : " WS-SMS-BNC-COUNT
                   " (durs : " WS-SMS-HARD-COUNT
                   " temporaires : " WS-SMS-SOFT-COUNT
                   " toleres : " WS-SMS-TOLER-COUNT ")"
                   " numeros supprimes : " WS-SMS-SUPPR-COUNT
                   " comptes porteurs : " WS-SMS-KNOWN-COUNT.

           MOVE 0                       TO RETURN-CODE.

               GO TO 0200-ONE-BOUNCE-END
           END-IF.

           MOVE WS-BOUNCE-EMAIL         TO WS-ACCOUNT-EMAIL.
           MOVE 0                       TO WS-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM users WHERE email = :WS-ACCOUNT-EMAIL
           END-EXEC.

      *Ancienne adresse d'un domaine migre : le compte porte
      *desormais la nouvelle, c'est lui qui est marque.
           IF WS-HIT-COUNT = 0
               PERFORM 0210-FIND-ALIAS-START
               THRU    0210-FIND-ALIAS-END
               IF ALIAS-IS-FOUND
                   EXEC SQL
                       SELECT COUNT(*) INTO :WS-HIT-COUNT
                       FROM users WHERE email = :WS-ACCOUNT-EMAIL
                   END-EXEC
               END-IF
           END-IF.

           IF WS-HIT-COUNT = 0
               ADD 1                    TO WS-UNKNOWN-COUNT
               MOVE "(aucun compte porteur)" TO WS-ROW-NOM
               MOVE SPACES              TO WS-ROW-NOM
               EXEC SQL
                   SELECT nom INTO :WS-ROW-NOM
                   FROM users WHERE email = :WS-ACCOUNT-EMAIL
               END-EXEC

               EXEC SQL
                   UPDATE users SET status = 'U'
                   WHERE email = :WS-ACCOUNT-EMAIL
               END-EXEC

               IF SQLCODE = 0

      ******************************************************************

      *Cherche l'adresse retournee parmi les alias encore valides
      *(fin de transition non depassee) ; trouvee, WS-ACCOUNT-EMAIL
      *recoit l'adresse en vigueur du compte. Pas de fichier
      *d'alias : aucune migration, rien a chercher.
       0210-FIND-ALIAS-START.

           MOVE "N"                     TO WS-ALIAS-FOUND.
           MOVE FUNCTION UPPER-CASE(WS-BOUNCE-EMAIL) TO WS-ALIAS-KEY.

           MOVE SPACE                   TO F-ALIAS-STATUS.
           OPEN INPUT F-ALIAS.
           IF NOT F-ALIAS-STATUS-OK
               MOVE SPACE               TO F-ALIAS-STATUS
               GO TO 0210-FIND-ALIAS-END
           END-IF.

           PERFORM UNTIL F-ALIAS-STATUS-EOF OR ALIAS-IS-FOUND
             READ F-ALIAS
              AT END
                CONTINUE
              NOT AT END
                IF FUNCTION UPPER-CASE(ALI-OLD) = WS-ALIAS-KEY
                  AND ALI-END >= WS-DATE-TIME(1:8)
                    SET ALIAS-IS-FOUND   TO TRUE
                    MOVE ALI-NEW         TO WS-ACCOUNT-EMAIL
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ALIAS.
           MOVE SPACE                   TO F-ALIAS-STATUS.

           EXIT.
       0210-FIND-ALIAS-END.

      ******************************************************************

      *Traite un numero de mobile retourne par la passerelle SMS :
      *meme regle que pour le courrier (dur supprime sur-le-champ,
      *temporaire compte jusqu'au seuil), mais le compte porteur
      *n'est pas marque -- seul le numero sort de la distribution,
      *l'email du compte reste bon.
       0300-ONE-SMS-BOUNCE-START.

           ADD 1                        TO WS-SMS-BNC-COUNT.
           MOVE SBNC-MOBILE             TO WS-BOUNCE-EMAIL.
           MOVE SBNC-MOBILE             TO WS-BOUNCE-MOBILE.

           IF SBNC-CODE(1:1) = "S" OR SBNC-CODE(1:1) = "4"
               MOVE "S"                 TO WS-BNC-KIND
               ADD 1                    TO WS-SMS-SOFT-COUNT
           ELSE
               MOVE "H"                 TO WS-BNC-KIND
               ADD 1                    TO WS-SMS-HARD-COUNT
           END-IF.

           MOVE "N"                     TO WS-SUPPRESS-FLAG.
           IF BOUNCE-IS-SOFT
               PERFORM 0250-COUNT-SOFT-START
               THRU    0250-COUNT-SOFT-END
           ELSE
               SET DO-SUPPRESS          TO TRUE
           END-IF.

           MOVE 0                       TO WS-HIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-COUNT
               FROM users WHERE mobile = :WS-BOUNCE-MOBILE
           END-EXEC.
           IF WS-HIT-COUNT = 0
               MOVE "(aucun compte porteur)" TO WS-ROW-NOM
           ELSE
               ADD 1                    TO WS-SMS-KNOWN-COUNT
               MOVE SPACES              TO WS-ROW-NOM
               EXEC SQL
                   SELECT nom INTO :WS-ROW-NOM
                   FROM users WHERE mobile = :WS-BOUNCE-MOBILE
               END-EXEC
           END-IF.

           MOVE WS-TIMESTAMP            TO OUT-R-STAMP.
           MOVE WS-BOUNCE-EMAIL         TO OUT-R-EMAIL.
           MOVE WS-ROW-NOM              TO OUT-R-NOM.

           IF NOT DO-SUPPRESS
               ADD 1                    TO WS-SMS-TOLER-COUNT
               MOVE "SMS TEMPO"         TO OUT-R-KIND
               MOVE WS-REPORT-LINE      TO REC-F-REPORT
               WRITE REC-F-REPORT
               GO TO 0300-ONE-SMS-BOUNCE-END
           END-IF.

      *Le numero entre en liste de suppression : notify ne double
      *plus aucun message par SMS vers lui.
           MOVE SPACES                  TO REC-F-SUPPRESS.
           MOVE WS-BOUNCE-EMAIL         TO SUP-EMAIL.
           IF BOUNCE-IS-SOFT
               MOVE "RETOUR SMS SEUIL"  TO SUP-REASON
               MOVE "SMS SEUIL"         TO OUT-R-KIND
           ELSE
               MOVE "RETOUR SMS DUR"    TO SUP-REASON
               MOVE "SMS DUR"           TO OUT-R-KIND
           END-IF.
           MOVE WS-TIMESTAMP(1:4)       TO SUP-DATE(1:4).
           MOVE WS-TIMESTAMP(6:2)       TO SUP-DATE(5:2).
           MOVE WS-TIMESTAMP(9:2)       TO SUP-DATE(7:2).
           MOVE "00000000"              TO SUP-EXP.
           MOVE "bounce"                TO SUP-OPERATOR.
           WRITE REC-F-SUPPRESS.
           ADD 1                        TO WS-SMS-SUPPR-COUNT.

           MOVE WS-REPORT-LINE          TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0300-ONE-SMS-BOUNCE-END.

      ******************************************************************

      *Avance le compteur d'echecs temporaires de l'adresse
      *courante ; au seuil, la suppression est decidee et le
      *compteur repart (si l'adresse revit un jour, elle repart de

           EXIT.
       0500-DOMAIN-SUMMARY-END.

      ******************************************************************

      *Bilan du canal SMS en queue de bounce_report.out, a part des
      *domaines de courrier.
       0550-SMS-SUMMARY-START.

           MOVE "--- Retours SMS ---"   TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           MOVE WS-SMS-BNC-COUNT        TO OUT-M-TOTAL.
           MOVE WS-SMS-HARD-COUNT       TO OUT-M-HARD.
           MOVE WS-SMS-SOFT-COUNT       TO OUT-M-SOFT.
           MOVE WS-SMS-SUPPR-COUNT      TO OUT-M-SUPPR.
           MOVE WS-SMS-KNOWN-COUNT      TO OUT-M-KNOWN.
           MOVE WS-SMS-LINE             TO REC-F-REPORT.
           WRITE REC-F-REPORT.

           EXIT.
       0550-SMS-SUMMARY-END.
