                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUPPRESS-STATUS.

      *Preferences de notification par compte : les natures qu'un
      *compte a refusees ne lui sont plus envoyees, sauf avis de
      *securite.
           SELECT F-PREF ASSIGN TO "notify_prefs.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PREF-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       FD  F-NOTIFY.

       01  REC-F-NOTIFY         PIC X(176).

       FD  F-SUPPRESS.

           05 FILLER            PIC X(01).
           05 SUP-OPERATOR      PIC X(20).

       FD  F-PREF.

           COPY prefrec.

      ******************************************************************

       WORKING-STORAGE SECTION.
       01  WS-SUPPRESSED-FLAG   PIC X(01) VALUE "N".
           88 EMAIL-IS-SUPPRESSED           VALUE "Y".

       01  F-PREF-STATUS        PIC X(02) VALUE SPACE.
           88 F-PREF-STATUS-OK              VALUE "00".
           88 F-PREF-STATUS-EOF             VALUE "10".

       01  WS-OPTED-OUT-FLAG    PIC X(01) VALUE "N".
           88 KIND-IS-OPTED-OUT             VALUE "Y".
       01  WS-PRF-IDX           PIC 9(02).

      *Natures de securite, jamais retenues par une preference du
      *compte (cle NOTIFY.SECURE-KINDS, natures separees par des
      *virgules) : a defaut, remise a zero du mot de passe, bris
      *de glace, migration de domaine et expiration du mot de
      *passe.
       01  WS-SECURE-KINDS      PIC X(60) VALUE
               "RESET BREAKGLS DOMAINE EXPIRY".
       01  WS-SECURE-TABLE.
           05 WS-SECURE-KIND    PIC X(10) OCCURS 6 TIMES.
       01  WS-SEC-IDX           PIC 9(02).
       01  WS-SECURE-FLAG       PIC X(01) VALUE "N".
           88 KIND-IS-SECURE                VALUE "Y".

      *Destinataire controle contre la liste de suppression :
      *l'adresse email, puis le numero de mobile.
       01  WS-SUPPRESS-KEY      PIC X(50).

      *Natures de message doublees par SMS (cle SMS.KINDS du
      *service central des parametres, natures separees par des
      *blancs) : a defaut, les seuls avis de securite.
       01  WS-PRM-KEY           PIC X(30).
       01  WS-PRM-VALUE         PIC X(60).
       01  WS-SMS-KINDS         PIC X(60) VALUE "RESET EXPIRY".
       01  WS-SMS-KIND-TABLE.
           05 WS-SMS-KIND       PIC X(10) OCCURS 6 TIMES.
       01  WS-SMS-IDX           PIC 9(02).
       01  WS-SMS-FLAG          PIC X(01) VALUE "N".
           88 KIND-GOES-BY-SMS              VALUE "Y".

       01  WS-DATE-TIME.
           05 WS-DT-YYYY        PIC 9(04).
           05 WS-DT-MM          PIC 9(02).
           05 NOTIFY-PAYLOAD    PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NOTIFY-PRIORITY   PIC 9(01).
      *Version du gabarit, portee par le repartiteur a l'envoi.
           05 FILLER            PIC X(04) VALUE SPACE.
           05 FILLER            PIC X(01) VALUE SPACE.
      *Canal de distribution : "E" courrier (a blanc dans les
      *entrees anterieures), "S" SMS -- la zone adresse porte alors
      *le numero de mobile.
           05 NOTIFY-CHANNEL    PIC X(01).

      ******************************************************************
       LINKAGE SECTION.
       01  LK-KIND              PIC X(10).
       01  LK-PAYLOAD           PIC X(30).

      *Numero de mobile du compte (forme normalisee de mobchk), a
      *blanc s'il n'en a pas : les natures retenues pour le SMS
      *partent aussi vers lui, pour l'utilisateur prive de sa
      *boite de courrier.
       01  LK-USER-MOBILE       PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

       PROCEDURE DIVISION USING LK-USER-NAME LK-USER-EMAIL
                                LK-KIND LK-PAYLOAD LK-USER-MOBILE.

           PERFORM 0100-BUILD-TIMESTAMP-START
           THRU    0100-BUILD-TIMESTAMP-END.

           MOVE LK-USER-NAME        TO NOTIFY-NOM.
           MOVE WS-TIMESTAMP        TO NOTIFY-TIMESTAMP.
           MOVE "P"                 TO NOTIFY-STATE.
           MOVE 0                   TO NOTIFY-ATTEMPTS.
               WHEN OTHER
                   MOVE 5           TO NOTIFY-PRIORITY
           END-EVALUATE.

      *Une nature refusee par le compte n'est pas mise en boite,
      *sur aucun canal ; les avis de securite passent toujours.
           PERFORM 0400-CHECK-PREF-START
           THRU    0400-CHECK-PREF-END.
           IF KIND-IS-OPTED-OUT
               DISPLAY "Notification retenue (nature "
                       FUNCTION TRIM(NOTIFY-KIND)
                       " refusee par le compte) : "
                       FUNCTION TRIM(LK-USER-NAME)
               GOBACK
           END-IF.

           OPEN EXTEND F-NOTIFY.
           IF NOT F-NOTIFY-STATUS-OK
               OPEN OUTPUT F-NOTIFY
           END-IF.

      *Une adresse revenue indelivrable par la passerelle ne doit
      *plus recevoir de notification : controle de la liste de
      *suppression avant toute ecriture en boite d'envoi.
           MOVE LK-USER-EMAIL       TO WS-SUPPRESS-KEY.
           PERFORM 0200-CHECK-SUPPRESS-START
           THRU    0200-CHECK-SUPPRESS-END.
           IF EMAIL-IS-SUPPRESSED
               DISPLAY "Notification retenue (adresse "
                       "indelivrable) : " FUNCTION TRIM(LK-USER-NAME)
           ELSE
               MOVE LK-USER-EMAIL   TO NOTIFY-EMAIL
               MOVE "E"             TO NOTIFY-CHANNEL
               MOVE WS-NOTIFY-LINE  TO REC-F-NOTIFY
               WRITE REC-F-NOTIFY
           END-IF.

      *Second canal : les natures retenues partent aussi par SMS
      *vers le mobile du compte, sauf numero en liste de
      *suppression.
           IF LK-USER-MOBILE NOT = SPACES
               PERFORM 0300-CHECK-SMS-KIND-START
               THRU    0300-CHECK-SMS-KIND-END
               IF KIND-GOES-BY-SMS
                   MOVE LK-USER-MOBILE TO WS-SUPPRESS-KEY
                   PERFORM 0200-CHECK-SUPPRESS-START
                   THRU    0200-CHECK-SUPPRESS-END
                   IF EMAIL-IS-SUPPRESSED
                       DISPLAY "SMS retenu (numero indelivrable) : "
                               FUNCTION TRIM(LK-USER-NAME)
                   ELSE
                       MOVE LK-USER-MOBILE TO NOTIFY-EMAIL
                       MOVE "S"         TO NOTIFY-CHANNEL
                       MOVE WS-NOTIFY-LINE TO REC-F-NOTIFY
                       WRITE REC-F-NOTIFY
                   END-IF
               END-IF
           END-IF.

           CLOSE F-NOTIFY.


      ******************************************************************

      *Le destinataire (WS-SUPPRESS-KEY, adresse ou numero)
      *figure-t-il dans la liste de
      *suppression, avec une echeance encore en vigueur ? Une
      *entree echue ne retient plus rien : les suppressions
      *temporaires s'eteignent toutes seules. Sans fichier de
              AT END
                CONTINUE
              NOT AT END
                IF SUP-EMAIL = WS-SUPPRESS-KEY
                  AND (SUP-EXP = SPACES
                       OR SUP-EXP = "00000000"
                       OR SUP-EXP >= WS-SUPPRESS-TODAY)
           EXIT.
       0200-CHECK-SUPPRESS-END.

      ******************************************************************

      *La nature du message est-elle doublee par SMS ? Liste lue au
      *service central des parametres (SMS.KINDS, natures separees
      *par des virgules : le service ne rend que le premier mot de
      *la valeur), a defaut RESET et EXPIRY.
       0300-CHECK-SMS-KIND-START.

           MOVE "N"                     TO WS-SMS-FLAG.

           MOVE "SMS.KINDS"             TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-SMS-KINDS
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-SMS-KINDS)
                                        TO WS-SMS-KINDS.
           MOVE SPACES                  TO WS-SMS-KIND-TABLE.
           UNSTRING WS-SMS-KINDS
                    DELIMITED BY "," OR ALL SPACE
                    INTO WS-SMS-KIND(1) WS-SMS-KIND(2)
                         WS-SMS-KIND(3) WS-SMS-KIND(4)
                         WS-SMS-KIND(5) WS-SMS-KIND(6).

           PERFORM VARYING WS-SMS-IDX FROM 1 BY 1
                     UNTIL WS-SMS-IDX > 6 OR KIND-GOES-BY-SMS
               IF WS-SMS-KIND(WS-SMS-IDX) NOT = SPACES
                 AND WS-SMS-KIND(WS-SMS-IDX) = NOTIFY-KIND
                   SET KIND-GOES-BY-SMS TO TRUE
               END-IF
           END-PERFORM.

           EXIT.
       0300-CHECK-SMS-KIND-END.

      ******************************************************************

      *La nature du message figure-t-elle parmi celles que le
      *compte a refusees (notify_prefs.dat) ? Une nature de
      *securite n'est jamais retenue. Sans fichier de preferences,
      *ou sans ligne pour le compte, tout part.
       0400-CHECK-PREF-START.

           MOVE "N"                     TO WS-OPTED-OUT-FLAG.
           MOVE "N"                     TO WS-SECURE-FLAG.

           MOVE "NOTIFY.SECURE-KINDS"   TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND WS-PRM-VALUE NOT = SPACES
               MOVE WS-PRM-VALUE        TO WS-SECURE-KINDS
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SECURE-KINDS)
                                        TO WS-SECURE-KINDS.
           MOVE SPACES                  TO WS-SECURE-TABLE.
           UNSTRING WS-SECURE-KINDS
                    DELIMITED BY "," OR ALL SPACE
                    INTO WS-SECURE-KIND(1) WS-SECURE-KIND(2)
                         WS-SECURE-KIND(3) WS-SECURE-KIND(4)
                         WS-SECURE-KIND(5) WS-SECURE-KIND(6).

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                     UNTIL WS-SEC-IDX > 6 OR KIND-IS-SECURE
               IF WS-SECURE-KIND(WS-SEC-IDX) NOT = SPACES
                 AND WS-SECURE-KIND(WS-SEC-IDX) = NOTIFY-KIND
                   SET KIND-IS-SECURE   TO TRUE
               END-IF
           END-PERFORM.
           IF KIND-IS-SECURE
               GO TO 0400-CHECK-PREF-END
           END-IF.

           MOVE SPACE                   TO F-PREF-STATUS.
           OPEN INPUT F-PREF.
           IF NOT F-PREF-STATUS-OK
               MOVE SPACE               TO F-PREF-STATUS
               GO TO 0400-CHECK-PREF-END
           END-IF.

           PERFORM UNTIL F-PREF-STATUS-EOF
             READ F-PREF
              AT END
                CONTINUE
              NOT AT END
                IF PRF-NOM = LK-USER-NAME
                    PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                              UNTIL WS-PRF-IDX > 6
                        IF PRF-OPTOUT(WS-PRF-IDX) NOT = SPACES
                          AND PRF-OPTOUT(WS-PRF-IDX) = NOTIFY-KIND
                            SET KIND-IS-OPTED-OUT TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-PREF.
           MOVE SPACE                   TO F-PREF-STATUS.

           EXIT.
       0400-CHECK-PREF-END.

           END PROGRAM notify.
