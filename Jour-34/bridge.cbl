                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DISPO-STATUS.

      *Provenance de chaque compte cree : la ligne d'extract dont
      *il est issu, pour remonter d'un compte a son extract et
      *d'un extract douteux a tous ses comptes (provinq).
           SELECT F-PROV ASSIGN TO "provenance.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PROV-STATUS.

      ******************************************************************
      *                      DATA DIVISION
           05 VAL-ID           PIC X(10).
           05 VAL-NOM          PIC X(50).
           05 VAL-EMAIL        PIC X(50).
      *Provenance posee par le lot Jour-33 : expediteur, extract,
      *passage de validation, ligne de l'extract.
           05 VAL-SENDER       PIC X(40).
           05 VAL-EXTRACT      PIC X(40).
           05 VAL-STAMP        PIC X(14).
           05 VAL-LINE         PIC X(07).

       FD  F-DISPO.

       01  REC-F-DISPO         PIC X(181).

       FD  F-PROV.

           COPY provrec.

      ******************************************************************

       01  F-DISPO-STATUS      PIC X(02) VALUE SPACE.
           88 F-DISPO-STATUS-OK            VALUE "00".

       01  F-PROV-STATUS       PIC X(02) VALUE SPACE.
           88 F-PROV-STATUS-OK             VALUE "00".

       01  WS-NOW              PIC X(21).

       01  WS-USER-NAME        PIC X(50).
       01  WS-USER-PASS        PIC X(50).
       01  WS-COMMIT-MODE      PIC X(01) VALUE "N".
       01  WS-OPERATOR         PIC X(20) VALUE "BRIDGE".

      *Controle de separation des taches sur le profil que la
      *passerelle attribue (le profil par defaut d'insrt) : des
      *attributions restees en base pour ce nom ne doivent pas
      *former avec lui une paire interdite.
       01  WS-SOD-ROLE         PIC X(10) VALUE "APPRENANT".
       01  WS-SOD-OTHER        PIC X(10) VALUE SPACES.
       01  WS-SOD-MODE         PIC X(10) VALUE "AJOUT".
       01  WS-SOD-REASON       PIC X(60).

      *Licences du meme profil (seatchk) : places epuisees, l'ajout
      *est signale, ou refuse si le contrat le demande.
       01  WS-SEAT-REASON      PIC X(60).

       01  WS-LINE-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-ADDED-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-DISPO-LINE.
           05 DIS-LINENO       PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-NAME         PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-OUTCOME      PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-LOGIN        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 DIS-EMAIL        PIC X(50).
       01  WS-DISPO-OUTCOME    PIC X(20).

      *Zones passees au service de nommage : le compte prend le nom
      *standard et l'adresse de l'entreprise derives du nom de la
      *personne ; l'identifiant Jour-33 la distingue d'un homonyme.
       01  WS-NG-FULL-NAME     PIC X(50).
       01  WS-NG-PERSON-KEY    PIC X(50).
       01  WS-NG-CALLER        PIC X(10) VALUE "bridge".
       01  WS-NG-LOGIN         PIC X(50).
       01  WS-NG-EMAIL         PIC X(50).

      *Zones passees au controle d'integrite du fichier des
      *valides.
       01  WS-VCK-ACTION       PIC X(08).
       01  WS-VCK-FILE         PIC X(40).

      *Ticket de changement qui autorise la passerelle, en argument
      *de la ligne de commande : valid_users.out est scelle par le
      *lot Jour-33 et ne porte pas de reference. Il est retenu par
      *chgtkt pour chaque ligne d'audit des comptes crees.
       01  WS-TKT-ACTION       PIC X(08).
       01  WS-TKT-REF          PIC X(18).
       01  WS-TKT-FORMAT       PIC X(18).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "bridge".
       01  WS-INC-SEVERITY PIC X(01).
       01  WS-INC-MESSAGE  PIC X(60).
       01  WS-INC-KEY      PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
      *extract valide devient des comptes en une seule etape.
       PROCEDURE DIVISION.

           MOVE SPACES                  TO WS-TKT-REF.
           ACCEPT WS-TKT-REF FROM COMMAND-LINE.
           MOVE "SET"                   TO WS-TKT-ACTION.
           CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-REF.
           IF RETURN-CODE NOT = 0
               MOVE "FORMAT"            TO WS-TKT-ACTION
               CALL "chgtkt" USING WS-TKT-ACTION WS-TKT-FORMAT
               DISPLAY "Ticket de changement absent ou hors format "
                       "(attendu : " FUNCTION TRIM(WS-TKT-FORMAT)
                       ") : passerelle abandonnee."
               MOVE "F"                 TO WS-INC-SEVERITY
               MOVE "Ticket de changement refuse"
                                        TO WS-INC-MESSAGE
               MOVE WS-TKT-REF          TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Controle du temoin d'integrite avant tout provisionnement :
      *un fichier tronque creerait une demi-cohorte de comptes.
           MOVE "VERIFY"                TO WS-VCK-ACTION.
               STOP RUN
           END-IF.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-DISPO.

           OPEN EXTEND F-PROV.
           IF NOT F-PROV-STATUS-OK
               OPEN OUTPUT F-PROV
           END-IF.

           DISPLAY "Debut de la passerelle de provisionnement.".

           PERFORM UNTIL F-VALID-STATUS-EOF

           CLOSE F-VALID.
           CLOSE F-DISPO.
           CLOSE F-PROV.

           DISPLAY "Passerelle -- lignes : " WS-LINE-COUNT
                   " comptes crees : " WS-ADDED-COUNT
      *                       PARAGRAPHES
      ******************************************************************

      *Provisionne la ligne courante : nom de compte et adresse de
      *l'entreprise servis par namegen, mot de passe provisoire
      *bati sur l'identifiant et verifie par passvalid, puis insrt
      *en validation immediate.
       0100-BRIDGE-ONE-START.

           MOVE VAL-NOM                 TO WS-USER-NAME.
           MOVE SPACES                  TO WS-NG-LOGIN.
           MOVE SPACES                  TO WS-NG-EMAIL.

           MOVE VAL-NOM                 TO WS-NG-FULL-NAME.
           MOVE SPACES                  TO WS-NG-PERSON-KEY.
           MOVE VAL-ID                  TO WS-NG-PERSON-KEY.
           CALL "namegen" USING WS-NG-FULL-NAME WS-NG-PERSON-KEY
                                WS-NG-CALLER WS-NG-LOGIN WS-NG-EMAIL.
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   MOVE "NOM REJETE"    TO WS-DISPO-OUTCOME
               WHEN 6
                   MOVE "NOM SATURE"    TO WS-DISPO-OUTCOME
               WHEN OTHER
                   MOVE "NOMMAGE IMPOSS." TO WS-DISPO-OUTCOME
           END-EVALUATE.
           IF WS-NG-LOGIN = SPACES
               ADD 1                    TO WS-REJECT-COUNT
               PERFORM 0200-WRITE-DISPO-START
               THRU    0200-WRITE-DISPO-END
               GO TO 0100-BRIDGE-ONE-END
           END-IF.

           MOVE WS-NG-LOGIN             TO WS-USER-NAME.
           MOVE WS-NG-EMAIL             TO WS-USER-EMAIL.

           IF WS-USER-NAME = SPACES
             OR WS-USER-NAME IS NOT WS-NAME-CHARACTER
               GO TO 0100-BRIDGE-ONE-END
           END-IF.

           CALL "sodchk" USING WS-USER-NAME WS-SOD-ROLE WS-SOD-OTHER
                               WS-SOD-MODE WS-SOD-REASON.
           IF RETURN-CODE NOT = 0
               DISPLAY "Refus : " FUNCTION TRIM(WS-SOD-REASON)
                       " -- " WS-USER-NAME
               MOVE "CONFLIT PROFILS"   TO WS-DISPO-OUTCOME
               ADD 1                    TO WS-REJECT-COUNT
               PERFORM 0200-WRITE-DISPO-START
               THRU    0200-WRITE-DISPO-END
               GO TO 0100-BRIDGE-ONE-END
           END-IF.

           CALL "seatchk" USING WS-SOD-ROLE WS-SEAT-REASON.
           IF RETURN-CODE = 1
               DISPLAY "Attention : " FUNCTION TRIM(WS-SEAT-REASON)
                       " -- " WS-USER-NAME
           END-IF.
           IF RETURN-CODE > 1
               DISPLAY "Refus : " FUNCTION TRIM(WS-SEAT-REASON)
                       " -- " WS-USER-NAME
               MOVE "LICENCE EPUISEE"   TO WS-DISPO-OUTCOME
               ADD 1                    TO WS-REJECT-COUNT
               PERFORM 0200-WRITE-DISPO-START
               THRU    0200-WRITE-DISPO-END
               GO TO 0100-BRIDGE-ONE-END
           END-IF.

           MOVE SPACES                  TO WS-USER-ROLE.
           CALL "insrt" USING WS-USER-NAME WS-USER-PASS
                              WS-USER-ROLE WS-USER-EMAIL
               WHEN 0
                   ADD 1                TO WS-ADDED-COUNT
                   MOVE "AJOUTE"        TO WS-DISPO-OUTCOME
                   PERFORM 0300-WRITE-PROV-START
                   THRU    0300-WRITE-PROV-END
               WHEN 2
                   ADD 1                TO WS-REJECT-COUNT
                   MOVE "DEJA EXISTANT" TO WS-DISPO-OUTCOME

      ******************************************************************

      *Ecrit une ligne du compte rendu de la passerelle : nom de la
      *personne, issue, puis nom de compte et adresse servis.
       0200-WRITE-DISPO-START.

           MOVE WS-LINE-COUNT           TO DIS-LINENO.
           MOVE VAL-NOM                 TO DIS-NAME.
           MOVE WS-DISPO-OUTCOME        TO DIS-OUTCOME.
           MOVE WS-NG-LOGIN             TO DIS-LOGIN.
           MOVE WS-NG-EMAIL             TO DIS-EMAIL.
           MOVE WS-DISPO-LINE           TO REC-F-DISPO.
           WRITE REC-F-DISPO.

           EXIT.
       0200-WRITE-DISPO-END.

      ******************************************************************

      *Provenance du compte cree : la ligne des valides dont il est
      *issu. Un fichier des valides d'avant la provenance laisse
      *expediteur et extract a blanc, le compte reste trace par son
      *identifiant.
       0300-WRITE-PROV-START.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO REC-F-PROV.
           MOVE WS-USER-NAME            TO PRV-NOM.
           MOVE VAL-ID                  TO PRV-ID.
           MOVE VAL-SENDER              TO PRV-SENDER.
           MOVE VAL-EXTRACT             TO PRV-EXTRACT.
           MOVE VAL-STAMP               TO PRV-STAMP.
           MOVE VAL-LINE                TO PRV-LINE.
           MOVE WS-NOW(1:14)            TO PRV-CREATED.
           WRITE REC-F-PROV.

           EXIT.
       0300-WRITE-PROV-END.
