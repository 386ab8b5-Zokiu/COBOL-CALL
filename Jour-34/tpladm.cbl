      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tpladm.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Versions des gabarits de message lues par dispatch : pour
      *chaque nature (WELCOME, RESET, EXPIRY...), une ligne d'entete
      *par version (date d'effet, etat, auteur, approbateur, langue)
      *suivie
      *du sujet et des lignes de corps. Le fichier n'est ecrit que
      *par ce programme et porte un temoin d'integrite en queue
      *(valck) : une retouche a l'editeur est refusee par dispatch.
           SELECT F-TPV ASSIGN TO "msg_tpl_versions.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TPV-STATUS.

      *Gabarits d'avant les versions, repris une fois en version 1
      *approuvee a la premiere mise en service.
           SELECT F-TPL ASSIGN TO "msg_templates.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-TPL-STATUS.

      *Brouillon d'une nouvelle version, au format de
      *msg_templates.txt (nature, type de ligne S/B, texte).
           SELECT F-DRAFT ASSIGN TO WS-DRAFT-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DRAFT-STATUS.

      *Maitre des utilisateurs : compte d'exemple de l'apercu.
           SELECT F-MASTER ASSIGN TO WS-MASTER-FILENAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MASTER-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-TPV.

       01  REC-F-TPV.
           05 TPV-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 TPV-VER          PIC X(03).
           05 FILLER           PIC X(01).
           05 TPV-TYPE         PIC X(01).
           05 FILLER           PIC X(01).
           05 TPV-TEXT         PIC X(70).

      *Ligne d'entete d'une version (type "H").
       01  REC-F-TPV-HDR.
           05 FILLER           PIC X(17).
           05 TPV-EFF          PIC X(08).
           05 FILLER           PIC X(01).
           05 TPV-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 TPV-AUTHOR       PIC X(20).
           05 FILLER           PIC X(01).
           05 TPV-APPROVER     PIC X(20).
           05 FILLER           PIC X(01).
           05 TPV-DECIDED      PIC X(08).
      *Langue de la version (FR, EN...) ; a blanc, langue de la
      *maison.
           05 FILLER           PIC X(01).
           05 TPV-LANG         PIC X(02).

       FD  F-TPL.

       01  REC-F-TPL.
           05 TPL-IN-KIND      PIC X(10).
           05 FILLER           PIC X(01).
           05 TPL-IN-TYPE      PIC X(01).
           05 FILLER           PIC X(01).
           05 TPL-IN-TEXT      PIC X(70).
           05 FILLER           PIC X(01).
           05 TPL-IN-LANG      PIC X(02).

       FD  F-DRAFT.

       01  REC-F-DRAFT.
           05 DRF-KIND         PIC X(10).
           05 FILLER           PIC X(01).
           05 DRF-TYPE         PIC X(01).
           05 FILLER           PIC X(01).
           05 DRF-TEXT         PIC X(70).

       FD  F-MASTER.

       01  REC-F-MASTER.
           05 MST-ID           PIC X(10).
           05 MST-NOM          PIC X(50).
           05 MST-EMAIL        PIC X(50).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *Programme annonce au service d'acces a la base.
       01  WS-DBC-PROGRAM      PIC X(10) VALUE "tpladm".

       01  F-TPV-STATUS        PIC X(02) VALUE SPACE.
           88 F-TPV-STATUS-OK              VALUE "00".
           88 F-TPV-STATUS-EOF             VALUE "10".

       01  F-TPL-STATUS        PIC X(02) VALUE SPACE.
           88 F-TPL-STATUS-OK              VALUE "00".
           88 F-TPL-STATUS-EOF             VALUE "10".

       01  F-DRAFT-STATUS      PIC X(02) VALUE SPACE.
           88 F-DRAFT-STATUS-OK            VALUE "00".
           88 F-DRAFT-STATUS-EOF           VALUE "10".

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK           VALUE "00".
           88 F-MASTER-STATUS-EOF          VALUE "10".

      *Ligne de commande : LIST [nature], ADD <nature> <AAAAMMJJ>
      *<brouillon> [langue], PREVIEW <nature> <version>
      *[identifiant], APPROVE <nature> <version>, REJECT <nature>
      *<version>, ROLLBACK <nature> [langue]. Une version sans
      *langue est celle de la langue de la maison.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ACTION           PIC X(20).
       01  WS-KIND-ARG         PIC X(10).
       01  WS-ARG3             PIC X(40).
       01  WS-ARG4             PIC X(40).
       01  WS-ARG5             PIC X(10).
       01  WS-LANG-ARG         PIC X(02).
       01  WS-VER-ARG          PIC 9(03).
       01  WS-DRAFT-NAME       PIC X(40).

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC 9(08).
       01  WS-WORK-DATE        PIC 9(08).

      *Versions chargees en memoire : entete, sujet et corps de
      *chaque version.
       01  VERSION-TABLE.
           05 VT-LGHT          PIC 9(03) VALUE ZERO.
           05 VT-MAX           PIC 9(03) VALUE 300.
           05 VT OCCURS 300 TIMES INDEXED BY VT-IDX.
                10 VT-KIND      PIC X(10).
                10 VT-LANG      PIC X(02).
                10 VT-VER       PIC 9(03).
                10 VT-EFF       PIC 9(08).
                10 VT-STATE     PIC X(01).
                   88 VT-PENDING            VALUE "P".
                   88 VT-APPROVED           VALUE "A".
                   88 VT-REJECTED           VALUE "X".
                   88 VT-RETIRED            VALUE "R".
                10 VT-AUTHOR    PIC X(20).
                10 VT-APPROVER  PIC X(20).
                10 VT-DECIDED   PIC 9(08).
                10 VT-SUBJ      PIC X(70).
                10 VT-BODY-CNT  PIC 9(01).
                10 VT-BODY      PIC X(70) OCCURS 5 TIMES.

       01  WS-HIT              PIC 9(03).
       01  WS-FORCE-KIND       PIC X(10).
       01  WS-FORCE-LANG       PIC X(02).
       01  WS-FORCE-HIT        PIC 9(03).
       01  WS-SCAN-IDX         PIC 9(03).
       01  WS-PREV-HIT         PIC 9(03).
       01  WS-NEXT-VER         PIC 9(03).
       01  WS-STATE-LABEL      PIC X(20).
       01  WS-LINE-CNT         PIC 9(02).
       01  WS-BODY-IDX         PIC 9(01).
       01  WS-BAD-MARK         PIC 9(02).

      *Etat du fichier des versions a l'ouverture.
       01  WS-SEAL-FLAG        PIC X(01) VALUE "Y".
           88 SEAL-IS-OK                   VALUE "Y".
       01  WS-TPV-FILENAME     PIC X(40) VALUE
               "msg_tpl_versions.dat".

      *Apercu : rendu du gabarit contre un compte d'exemple, avec
      *les memes marqueurs &NOM et &DATA que dispatch.
       01  WS-MASTER-FILENAME  PIC X(40) VALUE "user_master.dat".
       01  WS-SAMPLE-KEY       PIC X(10) VALUE SPACES.
       01  WS-SAMPLE-ID        PIC X(10).
       01  WS-SAMPLE-NOM       PIC X(50).
       01  WS-SAMPLE-EMAIL     PIC X(50).
       01  WS-SAMPLE-DATA      PIC X(30).
       01  WS-SUB-IN           PIC X(70).
       01  WS-SUB-OUT          PIC X(132).
       01  WS-SUB-IDX          PIC 9(03).
       01  WS-SUB-PTR          PIC 9(03).
       01  WS-SUB-LEN          PIC 9(03).

       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Operateur : identifiant et mot de passe verifies par
      *authchk, trois essais au plus.
       01  WS-OPERATOR         PIC X(20).
       01  WS-PWD-TRY          PIC 9(01) VALUE ZERO.
       01  WS-AUTH-FLAG        PIC X(01) VALUE "N".
           88 WS-AUTH-IS-OK                VALUE "Y".

      *Zones passees au scellement d'integrite.
       01  WS-VCK-ACTION       PIC X(08).
       01  WS-VCK-FILE         PIC X(40).

      *Zones passees a la piste d'audit : chaque version ajoutee,
      *approuvee, rejetee ou retiree y est tracee.
       01  WS-AUD-PROGRAM      PIC X(10) VALUE "tpladm".
       01  WS-AUD-ACTION       PIC X(10).
       01  WS-AUD-NOM          PIC X(50).
       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-AUTH-NAME        PIC X(50).
       01  WS-AUTH-PASS        PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Tenue des gabarits de message de dispatch, sur le modele de
      *domadm et roladm : toute modification est une nouvelle
      *version datee (date d'effet), visible en apercu, qui
      *n'entre en vigueur qu'une fois approuvee par un second
      *operateur. Les versions anterieures sont conservees : ROLLBACK
      *retire la version en vigueur et rend la main a la
      *precedente. Codes retour : 0 fait, 1 usage ou erreur, 2
      *version introuvable ou etat incompatible, 8 refus
      *(authentification, approbation par l'auteur, fichier des
      *versions altere).
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION WS-KIND-ARG WS-ARG3 WS-ARG4
                         WS-ARG5.

      *Les natures vivent en majuscules, comme dans la boite
      *d'envoi.
           MOVE FUNCTION UPPER-CASE(WS-KIND-ARG) TO WS-KIND-ARG.
           MOVE FUNCTION UPPER-CASE(WS-ACTION)   TO WS-ACTION.
           MOVE 0                       TO WS-VER-ARG.
           IF FUNCTION TRIM(WS-ARG3) IS NUMERIC
             AND LENGTH OF FUNCTION TRIM(WS-ARG3) <= 3
               COMPUTE WS-VER-ARG = FUNCTION NUMVAL(WS-ARG3)
           END-IF.

           PERFORM 0100-LOAD-START
           THRU    0100-LOAD-END.

      *Un fichier des versions retouche hors de ce programme n'est
      *plus modifie : la consultation reste possible pour
      *l'enquete.
           IF NOT SEAL-IS-OK
             AND WS-ACTION NOT = "LIST"
             AND WS-ACTION NOT = "PREVIEW"
               DISPLAY "Fichier des versions altere hors de tpladm "
                       ": modification refusee."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE WS-ACTION
             WHEN "LIST"
               PERFORM 0200-LIST-START
               THRU    0200-LIST-END
             WHEN "ADD"
               PERFORM 0300-ADD-START
               THRU    0300-ADD-END
             WHEN "PREVIEW"
               PERFORM 0400-PREVIEW-START
               THRU    0400-PREVIEW-END
             WHEN "APPROVE"
               PERFORM 0500-APPROVE-START
               THRU    0500-APPROVE-END
             WHEN "REJECT"
               PERFORM 0600-REJECT-START
               THRU    0600-REJECT-END
             WHEN "ROLLBACK"
               PERFORM 0700-ROLLBACK-START
               THRU    0700-ROLLBACK-END
             WHEN OTHER
               DISPLAY "Usage : tpladm LIST [nature]"
               DISPLAY "        tpladm ADD <nature> <AAAAMMJJ> "
                       "<brouillon> [langue]"
               DISPLAY "        tpladm PREVIEW <nature> <version> "
                       "[identifiant]"
               DISPLAY "        tpladm APPROVE <nature> <version>"
               DISPLAY "        tpladm REJECT <nature> <version>"
               DISPLAY "        tpladm ROLLBACK <nature> [langue]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge msg_tpl_versions.dat en memoire et verifie son temoin
      *d'integrite. Absent, il est cree par reprise des gabarits de
      *msg_templates.txt en version 1 approuvee, en vigueur depuis
      *toujours : la mise en service ne change aucun message.
       0100-LOAD-START.

           MOVE SPACE                   TO F-TPV-STATUS.
           OPEN INPUT F-TPV.

           IF NOT F-TPV-STATUS-OK
               MOVE SPACE               TO F-TPV-STATUS
               PERFORM 0150-IMPORT-START
               THRU    0150-IMPORT-END
               GO TO 0100-LOAD-END
           END-IF.

           MOVE 0                       TO WS-HIT.

           PERFORM UNTIL F-TPV-STATUS-EOF
             READ F-TPV
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-TPV(1:4) NOT = "CTL "
                  AND TPV-KIND NOT = SPACES
                    PERFORM 0110-KEEP-LINE-START
                    THRU    0110-KEEP-LINE-END
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-TPV.
           MOVE SPACE                   TO F-TPV-STATUS.

           MOVE "VERIFY"                TO WS-VCK-ACTION.
           MOVE WS-TPV-FILENAME         TO WS-VCK-FILE.
           CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE.
           IF RETURN-CODE NOT = 0
               MOVE "N"                 TO WS-SEAL-FLAG
           END-IF.

           EXIT.
       0100-LOAD-END.

      ******************************************************************

      *Range la ligne courante du fichier des versions : une ligne
      *d'entete ouvre une version, les lignes S et B qui la suivent
      *lui appartiennent.
       0110-KEEP-LINE-START.

           IF TPV-TYPE = "H"
               IF VT-LGHT >= VT-MAX
                   DISPLAY "Table des versions pleine (" VT-MAX
                           ") : version ignoree : " TPV-KIND
                           " " TPV-VER
                   MOVE 0               TO WS-HIT
                   GO TO 0110-KEEP-LINE-END
               END-IF
               ADD 1                    TO VT-LGHT
               MOVE VT-LGHT             TO WS-HIT
               MOVE TPV-KIND            TO VT-KIND    (WS-HIT)
               MOVE FUNCTION UPPER-CASE(TPV-LANG)
                                        TO VT-LANG    (WS-HIT)
               MOVE TPV-VER             TO VT-VER     (WS-HIT)
               MOVE TPV-EFF             TO VT-EFF     (WS-HIT)
               MOVE TPV-STATE           TO VT-STATE   (WS-HIT)
               MOVE TPV-AUTHOR          TO VT-AUTHOR  (WS-HIT)
               MOVE TPV-APPROVER        TO VT-APPROVER(WS-HIT)
               IF TPV-DECIDED IS NUMERIC
                   MOVE TPV-DECIDED     TO VT-DECIDED (WS-HIT)
               ELSE
                   MOVE 0               TO VT-DECIDED (WS-HIT)
               END-IF
               MOVE SPACES              TO VT-SUBJ    (WS-HIT)
               MOVE 0                   TO VT-BODY-CNT(WS-HIT)
               GO TO 0110-KEEP-LINE-END
           END-IF.

           IF WS-HIT = 0
               GO TO 0110-KEEP-LINE-END
           END-IF.

           EVALUATE TPV-TYPE
             WHEN "S"
               MOVE TPV-TEXT            TO VT-SUBJ(WS-HIT)
             WHEN "B"
               IF VT-BODY-CNT(WS-HIT) < 5
                   ADD 1                TO VT-BODY-CNT(WS-HIT)
                   MOVE TPV-TEXT
                        TO VT-BODY(WS-HIT, VT-BODY-CNT(WS-HIT))
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0110-KEEP-LINE-END.

      ******************************************************************

      *Premiere mise en service : chaque nature de msg_templates.txt
      *devient sa version 1 (chaque langue de plus, la version
      *suivante), approuvee, date d'effet 00000000. Le
      *fichier des versions est ecrit et scelle aussitot.
       0150-IMPORT-START.

           MOVE SPACE                   TO F-TPL-STATUS.
           OPEN INPUT F-TPL.
           IF NOT F-TPL-STATUS-OK
               MOVE SPACE               TO F-TPL-STATUS
               GO TO 0150-IMPORT-END
           END-IF.

           PERFORM UNTIL F-TPL-STATUS-EOF
             READ F-TPL
              AT END
                CONTINUE
              NOT AT END
                IF TPL-IN-KIND NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(TPL-IN-KIND)
                                        TO TPL-IN-KIND
                    MOVE FUNCTION UPPER-CASE(TPL-IN-LANG)
                                        TO TPL-IN-LANG
                    MOVE 0               TO WS-HIT
                    PERFORM VARYING VT-IDX FROM 1 BY 1
                              UNTIL VT-IDX > VT-LGHT OR WS-HIT > 0
                        IF VT-KIND(VT-IDX) = TPL-IN-KIND
                          AND VT-LANG(VT-IDX) = TPL-IN-LANG
                            SET WS-HIT   TO VT-IDX
                        END-IF
                    END-PERFORM
                    IF WS-HIT = 0 AND VT-LGHT < VT-MAX
                        MOVE 0           TO WS-NEXT-VER
                        PERFORM VARYING VT-IDX FROM 1 BY 1
                                  UNTIL VT-IDX > VT-LGHT
                            IF VT-KIND(VT-IDX) = TPL-IN-KIND
                              AND VT-VER(VT-IDX) > WS-NEXT-VER
                                MOVE VT-VER(VT-IDX) TO WS-NEXT-VER
                            END-IF
                        END-PERFORM
                        ADD 1            TO WS-NEXT-VER
                        ADD 1            TO VT-LGHT
                        MOVE VT-LGHT     TO WS-HIT
                        MOVE TPL-IN-KIND TO VT-KIND    (WS-HIT)
                        MOVE TPL-IN-LANG TO VT-LANG    (WS-HIT)
                        MOVE WS-NEXT-VER TO VT-VER     (WS-HIT)
                        MOVE 0           TO VT-EFF     (WS-HIT)
                        MOVE "A"         TO VT-STATE   (WS-HIT)
                        MOVE "REPRISE"   TO VT-AUTHOR  (WS-HIT)
                        MOVE "REPRISE"   TO VT-APPROVER(WS-HIT)
                        MOVE WS-TODAY    TO VT-DECIDED (WS-HIT)
                        MOVE SPACES      TO VT-SUBJ    (WS-HIT)
                        MOVE 0           TO VT-BODY-CNT(WS-HIT)
                    END-IF
                    IF WS-HIT > 0
                        EVALUATE TPL-IN-TYPE
                          WHEN "S"
                            MOVE TPL-IN-TEXT TO VT-SUBJ(WS-HIT)
                          WHEN "B"
                            IF VT-BODY-CNT(WS-HIT) < 5
                                ADD 1    TO VT-BODY-CNT(WS-HIT)
                                MOVE TPL-IN-TEXT
                                     TO VT-BODY(WS-HIT,
                                                VT-BODY-CNT(WS-HIT))
                            END-IF
                          WHEN OTHER
                            CONTINUE
                        END-EVALUATE
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-TPL.
           MOVE SPACE                   TO F-TPL-STATUS.

           IF VT-LGHT > 0
               PERFORM 0900-REWRITE-START
               THRU    0900-REWRITE-END
               DISPLAY "Gabarits de msg_templates.txt repris en "
                       "version 1 : " VT-LGHT " nature(s)."
           END-IF.

           EXIT.
       0150-IMPORT-END.

      ******************************************************************

      *Restitue les versions (toutes, ou celles d'une nature) avec
      *leur etat au regard de la date du jour.
       0200-LIST-START.

           IF VT-LGHT = 0
               DISPLAY "Aucun gabarit en version."
               GO TO 0200-LIST-END
           END-IF.

           IF NOT SEAL-IS-OK
               DISPLAY "ATTENTION : fichier des versions altere hors "
                       "de tpladm -- dispatch ne l'utilisera pas."
           END-IF.

           PERFORM VARYING VT-IDX FROM 1 BY 1
                     UNTIL VT-IDX > VT-LGHT
               IF WS-KIND-ARG = SPACES
                 OR VT-KIND(VT-IDX) = WS-KIND-ARG
                   MOVE VT-KIND(VT-IDX) TO WS-FORCE-KIND
                   MOVE VT-LANG(VT-IDX) TO WS-FORCE-LANG
                   PERFORM 0800-IN-FORCE-START
                   THRU    0800-IN-FORCE-END
                   EVALUATE TRUE
                     WHEN WS-FORCE-HIT = VT-IDX
                       MOVE "EN VIGUEUR"    TO WS-STATE-LABEL
                     WHEN VT-APPROVED(VT-IDX)
                          AND VT-EFF(VT-IDX) > WS-TODAY
                       MOVE "APPROUVEE A VENIR" TO WS-STATE-LABEL
                     WHEN VT-APPROVED(VT-IDX)
                       MOVE "REMPLACEE"     TO WS-STATE-LABEL
                     WHEN VT-PENDING(VT-IDX)
                       MOVE "A APPROUVER"   TO WS-STATE-LABEL
                     WHEN VT-REJECTED(VT-IDX)
                       MOVE "REJETEE"       TO WS-STATE-LABEL
                     WHEN VT-RETIRED(VT-IDX)
                       MOVE "RETIREE"       TO WS-STATE-LABEL
                     WHEN OTHER
                       MOVE "?"             TO WS-STATE-LABEL
                   END-EVALUATE
                   DISPLAY VT-KIND(VT-IDX) " v" VT-VER(VT-IDX)
                           " " VT-LANG(VT-IDX)
                           " effet " VT-EFF(VT-IDX) " "
                           WS-STATE-LABEL " auteur "
                           FUNCTION TRIM(VT-AUTHOR(VT-IDX))
                           " decision "
                           FUNCTION TRIM(VT-APPROVER(VT-IDX))
                           " " VT-DECIDED(VT-IDX)
               END-IF
           END-PERFORM.

           EXIT.
       0200-LIST-END.

      ******************************************************************

      *Ajoute une version de gabarit depuis un brouillon au format
      *de msg_templates.txt : numero suivant de la nature (toutes
      *langues confondues), langue demandee (a blanc, langue de la
      *maison), date d'effet demandee (pas anterieure au jour),
      *etat "a approuver". L'apercu est restitue aussitot.
       0300-ADD-START.

           IF WS-KIND-ARG = SPACES OR WS-ARG4 = SPACES
               DISPLAY "ADD : nature, date d'effet et brouillon "
                       "attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG3(1:8) IS NOT NUMERIC
             OR WS-ARG3(9:1) NOT = SPACE
               DISPLAY "ADD : date d'effet AAAAMMJJ attendue."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG3(1:8)            TO WS-WORK-DATE.

           MOVE FUNCTION UPPER-CASE(WS-ARG5(1:2)) TO WS-LANG-ARG.
           IF WS-ARG5 NOT = SPACES
             AND (WS-ARG5(3:8) NOT = SPACES
                  OR WS-LANG-ARG(2:1) = SPACE
                  OR WS-LANG-ARG IS NOT ALPHABETIC)
               DISPLAY "ADD : langue a deux lettres attendue (FR, "
                       "EN...)."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-WORK-DATE < WS-TODAY
               DISPLAY "ADD : une date d'effet passee reecrirait "
                       "l'historique des envois."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF VT-LGHT >= VT-MAX
               DISPLAY "Table des versions pleine (" VT-MAX ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-NEXT-VER.
           PERFORM VARYING VT-IDX FROM 1 BY 1
                     UNTIL VT-IDX > VT-LGHT
               IF VT-KIND(VT-IDX) = WS-KIND-ARG
                 AND VT-VER(VT-IDX) > WS-NEXT-VER
                   MOVE VT-VER(VT-IDX)  TO WS-NEXT-VER
               END-IF
           END-PERFORM.
           IF WS-NEXT-VER >= 999
               DISPLAY "ADD : numerotation des versions epuisee "
                       "pour " WS-KIND-ARG
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                        TO WS-NEXT-VER.

      *Brouillon lu dans une version provisoire en fin de table.
           ADD 1                        TO VT-LGHT.
           MOVE VT-LGHT                 TO WS-HIT.
           MOVE WS-KIND-ARG             TO VT-KIND    (WS-HIT).
           MOVE WS-LANG-ARG             TO VT-LANG    (WS-HIT).
           MOVE WS-NEXT-VER             TO VT-VER     (WS-HIT).
           MOVE WS-WORK-DATE            TO VT-EFF     (WS-HIT).
           MOVE "P"                     TO VT-STATE   (WS-HIT).
           MOVE SPACES                  TO VT-APPROVER(WS-HIT).
           MOVE 0                       TO VT-DECIDED (WS-HIT).
           MOVE SPACES                  TO VT-SUBJ    (WS-HIT).
           MOVE 0                       TO VT-BODY-CNT(WS-HIT).

           MOVE WS-ARG4                 TO WS-DRAFT-NAME.
           MOVE SPACE                   TO F-DRAFT-STATUS.
           OPEN INPUT F-DRAFT.
           IF NOT F-DRAFT-STATUS-OK
               DISPLAY "Brouillon illisible : "
                       FUNCTION TRIM(WS-DRAFT-NAME)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-LINE-CNT.
           PERFORM UNTIL F-DRAFT-STATUS-EOF
             READ F-DRAFT
              AT END
                CONTINUE
              NOT AT END
                IF FUNCTION UPPER-CASE(DRF-KIND) = WS-KIND-ARG
                    ADD 1                TO WS-LINE-CNT
                    EVALUATE DRF-TYPE
                      WHEN "S"
                        MOVE DRF-TEXT    TO VT-SUBJ(WS-HIT)
                      WHEN "B"
                        IF VT-BODY-CNT(WS-HIT) >= 5
                            DISPLAY "ADD : plus de cinq lignes de "
                                    "corps dans le brouillon."
                            MOVE 1       TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1            TO VT-BODY-CNT(WS-HIT)
                        MOVE DRF-TEXT
                             TO VT-BODY(WS-HIT, VT-BODY-CNT(WS-HIT))
                      WHEN OTHER
                        DISPLAY "ADD : type de ligne inconnu ("
                                DRF-TYPE ") dans le brouillon."
                        MOVE 1           TO RETURN-CODE
                        STOP RUN
                    END-EVALUATE
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DRAFT.

           IF WS-LINE-CNT = 0
               DISPLAY "ADD : aucune ligne " WS-KIND-ARG
                       " dans le brouillon."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF VT-SUBJ(WS-HIT) = SPACES
             OR VT-BODY-CNT(WS-HIT) = 0
               DISPLAY "ADD : un sujet (S) et au moins une ligne de "
                       "corps (B) sont attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *Seuls les marqueurs connus de dispatch sont admis : un
      *marqueur mal orthographie partirait tel quel chez le
      *destinataire.
           MOVE 0                       TO WS-BAD-MARK.
           MOVE VT-SUBJ(WS-HIT)         TO WS-SUB-IN.
           PERFORM 0360-CHECK-MARKS-START
           THRU    0360-CHECK-MARKS-END.
           PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                     UNTIL WS-BODY-IDX > VT-BODY-CNT(WS-HIT)
               MOVE VT-BODY(WS-HIT, WS-BODY-IDX) TO WS-SUB-IN
               PERFORM 0360-CHECK-MARKS-START
               THRU    0360-CHECK-MARKS-END
           END-PERFORM.
           IF WS-BAD-MARK > 0
               DISPLAY "ADD : marqueur inconnu dans le brouillon "
                       "(seuls &NOM et &DATA sont substitues)."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.
           MOVE WS-OPERATOR             TO VT-AUTHOR(WS-HIT).

           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "TPL-AJOUT"             TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" WS-NEXT-VER " effet " WS-WORK-DATE
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version ajoutee : "
                   FUNCTION TRIM(WS-KIND-ARG) " v" WS-NEXT-VER
                   " " WS-LANG-ARG
                   " effet " WS-WORK-DATE
                   " -- a approuver par un autre operateur.".

           PERFORM 0410-RENDER-START
           THRU    0410-RENDER-END.

           EXIT.
       0300-ADD-END.

      ******************************************************************

      *Compte dans WS-BAD-MARK les "&" de WS-SUB-IN qui n'ouvrent
      *ni &NOM ni &DATA.
       0360-CHECK-MARKS-START.

           MOVE LENGTH OF FUNCTION TRIM(WS-SUB-IN TRAILING)
                                        TO WS-SUB-LEN.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                     UNTIL WS-SUB-IDX > WS-SUB-LEN
               IF WS-SUB-IN(WS-SUB-IDX:1) = "&"
                   IF WS-SUB-IDX <= 67
                     AND WS-SUB-IN(WS-SUB-IDX:4) = "&NOM"
                       CONTINUE
                   ELSE
                       IF WS-SUB-IDX <= 66
                         AND WS-SUB-IN(WS-SUB-IDX:5) = "&DATA"
                           CONTINUE
                       ELSE
                           ADD 1        TO WS-BAD-MARK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0360-CHECK-MARKS-END.

      ******************************************************************

      *Apercu d'une version quelconque (meme rejetee ou retiree)
      *rendue contre un compte d'exemple du maitre : le premier, ou
      *celui dont l'identifiant est donne.
       0400-PREVIEW-START.

           PERFORM 0810-FIND-VERSION-START
           THRU    0810-FIND-VERSION-END.

           MOVE WS-ARG4(1:10)           TO WS-SAMPLE-KEY.
           PERFORM 0410-RENDER-START
           THRU    0410-RENDER-END.

           EXIT.
       0400-PREVIEW-END.

      ******************************************************************

      *Rend la version WS-HIT : destinataire, sujet et corps, tels
      *que dispatch les deposerait pour le compte d'exemple.
       0410-RENDER-START.

           PERFORM 0420-SAMPLE-START
           THRU    0420-SAMPLE-END.

           DISPLAY "--- Apercu "
                   FUNCTION TRIM(VT-KIND(WS-HIT)) " v" VT-VER(WS-HIT)
                   " " VT-LANG(WS-HIT)
                   " (compte d'exemple " WS-SAMPLE-ID ") ---".
           DISPLAY "To: " FUNCTION TRIM(WS-SAMPLE-EMAIL).
           MOVE VT-SUBJ(WS-HIT)         TO WS-SUB-IN.
           PERFORM 0430-SUBST-START
           THRU    0430-SUBST-END.
           DISPLAY "Subject: " FUNCTION TRIM(WS-SUB-OUT).
           DISPLAY " ".
           PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                     UNTIL WS-BODY-IDX > VT-BODY-CNT(WS-HIT)
               MOVE VT-BODY(WS-HIT, WS-BODY-IDX) TO WS-SUB-IN
               PERFORM 0430-SUBST-START
               THRU    0430-SUBST-END
               DISPLAY FUNCTION TRIM(WS-SUB-OUT TRAILING)
           END-PERFORM.
           DISPLAY "--- Fin de l'apercu ---".

           EXIT.
       0410-RENDER-END.

      ******************************************************************

      *Compte d'exemple de l'apercu, et donnee d'exemple selon la
      *nature (jeton pour RESET, echeance pour EXPIRY).
       0420-SAMPLE-START.

           MOVE "EXEMPLE"               TO WS-SAMPLE-ID.
           MOVE "Camille Exemple"       TO WS-SAMPLE-NOM.
           MOVE "camille.exemple@exemple.fr" TO WS-SAMPLE-EMAIL.

           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-MASTER-FILENAME
           END-IF.

           MOVE SPACE                   TO F-MASTER-STATUS.
           OPEN INPUT F-MASTER.
           IF F-MASTER-STATUS-OK
               PERFORM UNTIL F-MASTER-STATUS-EOF
                 READ F-MASTER
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REC-F-MASTER(1:4) NOT = "CTL "
                      AND MST-ID NOT = SPACES
                      AND (WS-SAMPLE-KEY = SPACES
                           OR MST-ID = WS-SAMPLE-KEY)
                        MOVE MST-ID      TO WS-SAMPLE-ID
                        MOVE MST-NOM     TO WS-SAMPLE-NOM
                        MOVE MST-EMAIL   TO WS-SAMPLE-EMAIL
                        MOVE "10"        TO F-MASTER-STATUS
                    END-IF
                 END-READ
               END-PERFORM
               CLOSE F-MASTER
           END-IF.
           MOVE SPACE                   TO F-MASTER-STATUS.

           EVALUATE VT-KIND(WS-HIT)
             WHEN "RESET"
               MOVE "EXEMPLE-JETON-0000"
                                        TO WS-SAMPLE-DATA
             WHEN "EXPIRY"
               MOVE SPACES              TO WS-SAMPLE-DATA
               STRING WS-TODAY(7:2) "/" WS-TODAY(5:2) "/"
                      WS-TODAY(1:4)
                      DELIMITED BY SIZE INTO WS-SAMPLE-DATA
             WHEN "GREETING"
               MOVE "Bonjour Exemple !"  TO WS-SAMPLE-DATA
             WHEN OTHER
               MOVE "(donnee du message)"
                                        TO WS-SAMPLE-DATA
           END-EVALUATE.

           EXIT.
       0420-SAMPLE-END.

      ******************************************************************

      *Substitue dans WS-SUB-IN les marqueurs &NOM et &DATA par les
      *valeurs d'exemple, comme dispatch le fait a l'envoi.
       0430-SUBST-START.

           MOVE SPACES                  TO WS-SUB-OUT.
           MOVE 1                       TO WS-SUB-PTR.
           MOVE LENGTH OF FUNCTION TRIM(WS-SUB-IN)
                                        TO WS-SUB-LEN.

           MOVE 1                       TO WS-SUB-IDX.
           PERFORM UNTIL WS-SUB-IDX > WS-SUB-LEN
               EVALUATE TRUE
                 WHEN WS-SUB-IDX + 3 <= WS-SUB-LEN + 1
                      AND WS-SUB-IN(WS-SUB-IDX:4) = "&NOM"
                   STRING FUNCTION TRIM(WS-SAMPLE-NOM)
                          DELIMITED BY SIZE
                          INTO WS-SUB-OUT
                          WITH POINTER WS-SUB-PTR
                   ADD 4                TO WS-SUB-IDX
                 WHEN WS-SUB-IDX + 4 <= WS-SUB-LEN + 1
                      AND WS-SUB-IN(WS-SUB-IDX:5) = "&DATA"
                   STRING FUNCTION TRIM(WS-SAMPLE-DATA)
                          DELIMITED BY SIZE
                          INTO WS-SUB-OUT
                          WITH POINTER WS-SUB-PTR
                   ADD 5                TO WS-SUB-IDX
                 WHEN OTHER
                   STRING WS-SUB-IN(WS-SUB-IDX:1)
                          DELIMITED BY SIZE
                          INTO WS-SUB-OUT
                          WITH POINTER WS-SUB-PTR
                   ADD 1                TO WS-SUB-IDX
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0430-SUBST-END.

      ******************************************************************

      *Approuve une version en attente : l'approbateur authentifie
      *ne peut pas etre son auteur. La version entre en vigueur a
      *sa date d'effet, au prochain passage de dispatch.
       0500-APPROVE-START.

           PERFORM 0810-FIND-VERSION-START
           THRU    0810-FIND-VERSION-END.

           IF NOT VT-PENDING(WS-HIT)
               DISPLAY "APPROVE : la version "
                       FUNCTION TRIM(WS-KIND-ARG) " v"
                       WS-VER-ARG " n'est pas en attente."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           IF WS-OPERATOR = VT-AUTHOR(WS-HIT)
               DISPLAY "APPROVE : l'auteur d'une version ne peut pas "
                       "l'approuver lui-meme."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A"                     TO VT-STATE   (WS-HIT).
           MOVE WS-OPERATOR             TO VT-APPROVER(WS-HIT).
           MOVE WS-TODAY                TO VT-DECIDED (WS-HIT).

           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "TPL-APPROB"            TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "v" VT-VER(WS-HIT) " a approuver"
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" VT-VER(WS-HIT) " effet " VT-EFF(WS-HIT)
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version approuvee : "
                   FUNCTION TRIM(WS-KIND-ARG) " v"
                   VT-VER(WS-HIT) " en vigueur a compter du "
                   VT-EFF(WS-HIT).

           EXIT.
       0500-APPROVE-END.

      ******************************************************************

      *Rejette une version en attente ; elle reste consultable.
       0600-REJECT-START.

           PERFORM 0810-FIND-VERSION-START
           THRU    0810-FIND-VERSION-END.

           IF NOT VT-PENDING(WS-HIT)
               DISPLAY "REJECT : la version "
                       FUNCTION TRIM(WS-KIND-ARG) " v"
                       WS-VER-ARG " n'est pas en attente."
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           MOVE "X"                     TO VT-STATE   (WS-HIT).
           MOVE WS-OPERATOR             TO VT-APPROVER(WS-HIT).
           MOVE WS-TODAY                TO VT-DECIDED (WS-HIT).

           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "TPL-REJET"             TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "v" VT-VER(WS-HIT) " a approuver"
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" VT-VER(WS-HIT) " rejetee"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version rejetee : " FUNCTION TRIM(WS-KIND-ARG) " v"
                   VT-VER(WS-HIT).

           EXIT.
       0600-REJECT-END.

      ******************************************************************

      *Retour arriere : la version en vigueur ce jour pour la
      *nature et la langue donnees (a blanc, langue de la maison)
      *est retiree, la version approuvee precedente dans la meme
      *langue reprend la main des le
      *prochain passage de dispatch. Refuse s'il n'y a pas de
      *version precedente (la nature tomberait sur le gabarit de
      *repli generique).
       0700-ROLLBACK-START.

           IF WS-KIND-ARG = SPACES
               DISPLAY "ROLLBACK : nature manquante."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-KIND-ARG             TO WS-FORCE-KIND.
           MOVE FUNCTION UPPER-CASE(WS-ARG3(1:2)) TO WS-FORCE-LANG.
           PERFORM 0800-IN-FORCE-START
           THRU    0800-IN-FORCE-END.

           IF WS-FORCE-HIT = 0
               DISPLAY "ROLLBACK : aucune version en vigueur pour "
                       WS-KIND-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PREV-HIT = 0
               DISPLAY "ROLLBACK : aucune version anterieure "
                       "approuvee pour " WS-KIND-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0850-SIGNON-START
           THRU    0850-SIGNON-END.

           MOVE WS-FORCE-HIT            TO WS-HIT.
           MOVE "R"                     TO VT-STATE   (WS-HIT).
           MOVE WS-OPERATOR             TO VT-APPROVER(WS-HIT).
           MOVE WS-TODAY                TO VT-DECIDED (WS-HIT).

           PERFORM 0900-REWRITE-START
           THRU    0900-REWRITE-END.

           MOVE "TPL-RETRAI"            TO WS-AUD-ACTION.
           MOVE SPACES                  TO WS-AUD-BEFORE.
           STRING "v" VT-VER(WS-HIT) " en vigueur"
                  DELIMITED BY SIZE INTO WS-AUD-BEFORE.
           MOVE SPACES                  TO WS-AUD-AFTER.
           STRING "v" VT-VER(WS-PREV-HIT) " en vigueur"
                  DELIMITED BY SIZE INTO WS-AUD-AFTER.
           PERFORM 0950-AUDIT-START
           THRU    0950-AUDIT-END.

           DISPLAY "Version retiree : " FUNCTION TRIM(WS-KIND-ARG) " v"
                   VT-VER(WS-HIT) " ; en vigueur : v"
                   VT-VER(WS-PREV-HIT) ".".

           EXIT.
       0700-ROLLBACK-END.

      ******************************************************************

      *Version en vigueur ce jour pour la nature WS-FORCE-KIND dans
      *la langue WS-FORCE-LANG, selon
      *la regle de dispatch : approuvee, date d'effet atteinte, la
      *plus recente (a date egale, le plus grand numero). Rend son
      *rang dans WS-FORCE-HIT et celui de la version qui la
      *remplacerait dans WS-PREV-HIT (0 si aucune).
       0800-IN-FORCE-START.

           MOVE 0                       TO WS-FORCE-HIT.
           MOVE 0                       TO WS-PREV-HIT.

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                     UNTIL WS-SCAN-IDX > VT-LGHT
               IF VT-KIND(WS-SCAN-IDX) = WS-FORCE-KIND
                 AND VT-LANG(WS-SCAN-IDX) = WS-FORCE-LANG
                 AND VT-APPROVED(WS-SCAN-IDX)
                 AND VT-EFF(WS-SCAN-IDX) <= WS-TODAY
                   IF WS-FORCE-HIT = 0
                       MOVE WS-SCAN-IDX TO WS-FORCE-HIT
                   ELSE
                       IF VT-EFF(WS-SCAN-IDX) > VT-EFF(WS-FORCE-HIT)
                         OR (VT-EFF(WS-SCAN-IDX) =
                             VT-EFF(WS-FORCE-HIT)
                             AND VT-VER(WS-SCAN-IDX) >
                                 VT-VER(WS-FORCE-HIT))
                           MOVE WS-FORCE-HIT TO WS-PREV-HIT
                           MOVE WS-SCAN-IDX  TO WS-FORCE-HIT
                       ELSE
                           IF WS-PREV-HIT = 0
                             OR VT-EFF(WS-SCAN-IDX) >
                                VT-EFF(WS-PREV-HIT)
                             OR (VT-EFF(WS-SCAN-IDX) =
                                 VT-EFF(WS-PREV-HIT)
                                 AND VT-VER(WS-SCAN-IDX) >
                                     VT-VER(WS-PREV-HIT))
                               MOVE WS-SCAN-IDX TO WS-PREV-HIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0800-IN-FORCE-END.

      ******************************************************************

      *Retrouve la version WS-VER-ARG de la nature WS-KIND-ARG ;
      *son rang dans WS-HIT.
       0810-FIND-VERSION-START.

           IF WS-KIND-ARG = SPACES OR WS-VER-ARG = 0
               DISPLAY WS-ACTION(1:8) " : nature et numero de "
                       "version attendus."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING VT-IDX FROM 1 BY 1
                     UNTIL VT-IDX > VT-LGHT OR WS-HIT > 0
               IF VT-KIND(VT-IDX) = WS-KIND-ARG
                 AND VT-VER(VT-IDX) = WS-VER-ARG
                   SET WS-HIT           TO VT-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT = 0
               DISPLAY "Version introuvable : "
                       FUNCTION TRIM(WS-KIND-ARG) " v"
                       WS-VER-ARG
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0810-FIND-VERSION-END.

      ******************************************************************

      *Identification de l'operateur qui signe l'ajout, la decision
      *ou le retrait : connexion a la base, puis identifiant et mot
      *de passe verifies par authchk, trois essais au plus.
       0850-SIGNON-START.

           CALL "dbcred" USING WS-DBC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Identifiant operateur : " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "L'identifiant ne peut pas etre vide."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0                       TO WS-PWD-TRY.
           PERFORM UNTIL WS-AUTH-IS-OK OR WS-PWD-TRY >= 3
               ADD 1                    TO WS-PWD-TRY
               DISPLAY "Mot de passe : " WITH NO ADVANCING
               ACCEPT WS-AUTH-PASS
               MOVE WS-OPERATOR         TO WS-AUTH-NAME
               CALL "authchk" USING WS-AUTH-NAME WS-AUTH-PASS
               EVALUATE RETURN-CODE
                   WHEN 0
                       SET WS-AUTH-IS-OK TO TRUE
                   WHEN 2
                       DISPLAY "Aucun compte en base pour cet "
                               "operateur."
                   WHEN 4
                       DISPLAY "Compte operateur desactive."
                   WHEN 5
                       DISPLAY "Compte verrouille apres trop "
                               "d'echecs."
                   WHEN OTHER
                       DISPLAY "Mot de passe errone."
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-AUTH-IS-OK
               DISPLAY "Authentification refusee : rien n'est "
                       "modifie."
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0850-SIGNON-END.

      ******************************************************************

      *Reecrit msg_tpl_versions.dat depuis la table en memoire,
      *puis le scelle.
       0900-REWRITE-START.

           OPEN OUTPUT F-TPV.

           PERFORM VARYING VT-IDX FROM 1 BY 1
                     UNTIL VT-IDX > VT-LGHT
               MOVE SPACES              TO REC-F-TPV
               MOVE VT-KIND    (VT-IDX) TO TPV-KIND
               MOVE VT-VER     (VT-IDX) TO TPV-VER
               MOVE "H"                 TO TPV-TYPE
               MOVE VT-EFF     (VT-IDX) TO TPV-EFF
               MOVE VT-STATE   (VT-IDX) TO TPV-STATE
               MOVE VT-AUTHOR  (VT-IDX) TO TPV-AUTHOR
               MOVE VT-APPROVER(VT-IDX) TO TPV-APPROVER
               MOVE VT-DECIDED (VT-IDX) TO TPV-DECIDED
               MOVE VT-LANG    (VT-IDX) TO TPV-LANG
               WRITE REC-F-TPV
               MOVE SPACES              TO REC-F-TPV
               MOVE VT-KIND    (VT-IDX) TO TPV-KIND
               MOVE VT-VER     (VT-IDX) TO TPV-VER
               MOVE "S"                 TO TPV-TYPE
               MOVE VT-SUBJ    (VT-IDX) TO TPV-TEXT
               WRITE REC-F-TPV
               PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                         UNTIL WS-BODY-IDX > VT-BODY-CNT(VT-IDX)
                   MOVE "B"             TO TPV-TYPE
                   MOVE VT-BODY(VT-IDX, WS-BODY-IDX) TO TPV-TEXT
                   WRITE REC-F-TPV
               END-PERFORM
           END-PERFORM.

           CLOSE F-TPV.

           MOVE "SEAL"                  TO WS-VCK-ACTION.
           MOVE WS-TPV-FILENAME         TO WS-VCK-FILE.
           CALL "valck" USING WS-VCK-ACTION WS-VCK-FILE.

           EXIT.
       0900-REWRITE-END.

      ******************************************************************

      *Trace l'operation sur la version WS-HIT dans la piste
      *d'audit, sous le nom "GABARIT <nature> [langue]".
       0950-AUDIT-START.

           MOVE SPACES                  TO WS-AUD-NOM.
           STRING "GABARIT " VT-KIND(WS-HIT) " " VT-LANG(WS-HIT)
                  DELIMITED BY SIZE INTO WS-AUD-NOM.
           CALL "audit" USING WS-AUD-PROGRAM WS-AUD-ACTION
                WS-AUD-NOM WS-AUD-BEFORE WS-AUD-AFTER WS-OPERATOR.

           EXIT.
       0950-AUDIT-END.
