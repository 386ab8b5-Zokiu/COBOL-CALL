      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jmlfeed.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Piste d'audit chainee : source des arrivees, mouvements et
      *departs, reperes par leur numero de sequence.
           SELECT F-AUDIT ASSIGN TO "audit_trail.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUDIT-STATUS.

      *Registre des flux emis : numero de flux, tranche de la piste
      *couverte, date et volumes. C'est lui qui dit ou reprend le
      *flux suivant et ce que couvre un rejeu.
           SELECT F-REGISTER ASSIGN TO "jml_feeds.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-REGISTER-STATUS.

      *Destinataires du flux (badges, annuaire, paie...), un code
      *par ligne ; a defaut, la liste interne.
           SELECT F-RECIP ASSIGN TO "jml_recipients.cfg"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-RECIP-STATUS.

      *Flux de la nuit (jml_feed.dat) ou rejeu (jml_replay.dat).
           SELECT F-FEED ASSIGN TO WS-FEED-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-FEED-STATUS.

      *Accuses de consommation d'un destinataire
      *(jml_ack_<code>.dat) : la derniere ligne fait foi.
           SELECT F-ACK ASSIGN TO WS-ACK-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ACK-STATUS.

      *Etat des accuses : un destinataire par ligne.
           SELECT F-STATE ASSIGN TO "jml_ack_status.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-STATE-STATUS.

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
           05 FILLER           PIC X(01).
           05 AUD-SEQ          PIC X(07).
           05 FILLER           PIC X(47).

       FD  F-REGISTER.

       01  REC-F-REGISTER.
           05 REG-SEQ          PIC 9(07).
           05 FILLER           PIC X(01).
           05 REG-FROM         PIC 9(07).
           05 FILLER           PIC X(01).
           05 REG-TO           PIC 9(07).
           05 FILLER           PIC X(01).
           05 REG-STAMP        PIC X(19).
           05 FILLER           PIC X(01).
           05 REG-J            PIC 9(07).
           05 FILLER           PIC X(01).
           05 REG-M            PIC 9(07).
           05 FILLER           PIC X(01).
           05 REG-L            PIC 9(07).

       FD  F-RECIP.

       01  REC-F-RECIP         PIC X(80).

      *Trois formes d'enregistrement de longueur fixe, reconnues par
      *le type en tete : H en-tete, D evenement, T queue.
       FD  F-FEED.

       01  REC-F-FEED          PIC X(221).

       FD  F-ACK.

       01  REC-F-ACK.
           05 ACK-SEQ          PIC X(07).
           05 FILLER           PIC X(01).
           05 ACK-KIND         PIC X(01).
           05 FILLER           PIC X(01).
           05 ACK-STAMP        PIC X(19).

       FD  F-STATE.

       01  REC-F-STATE         PIC X(80).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK            VALUE "00".
           88 F-AUDIT-STATUS-EOF           VALUE "10".

       01  F-REGISTER-STATUS   PIC X(02) VALUE SPACE.
           88 F-REGISTER-STATUS-OK         VALUE "00".
           88 F-REGISTER-STATUS-EOF        VALUE "10".

       01  F-RECIP-STATUS      PIC X(02) VALUE SPACE.
           88 F-RECIP-STATUS-OK            VALUE "00".
           88 F-RECIP-STATUS-EOF           VALUE "10".

       01  F-FEED-STATUS       PIC X(02) VALUE SPACE.
           88 F-FEED-STATUS-OK             VALUE "00".

       01  F-ACK-STATUS        PIC X(02) VALUE SPACE.
           88 F-ACK-STATUS-OK              VALUE "00".
           88 F-ACK-STATUS-EOF             VALUE "10".

       01  F-STATE-STATUS      PIC X(02) VALUE SPACE.
           88 F-STATE-STATUS-OK            VALUE "00".

       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG1             PIC X(10).
       01  WS-ARG2             PIC X(10).
       01  WS-ARG3             PIC X(10).
       01  WS-ARG-SEQ          PIC 9(07).

       01  WS-FEED-NAME        PIC X(40) VALUE "jml_feed.dat".
       01  WS-ACK-NAME         PIC X(40).
       01  WS-NOW              PIC X(21).
       01  WS-STAMP            PIC X(19).

      *Retard toleré, en flux, avant qu'un accuse manquant ne
      *leve un incident (cle TUN.JML-ACK-LAG ; 1 a defaut : le
      *flux de la veille doit etre accuse).
       01  WS-ACK-LAG          PIC 9(02) VALUE 1.
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

      *Flux deja emis, charges du registre.
       01  FEED-TABLE.
           05 FE-LGHT          PIC 9(05) VALUE ZERO.
           05 FE-MAX           PIC 9(05) VALUE 5000.
           05 FE OCCURS 5000 TIMES INDEXED BY FE-IDX.
                10 FE-SEQ       PIC 9(07).
                10 FE-FROM      PIC 9(07).
                10 FE-TO        PIC 9(07).
       01  WS-LAST-FEED        PIC 9(07) VALUE ZERO.
       01  WS-LAST-TO          PIC 9(07) VALUE ZERO.

      *Destinataires : fichier jml_recipients.cfg ou liste interne
      *de repli.
       01  RECIP-FALLBACK-LIST.
           05 FILLER           PIC X(10) VALUE "BADGE".
           05 FILLER           PIC X(10) VALUE "ANNUAIRE".
           05 FILLER           PIC X(10) VALUE "PAIE".
       01  RECIP-FALLBACK-TABLE REDEFINES RECIP-FALLBACK-LIST.
           05 RECIP-FALLBACK   PIC X(10) OCCURS 3 TIMES.
       01  RECIP-TABLE.
           05 RCP-LGHT         PIC 9(02) VALUE ZERO.
           05 RCP-MAX          PIC 9(02) VALUE 20.
           05 RCP OCCURS 20 TIMES INDEXED BY RCP-IDX.
                10 RCP-CODE     PIC X(10).
       01  WS-RECIPIENT        PIC X(10) VALUE SPACES.
       01  WS-RCP-FOUND        PIC X(01).
           88 RECIPIENT-KNOWN              VALUE "Y".

      *Tranche de flux a produire : du flux WS-BLK-FIRST au flux
      *WS-BLK-LAST du registre, chacun sous son en-tete et sa queue.
       01  WS-BLK-FIRST        PIC 9(05).
       01  WS-BLK-LAST         PIC 9(05).
       01  WS-BLK-CUR          PIC 9(05).
       01  WS-FEED-KIND        PIC X(06) VALUE "NUIT".
       01  WS-MAX-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-LINE-SEQ         PIC 9(07).
       01  WS-EVENT            PIC X(01).
       01  WS-CNT-J            PIC 9(07).
       01  WS-CNT-M            PIC 9(07).
       01  WS-CNT-L            PIC 9(07).
       01  WS-CNT-ALL          PIC 9(07).

       01  WS-FEED-HEADER.
           05 FH-TYPE          PIC X(01) VALUE "H".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-SEQ           PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-STAMP         PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-FROM          PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-TO            PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-KIND          PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FH-RECIPIENT     PIC X(10).

      *Evenement : J arrivee, M mouvement, L depart ; action et
      *valeurs avant/apres de la piste, etat du compte en base au
      *moment de l'extraction.
       01  WS-FEED-DETAIL.
           05 FD-TYPE          PIC X(01) VALUE "D".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-EVENT         PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-ACTION        PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-AUDIT-SEQ     PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-TIMESTAMP     PIC X(19).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-NOM           PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-EMAIL         PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-ROLE          PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-STATUS        PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-CATEGORY      PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-BEFORE        PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FD-AFTER         PIC X(30).

       01  WS-FEED-TRAILER.
           05 FT-TYPE          PIC X(01) VALUE "T".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FT-SEQ           PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FT-J             PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FT-M             PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FT-L             PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FT-TOTAL         PIC 9(07).

      *Etat des accuses d'un destinataire.
       01  WS-ACK-LAST         PIC 9(07).
       01  WS-ACK-LAST-KIND    PIC X(01).
       01  WS-ACK-EXPECTED     PIC 9(07).
       01  WS-LATE-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-STATE-LINE.
           05 ST-RECIPIENT     PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 ST-ACK           PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 ST-LAST          PIC 9(07).
           05 FILLER           PIC X(02) VALUE SPACE.
           05 ST-STATE         PIC X(20).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "jmlfeed".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-EMAIL        PIC X(50).
       01  WS-ROW-ROLE         PIC X(10).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-CATEGORY     PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Flux sortant des arrivees, mouvements et departs vers les
      *systemes aval (badges, annuaire, paie) : chaque nuit, un
      *enregistrement de longueur fixe par evenement de la piste
      *d'audit posterieur au flux precedent, sous un en-tete
      *numerote et une queue de comptage (jml_feed.dat).
      *  jmlfeed                    flux de la nuit, puis accuses
      *  jmlfeed STATUS             controle des accuses seul
      *  jmlfeed ACK dest seq       accuse de consommation
      *  jmlfeed REPLAY dest seq    rejeu des flux seq et suivants
      *Un accuse en retard de plus de TUN.JML-ACK-LAG flux leve un
      *incident. Code retour : 0 fait, 2 accuse(s) en retard, 1
      *erreur (argument, registre, connexion, ecriture).
       PROCEDURE DIVISION.

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG1 WS-ARG2 WS-ARG3.
           MOVE FUNCTION UPPER-CASE(WS-ARG1) TO WS-ARG1.
           MOVE FUNCTION UPPER-CASE(WS-ARG2) TO WS-ARG2.

           MOVE "TUN.JML-ACK-LAG"       TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
             AND FUNCTION TRIM(WS-PRM-VALUE) IS NUMERIC
               COMPUTE WS-ACK-LAG = FUNCTION NUMVAL(WS-PRM-VALUE)
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO WS-STAMP.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
                  WS-NOW(9:2) ":" WS-NOW(11:2) ":" WS-NOW(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP.

           PERFORM 0100-LOAD-REGISTER-START
           THRU    0100-LOAD-REGISTER-END.
           PERFORM 0150-LOAD-RECIPIENTS-START
           THRU    0150-LOAD-RECIPIENTS-END.

           EVALUATE WS-ARG1
             WHEN SPACES
               PERFORM 0200-NIGHT-START
               THRU    0200-NIGHT-END
             WHEN "STATUS"
               CONTINUE
             WHEN "ACK"
               PERFORM 0180-CHECK-ARGS-START
               THRU    0180-CHECK-ARGS-END
               PERFORM 0700-RECORD-ACK-START
               THRU    0700-RECORD-ACK-END
             WHEN "REPLAY"
               PERFORM 0180-CHECK-ARGS-START
               THRU    0180-CHECK-ARGS-END
               PERFORM 0250-REPLAY-START
               THRU    0250-REPLAY-END
             WHEN OTHER
               DISPLAY "Usage : jmlfeed [STATUS | ACK dest seq | "
                       "REPLAY dest seq]"
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *Un accuse ou une demande de rejeu ne relancent pas le
      *controle : il suit le flux de la nuit et le mode STATUS.
           IF WS-ARG1 = "ACK" OR WS-ARG1 = "REPLAY"
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0600-CHECK-ACKS-START
           THRU    0600-CHECK-ACKS-END.

           IF WS-LATE-COUNT > 0
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge le registre des flux emis ; le dernier donne le
      *numero du prochain et la fin de la tranche deja couverte.
       0100-LOAD-REGISTER-START.

           MOVE SPACE                   TO F-REGISTER-STATUS.
           OPEN INPUT F-REGISTER.
           IF NOT F-REGISTER-STATUS-OK
               MOVE SPACE               TO F-REGISTER-STATUS
               GO TO 0100-LOAD-REGISTER-END
           END-IF.

           PERFORM UNTIL F-REGISTER-STATUS-EOF
             READ F-REGISTER
              AT END
                CONTINUE
              NOT AT END
                IF REG-SEQ IS NUMERIC AND REG-TO IS NUMERIC
                    IF FE-LGHT < FE-MAX
                        ADD 1           TO FE-LGHT
                        MOVE REG-SEQ    TO FE-SEQ (FE-LGHT)
                        MOVE REG-FROM   TO FE-FROM(FE-LGHT)
                        MOVE REG-TO     TO FE-TO  (FE-LGHT)
                    ELSE
                        DISPLAY "Registre des flux plein (" FE-MAX
                                ") : flux ignore : " REG-SEQ
                    END-IF
                    MOVE REG-SEQ        TO WS-LAST-FEED
                    MOVE REG-TO         TO WS-LAST-TO
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-REGISTER.
           MOVE SPACE                   TO F-REGISTER-STATUS.

           EXIT.
       0100-LOAD-REGISTER-END.

      ******************************************************************

      *Charge les destinataires du flux depuis jml_recipients.cfg
      *(premier mot de chaque ligne, "*" en tete pour un
      *commentaire), ou la liste interne de repli.
       0150-LOAD-RECIPIENTS-START.

           MOVE SPACE                   TO F-RECIP-STATUS.
           OPEN INPUT F-RECIP.
           IF NOT F-RECIP-STATUS-OK
               MOVE SPACE               TO F-RECIP-STATUS
               PERFORM VARYING RCP-IDX FROM 1 BY 1 UNTIL RCP-IDX > 3
                   ADD 1                TO RCP-LGHT
                   MOVE RECIP-FALLBACK(RCP-IDX) TO RCP-CODE(RCP-LGHT)
               END-PERFORM
               GO TO 0150-LOAD-RECIPIENTS-END
           END-IF.

           PERFORM UNTIL F-RECIP-STATUS-EOF
             READ F-RECIP
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-RECIP NOT = SPACES
                  AND REC-F-RECIP(1:1) NOT = "*"
                  AND RCP-LGHT < RCP-MAX
                    ADD 1               TO RCP-LGHT
                    UNSTRING FUNCTION UPPER-CASE(REC-F-RECIP)
                             DELIMITED BY ALL SPACE
                             INTO RCP-CODE(RCP-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-RECIP.
           MOVE SPACE                   TO F-RECIP-STATUS.

           EXIT.
       0150-LOAD-RECIPIENTS-END.

      ******************************************************************

      *ACK et REPLAY : destinataire connu et numero de flux emis.
       0180-CHECK-ARGS-START.

           MOVE WS-ARG2                 TO WS-RECIPIENT.
           MOVE "N"                     TO WS-RCP-FOUND.
           SET RCP-IDX                  TO 1.
           SEARCH RCP
             AT END
               CONTINUE
             WHEN RCP-IDX > RCP-LGHT
               CONTINUE
             WHEN RCP-CODE(RCP-IDX) = WS-RECIPIENT
               MOVE "Y"                 TO WS-RCP-FOUND
           END-SEARCH.

           IF NOT RECIPIENT-KNOWN
               DISPLAY "Destinataire inconnu : "
                       FUNCTION TRIM(WS-ARG2)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION TRIM(WS-ARG3) IS NOT NUMERIC
               DISPLAY "Numero de flux attendu : "
                       FUNCTION TRIM(WS-ARG3)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ARG-SEQ = FUNCTION NUMVAL(WS-ARG3).

           IF WS-ARG-SEQ < 1 OR WS-ARG-SEQ > WS-LAST-FEED
               DISPLAY "Flux " WS-ARG-SEQ " jamais emis (dernier : "
                       WS-LAST-FEED ")."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0180-CHECK-ARGS-END.

      ******************************************************************

      *Flux de la nuit : les lignes de la piste posterieures a la
      *tranche du flux precedent, jusqu'a la derniere ecrite. Une
      *nuit sans evenement donne un flux vide, pour que la suite
      *des numeros et des accuses reste continue.
       0200-NIGHT-START.

           IF FE-LGHT >= FE-MAX
               DISPLAY "Registre des flux plein : aucun flux emis."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0120-MAX-SEQ-START
           THRU    0120-MAX-SEQ-END.

           ADD 1                        TO FE-LGHT.
           COMPUTE FE-SEQ (FE-LGHT) = WS-LAST-FEED + 1.
           COMPUTE FE-FROM(FE-LGHT) = WS-LAST-TO + 1.
           IF WS-MAX-SEQ > WS-LAST-TO
               MOVE WS-MAX-SEQ          TO FE-TO(FE-LGHT)
           ELSE
               MOVE WS-LAST-TO          TO FE-TO(FE-LGHT)
           END-IF.

           PERFORM 0190-CONNECT-START
           THRU    0190-CONNECT-END.

           MOVE "jml_feed.dat"          TO WS-FEED-NAME.
           MOVE "NUIT"                  TO WS-FEED-KIND.
           MOVE SPACES                  TO WS-RECIPIENT.
           MOVE FE-LGHT                 TO WS-BLK-FIRST.
           MOVE FE-LGHT                 TO WS-BLK-LAST.
           PERFORM 0400-EMIT-START
           THRU    0400-EMIT-END.

      *Le flux n'entre au registre qu'une fois ecrit en entier.
           OPEN EXTEND F-REGISTER.
           IF NOT F-REGISTER-STATUS-OK
               OPEN OUTPUT F-REGISTER
           END-IF.
           IF NOT F-REGISTER-STATUS-OK
               DISPLAY "Registre des flux inecrivable, statut : "
                       F-REGISTER-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                  TO REC-F-REGISTER.
           MOVE FE-SEQ (FE-LGHT)        TO REG-SEQ.
           MOVE FE-FROM(FE-LGHT)        TO REG-FROM.
           MOVE FE-TO  (FE-LGHT)        TO REG-TO.
           MOVE WS-STAMP                TO REG-STAMP.
           MOVE WS-CNT-J                TO REG-J.
           MOVE WS-CNT-M                TO REG-M.
           MOVE WS-CNT-L                TO REG-L.
           WRITE REC-F-REGISTER.
           CLOSE F-REGISTER.

           MOVE FE-SEQ(FE-LGHT)         TO WS-LAST-FEED.

           DISPLAY "Flux JML " WS-LAST-FEED " -- arrivees : "
                   WS-CNT-J " mouvements : " WS-CNT-M
                   " departs : " WS-CNT-L.

           EXIT.
       0200-NIGHT-END.

      ******************************************************************

      *Plus haut numero de sequence de la piste ; les lignes
      *anterieures au chainage (sans numero) ne sont jamais
      *diffusees.
       0120-MAX-SEQ-START.

           MOVE 0                       TO WS-MAX-SEQ.
           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               MOVE SPACE               TO F-AUDIT-STATUS
               GO TO 0120-MAX-SEQ-END
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-SEQ IS NUMERIC
                    MOVE AUD-SEQ        TO WS-LINE-SEQ
                    IF WS-LINE-SEQ > WS-MAX-SEQ
                        MOVE WS-LINE-SEQ TO WS-MAX-SEQ
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

           EXIT.
       0120-MAX-SEQ-END.

      ******************************************************************

      *Connexion a la base, pour l'etat des comptes a l'extraction.
       0190-CONNECT-START.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0190-CONNECT-END.

      ******************************************************************

      *Rejeu pour un destinataire : les flux demandes et tous les
      *suivants, chacun sous son numero d'origine, dans
      *jml_replay.dat. Le destinataire repart de la veille du
      *premier flux rejoue jusqu'a son prochain accuse.
       0250-REPLAY-START.

           SET FE-IDX                   TO 1.
           SEARCH FE
             AT END
               DISPLAY "Flux " WS-ARG-SEQ " absent du registre."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
             WHEN FE-IDX > FE-LGHT
               DISPLAY "Flux " WS-ARG-SEQ " absent du registre."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
             WHEN FE-SEQ(FE-IDX) = WS-ARG-SEQ
               SET WS-BLK-FIRST         TO FE-IDX
           END-SEARCH.

           PERFORM 0190-CONNECT-START
           THRU    0190-CONNECT-END.

           MOVE "jml_replay.dat"        TO WS-FEED-NAME.
           MOVE "REJEU"                 TO WS-FEED-KIND.
           MOVE FE-LGHT                 TO WS-BLK-LAST.
           PERFORM 0400-EMIT-START
           THRU    0400-EMIT-END.

           COMPUTE WS-ARG-SEQ = WS-ARG-SEQ - 1.
           MOVE "R"                     TO WS-ACK-LAST-KIND.
           PERFORM 0710-APPEND-ACK-START
           THRU    0710-APPEND-ACK-END.

           DISPLAY "Rejeu pour " FUNCTION TRIM(WS-RECIPIENT)
                   " : flux " FE-SEQ(WS-BLK-FIRST) " a "
                   FE-SEQ(WS-BLK-LAST) " dans jml_replay.dat.".

           MOVE "W"                     TO WS-INC-SEVERITY.
           MOVE SPACES                  TO WS-INC-MESSAGE.
           STRING "Rejeu du flux JML demande a partir de "
                  FE-SEQ(WS-BLK-FIRST)
                  DELIMITED BY SIZE INTO WS-INC-MESSAGE.
           MOVE WS-RECIPIENT            TO WS-INC-KEY.
           CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                               WS-INC-MESSAGE WS-INC-KEY.

           EXIT.
       0250-REPLAY-END.

      ******************************************************************

      *Classe la ligne d'audit courante : J arrivee (creation,
      *reactivation), L depart (desactivation, suppression,
      *archivage, effacement), M mouvement (profil, categorie,
      *adresse, mobile, restauration, autre changement de statut).
      *Les autres actions ne concernent pas les systemes aval.
       0300-CLASSIFY-START.

           MOVE SPACE                   TO WS-EVENT.

           EVALUATE AUD-ACTION
             WHEN "INSERT"
               MOVE "J"                 TO WS-EVENT
             WHEN "STATUT"
               EVALUATE TRUE
                 WHEN AUD-AFTER(1:1) = "A"
                   AND AUD-BEFORE(1:1) NOT = "A"
                   MOVE "J"             TO WS-EVENT
                 WHEN AUD-AFTER(1:1) = "D"
                   AND AUD-BEFORE(1:1) NOT = "D"
                   MOVE "L"             TO WS-EVENT
                 WHEN AUD-AFTER(1:1) NOT = AUD-BEFORE(1:1)
                   MOVE "M"             TO WS-EVENT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN "DELETE"
             WHEN "ARCHIVE"
             WHEN "EFFACEMENT"
               MOVE "L"                 TO WS-EVENT
             WHEN "ROLE"
             WHEN "ROLE+"
             WHEN "ROLE-"
             WHEN "CATEGORIE"
             WHEN "EMAIL"
             WHEN "MOBILE"
             WHEN "RESTORE"
               MOVE "M"                 TO WS-EVENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT.
       0300-CLASSIFY-END.

      ******************************************************************

      *Ecrit les flux WS-BLK-FIRST a WS-BLK-LAST du registre dans
      *WS-FEED-NAME en une lecture de la piste : les tranches se
      *suivent, une ligne au-dela de la tranche courante ferme son
      *flux (queue) et ouvre le suivant (en-tete).
       0400-EMIT-START.

           MOVE SPACE                   TO F-FEED-STATUS.
           OPEN OUTPUT F-FEED.
           IF NOT F-FEED-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       FUNCTION TRIM(WS-FEED-NAME) ", statut : "
                       F-FEED-STATUS
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BLK-FIRST            TO WS-BLK-CUR.
           PERFORM 0410-HEADER-START
           THRU    0410-HEADER-END.

           MOVE SPACE                   TO F-AUDIT-STATUS.
           OPEN INPUT F-AUDIT.
           IF NOT F-AUDIT-STATUS-OK
               MOVE "10"                TO F-AUDIT-STATUS
           END-IF.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                IF AUD-SEQ IS NUMERIC
                    MOVE AUD-SEQ        TO WS-LINE-SEQ
                    IF WS-LINE-SEQ >= FE-FROM(WS-BLK-FIRST)
                      AND WS-LINE-SEQ <= FE-TO(WS-BLK-LAST)
                        PERFORM UNTIL WS-LINE-SEQ
                                      <= FE-TO(WS-BLK-CUR)
                            PERFORM 0420-TRAILER-START
                            THRU    0420-TRAILER-END
                            ADD 1       TO WS-BLK-CUR
                            PERFORM 0410-HEADER-START
                            THRU    0410-HEADER-END
                        END-PERFORM
                        PERFORM 0300-CLASSIFY-START
                        THRU    0300-CLASSIFY-END
                        IF WS-EVENT NOT = SPACE
                            PERFORM 0430-DETAIL-START
                            THRU    0430-DETAIL-END
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-AUDIT.
           MOVE SPACE                   TO F-AUDIT-STATUS.

      *Queue du flux courant, puis flux vides restants.
           PERFORM 0420-TRAILER-START
           THRU    0420-TRAILER-END.
           PERFORM UNTIL WS-BLK-CUR >= WS-BLK-LAST
               ADD 1                    TO WS-BLK-CUR
               PERFORM 0410-HEADER-START
               THRU    0410-HEADER-END
               PERFORM 0420-TRAILER-START
               THRU    0420-TRAILER-END
           END-PERFORM.

           CLOSE F-FEED.

           EXIT.
       0400-EMIT-END.

      ******************************************************************

      *En-tete du flux WS-BLK-CUR ; remise a zero de ses compteurs.
       0410-HEADER-START.

           MOVE FE-SEQ (WS-BLK-CUR)     TO FH-SEQ.
           MOVE WS-STAMP                TO FH-STAMP.
           MOVE FE-FROM(WS-BLK-CUR)     TO FH-FROM.
           MOVE FE-TO  (WS-BLK-CUR)     TO FH-TO.
           MOVE WS-FEED-KIND            TO FH-KIND.
           MOVE WS-RECIPIENT            TO FH-RECIPIENT.
           MOVE WS-FEED-HEADER          TO REC-F-FEED.
           WRITE REC-F-FEED.

           MOVE 0                       TO WS-CNT-J.
           MOVE 0                       TO WS-CNT-M.
           MOVE 0                       TO WS-CNT-L.

           EXIT.
       0410-HEADER-END.

      ******************************************************************

      *Queue du flux WS-BLK-CUR : volumes par nature et total.
       0420-TRAILER-START.

           MOVE FE-SEQ(WS-BLK-CUR)      TO FT-SEQ.
           MOVE WS-CNT-J                TO FT-J.
           MOVE WS-CNT-M                TO FT-M.
           MOVE WS-CNT-L                TO FT-L.
           COMPUTE WS-CNT-ALL = WS-CNT-J + WS-CNT-M + WS-CNT-L.
           MOVE WS-CNT-ALL              TO FT-TOTAL.
           MOVE WS-FEED-TRAILER         TO REC-F-FEED.
           WRITE REC-F-FEED.

           EXIT.
       0420-TRAILER-END.

      ******************************************************************

      *Evenement de la ligne d'audit courante, complete de l'etat du
      *compte en base (a blanc pour un compte qui n'y est plus).
       0430-DETAIL-START.

           MOVE AUD-NOM                 TO WS-ROW-NOM.
           MOVE SPACES                  TO WS-ROW-EMAIL.
           MOVE SPACES                  TO WS-ROW-ROLE.
           MOVE SPACE                   TO WS-ROW-STATUS.
           MOVE SPACE                   TO WS-ROW-CATEGORY.
           EXEC SQL
               SELECT email, role, status, COALESCE(category, 'E')
               INTO :WS-ROW-EMAIL, :WS-ROW-ROLE, :WS-ROW-STATUS,
                    :WS-ROW-CATEGORY
               FROM users WHERE nom = :WS-ROW-NOM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur SQL sur le compte "
                       FUNCTION TRIM(WS-ROW-NOM) " : "
                       WS-SQL-MESSAGE
           END-IF.

           MOVE WS-EVENT                TO FD-EVENT.
           MOVE AUD-ACTION              TO FD-ACTION.
           MOVE WS-LINE-SEQ             TO FD-AUDIT-SEQ.
           MOVE AUD-TIMESTAMP           TO FD-TIMESTAMP.
           MOVE AUD-NOM                 TO FD-NOM.
           MOVE WS-ROW-EMAIL            TO FD-EMAIL.
           MOVE WS-ROW-ROLE             TO FD-ROLE.
           MOVE WS-ROW-STATUS           TO FD-STATUS.
           MOVE WS-ROW-CATEGORY         TO FD-CATEGORY.
           MOVE AUD-BEFORE              TO FD-BEFORE.
           MOVE AUD-AFTER               TO FD-AFTER.
           MOVE WS-FEED-DETAIL          TO REC-F-FEED.
           WRITE REC-F-FEED.

           EVALUATE WS-EVENT
             WHEN "J"
               ADD 1                    TO WS-CNT-J
             WHEN "M"
               ADD 1                    TO WS-CNT-M
             WHEN OTHER
               ADD 1                    TO WS-CNT-L
           END-EVALUATE.

           EXIT.
       0430-DETAIL-END.

      ******************************************************************

      *Controle des accuses : pour chaque destinataire, le dernier
      *flux consomme contre le dernier flux emis. Un retard de plus
      *de WS-ACK-LAG flux leve un incident ; l'etat de tous part
      *dans jml_ack_status.out.
       0600-CHECK-ACKS-START.

           MOVE 0                       TO WS-LATE-COUNT.
           IF WS-LAST-FEED > WS-ACK-LAG
               COMPUTE WS-ACK-EXPECTED = WS-LAST-FEED - WS-ACK-LAG
           ELSE
               MOVE 0                   TO WS-ACK-EXPECTED
           END-IF.

           OPEN OUTPUT F-STATE.

           PERFORM VARYING RCP-IDX FROM 1 BY 1
                     UNTIL RCP-IDX > RCP-LGHT
               MOVE RCP-CODE(RCP-IDX)   TO WS-RECIPIENT
               PERFORM 0650-LAST-ACK-START
               THRU    0650-LAST-ACK-END

               MOVE WS-RECIPIENT        TO ST-RECIPIENT
               MOVE WS-ACK-LAST         TO ST-ACK
               MOVE WS-LAST-FEED        TO ST-LAST
               EVALUATE TRUE
                 WHEN WS-ACK-LAST < WS-ACK-EXPECTED
                   MOVE "EN RETARD"     TO ST-STATE
                   ADD 1                TO WS-LATE-COUNT
                   DISPLAY "Accuse JML en retard : "
                           FUNCTION TRIM(WS-RECIPIENT)
                           " a consomme " WS-ACK-LAST
                           ", dernier flux " WS-LAST-FEED
                   MOVE "E"             TO WS-INC-SEVERITY
                   MOVE SPACES          TO WS-INC-MESSAGE
                   STRING "Accuse JML manquant : consomme "
                          WS-ACK-LAST ", emis " WS-LAST-FEED
                          DELIMITED BY SIZE INTO WS-INC-MESSAGE
                   MOVE WS-RECIPIENT    TO WS-INC-KEY
                   CALL "inclog" USING WS-INC-PROGRAM
                        WS-INC-SEVERITY WS-INC-MESSAGE WS-INC-KEY
                 WHEN WS-ACK-LAST-KIND = "R"
                   MOVE "REJEU DEMANDE" TO ST-STATE
                 WHEN WS-ACK-LAST < WS-LAST-FEED
                   MOVE "EN COURS"      TO ST-STATE
                 WHEN OTHER
                   MOVE "A JOUR"        TO ST-STATE
               END-EVALUATE
               MOVE WS-STATE-LINE       TO REC-F-STATE
               WRITE REC-F-STATE
           END-PERFORM.

           CLOSE F-STATE.

           DISPLAY "Accuses JML -- destinataires : " RCP-LGHT
                   " en retard : " WS-LATE-COUNT.

           EXIT.
       0600-CHECK-ACKS-END.

      ******************************************************************

      *Dernier flux consomme par WS-RECIPIENT : derniere ligne de
      *son fichier d'accuses (0 sans fichier).
       0650-LAST-ACK-START.

           MOVE 0                       TO WS-ACK-LAST.
           MOVE SPACE                   TO WS-ACK-LAST-KIND.
           MOVE SPACES                  TO WS-ACK-NAME.
           STRING "jml_ack_" FUNCTION TRIM(WS-RECIPIENT) ".dat"
                  DELIMITED BY SIZE INTO WS-ACK-NAME.

           MOVE SPACE                   TO F-ACK-STATUS.
           OPEN INPUT F-ACK.
           IF NOT F-ACK-STATUS-OK
               MOVE SPACE               TO F-ACK-STATUS
               GO TO 0650-LAST-ACK-END
           END-IF.

           PERFORM UNTIL F-ACK-STATUS-EOF
             READ F-ACK
              AT END
                CONTINUE
              NOT AT END
                IF ACK-SEQ IS NUMERIC
                    MOVE ACK-SEQ        TO WS-ACK-LAST
                    MOVE ACK-KIND       TO WS-ACK-LAST-KIND
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ACK.
           MOVE SPACE                   TO F-ACK-STATUS.

           EXIT.
       0650-LAST-ACK-END.

      ******************************************************************

      *Accuse de consommation du flux WS-ARG-SEQ par WS-RECIPIENT.
       0700-RECORD-ACK-START.

           MOVE "A"                     TO WS-ACK-LAST-KIND.
           PERFORM 0710-APPEND-ACK-START
           THRU    0710-APPEND-ACK-END.

           DISPLAY "Accuse enregistre : "
                   FUNCTION TRIM(WS-RECIPIENT) " flux " WS-ARG-SEQ.

           EXIT.
       0700-RECORD-ACK-END.

      ******************************************************************

      *Ajoute au fichier d'accuses de WS-RECIPIENT la ligne
      *WS-ARG-SEQ / WS-ACK-LAST-KIND (A accuse, R rejeu demande).
       0710-APPEND-ACK-START.

           MOVE SPACES                  TO WS-ACK-NAME.
           STRING "jml_ack_" FUNCTION TRIM(WS-RECIPIENT) ".dat"
                  DELIMITED BY SIZE INTO WS-ACK-NAME.

           OPEN EXTEND F-ACK.
           IF NOT F-ACK-STATUS-OK
               OPEN OUTPUT F-ACK
           END-IF.
           IF NOT F-ACK-STATUS-OK
               DISPLAY "Fichier d'accuses inecrivable : "
                       FUNCTION TRIM(WS-ACK-NAME)
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES                  TO REC-F-ACK.
           MOVE WS-ARG-SEQ              TO ACK-SEQ.
           MOVE WS-ACK-LAST-KIND        TO ACK-KIND.
           MOVE WS-STAMP                TO ACK-STAMP.
           WRITE REC-F-ACK.

           CLOSE F-ACK.

           EXIT.
       0710-APPEND-ACK-END.

           END PROGRAM jmlfeed.
