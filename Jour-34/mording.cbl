                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUMMARY-STATUS.

      *Totaux par regle du controle d'integrite des comptes
      *(integchk).
           SELECT F-INTEG ASSIGN TO "integrity_summary.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-INTEG-STATUS.

      *Le rapport unique du matin, produit en derniere etape de
      *l'enchainement.
           SELECT F-DIGEST ASSIGN TO "morning_digest.rpt"

       FD  F-SUMMARY.

       01  REC-F-SUMMARY       PIC X(200).

       FD  F-INTEG.

       01  REC-F-INTEG.
           05 IT-STAMP         PIC X(14).
           05 FILLER           PIC X(01).
           05 IT-RULE          PIC X(08).
           05 FILLER           PIC X(01).
           05 IT-COUNT         PIC 9(06).
           05 FILLER           PIC X(01).
           05 IT-FIX           PIC 9(06).

       FD  F-DIGEST.

       01  REC-F-DIGEST        PIC X(200).

      ******************************************************************

           88 F-SUMMARY-STATUS-OK          VALUE "00".
           88 F-SUMMARY-STATUS-EOF         VALUE "10".

       01  F-INTEG-STATUS      PIC X(02) VALUE SPACE.
           88 F-INTEG-STATUS-OK            VALUE "00".
           88 F-INTEG-STATUS-EOF           VALUE "10".

       01  F-DIGEST-STATUS     PIC X(02) VALUE SPACE.
           88 F-DIGEST-STATUS-OK           VALUE "00".

       01  WS-J-RATE           PIC 9(03)V9(01).

      *Derniere ligne du bilan du repartiteur.
       01  WS-DISP-LINE        PIC X(200) VALUE SPACES.

      *Lignes du controle d'integrite passe cette nuit.
       01  WS-INTEG-LINES      PIC 9(02) VALUE ZERO.

      *Incidents du jour groupes par gravite et programme.
       01  INC-TABLE.
           05 OUT-J-RATE       PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE " %".

       01  WS-INTEG-OUT.
           05 FILLER           PIC X(02) VALUE SPACE.
           05 OUT-IT-RULE      PIC X(08).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-IT-COUNT     PIC ZZZZZ9.
           05 FILLER           PIC X(15) VALUE " compte(s) dont".
           05 OUT-IT-FIX       PIC ZZZZZ9.
           05 FILLER           PIC X(11) VALUE " proposes".

       01  WS-INC-LINE.
           05 FILLER           PIC X(11) VALUE "  Gravite ".
           05 OUT-I-SEV        PIC X(01).
      *Bilan unique du matin, produit en derniere etape de
      *l'enchainement : sort de chaque etape, totaux et taux de la
      *validation, alertes du jour, incidents groupes par gravite
      *et programme, bilan du repartiteur, totaux du controle
      *d'integrite des comptes, et une ligne ALL CLEAR
      *explicite quand il n'y a rien a traiter -- dix minutes de
      *sauts de fichier rendues a chaque releve.
       PROCEDURE DIVISION.
           THRU    0400-INCIDENT-PART-END.
           PERFORM 0500-DISPATCH-PART-START
           THRU    0500-DISPATCH-PART-END.
           PERFORM 0600-INTEGRITY-PART-START
           THRU    0600-INTEGRITY-PART-END.

      *Verdict : tout est vert, ou il y a matiere a agir.
           MOVE SPACES                  TO REC-F-DIGEST.

           EXIT.
       0500-DISPATCH-PART-END.

      ******************************************************************

      *Totaux par regle du controle d'integrite de la nuit ; le
      *detail est dans integrity_check.rpt et les mouvements
      *proposes dans integrity_actions.txt. Des ecarts anciens ne
      *sont pas un incident de la nuit : ils ne changent pas le
      *verdict.
       0600-INTEGRITY-PART-START.

           MOVE "--- Integrite des comptes ---" TO REC-F-DIGEST.
           WRITE REC-F-DIGEST.

           OPEN INPUT F-INTEG.
           IF NOT F-INTEG-STATUS-OK
               MOVE "(pas de controle d'integrite)" TO REC-F-DIGEST
               WRITE REC-F-DIGEST
               MOVE SPACE               TO F-INTEG-STATUS
               GO TO 0600-INTEGRITY-PART-END
           END-IF.

           PERFORM UNTIL F-INTEG-STATUS-EOF
             READ F-INTEG
              AT END
                CONTINUE
              NOT AT END
                IF IT-STAMP(1:8) = WS-NOW(1:8)
                  AND IT-COUNT IS NUMERIC AND IT-FIX IS NUMERIC
                    ADD 1                TO WS-INTEG-LINES
                    MOVE IT-RULE         TO OUT-IT-RULE
                    MOVE IT-COUNT        TO OUT-IT-COUNT
                    MOVE IT-FIX          TO OUT-IT-FIX
                    MOVE WS-INTEG-OUT    TO REC-F-DIGEST
                    WRITE REC-F-DIGEST
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-INTEG.

           IF WS-INTEG-LINES = 0
               MOVE "(controle d'integrite non passe cette nuit)"
                                        TO REC-F-DIGEST
               WRITE REC-F-DIGEST
           END-IF.

           EXIT.
       0600-INTEGRITY-PART-END.
