
      *Fichier de lettres de demande de correction pret a imprimer
      *pour le routeur : une lettre par page, saut de page entre
      *chaque lettre, bloc adresse en tete et tri par code postal,
      *comme letters.prn.
           SELECT F-LETTERS ASSIGN TO "corr_letters.prn"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LETTERS-STATUS.

      *Manifeste d'affranchissement du lot : nombre de plis par
      *zone postale pour le service courrier.
           SELECT F-MANIFEST ASSIGN TO "corr_letters_manifest.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MANIFEST-STATUS.

      *Destinataires sans adresse postale exploitable (absente,
      *incomplete, ou marquee invalide sur retour de courrier) :
      *aucune lettre imprimee, la liste part aux referents.
           SELECT F-NOADDR ASSIGN TO "corr_letters_noaddr.txt"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-NOADDR-STATUS.

      *Fichier de tri des lettres par code postal.
           SELECT SD-LETTERS ASSIGN TO "corrltr.srt".

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       01  REC-F-LETTERS       PIC X(80).

       FD  F-MANIFEST.

       01  REC-F-MANIFEST      PIC X(80).

       FD  F-NOADDR.

       01  REC-F-NOADDR.
           05 NA-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 NA-NAME          PIC X(50).
           05 FILLER           PIC X(01).
           05 NA-REASON        PIC X(30).

       SD  SD-LETTERS.

       01  REC-SD-LETTERS.
           05 SRT-CP           PIC X(05).
           05 SRT-ID           PIC X(10).
           05 SRT-NOM          PIC X(50).
           05 SRT-EMAIL        PIC X(50).
           05 SRT-FIELD        PIC X(15).
           05 SRT-REASON       PIC X(60).
           05 SRT-COMPL        PIC X(38).
           05 SRT-STREET       PIC X(38).
           05 SRT-LIEUDIT      PIC X(38).
           05 SRT-CITY         PIC X(32).

      ******************************************************************

       WORKING-STORAGE SECTION.
       01  F-LETTERS-STATUS    PIC X(02) VALUE SPACE.
           88 F-LETTERS-STATUS-OK          VALUE "00".

       01  F-MANIFEST-STATUS   PIC X(02) VALUE SPACE.
           88 F-MANIFEST-STATUS-OK         VALUE "00".

       01  F-NOADDR-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOADDR-STATUS-OK           VALUE "00".

       01  WS-SORT-EOF-FLAG    PIC X(01) VALUE "N".
           88 SORT-AT-END                  VALUE "Y".

      *Motifs et fichiers source des rejets, indexes par
      *identifiant + email pour le rapprochement avec le gabarit.
       01  REASON-TABLE.
           05 FILLER           PIC X(20) VALUE "Nombre de lettres : ".
           05 OUT-LETTER-COUNT PIC ZZZZ9.

      *Adresse rendue par postaddr pour le destinataire courant.
       01  WS-ADDR-ID          PIC X(10).
       01  WS-ADDR.
           05 WS-ADDR-COMPL    PIC X(38).
           05 WS-ADDR-STREET   PIC X(38).
           05 WS-ADDR-LIEUDIT  PIC X(38).
           05 WS-ADDR-CP       PIC X(05).
           05 WS-ADDR-CITY     PIC X(32).
           05 WS-ADDR-SRC      PIC X(40).
       01  WS-ADDR-RC          PIC 9(02).

      *Ligne du bloc adresse, calee a droite pour la fenetre de
      *l'enveloppe.
       01  WS-ADDR-LINE.
           05 FILLER           PIC X(42) VALUE SPACES.
           05 OUT-ADDR-TEXT    PIC X(38).

      *Plis par zone postale, cumules dans l'ordre du tri.
       01  ZONE-TABLE.
           05 ZN-LGHT          PIC 9(03) VALUE ZERO.
           05 ZN-MAX           PIC 9(03) VALUE 200.
           05 ZN OCCURS 200 TIMES INDEXED BY ZN-IDX.
                10 ZN-CODE      PIC X(02).
                10 ZN-COUNT     PIC 9(05).

       01  WS-NOADDR-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-NOW              PIC X(21).

       01  WS-MAN-HEADER.
           05 FILLER           PIC X(32) VALUE
                  "MANIFESTE D'AFFRANCHISSEMENT du ".
           05 OUT-MAN-DATE     PIC X(10).
           05 FILLER           PIC X(03) VALUE " - ".
           05 OUT-MAN-FILE     PIC X(20).
       01  WS-MAN-ZONE-LINE.
           05 FILLER           PIC X(05) VALUE "Zone ".
           05 OUT-MAN-ZONE     PIC X(02).
           05 FILLER           PIC X(03) VALUE " : ".
           05 OUT-MAN-COUNT    PIC ZZZZ9.
           05 FILLER           PIC X(08) VALUE " pli(s)".
       01  WS-MAN-TOTAL-LINE.
           05 FILLER           PIC X(20) VALUE "Total des plis    : ".
           05 OUT-MAN-TOTAL    PIC ZZZZ9.
       01  WS-MAN-NOADDR-LINE.
           05 FILLER           PIC X(20) VALUE "Sans adresse      : ".
           05 OUT-MAN-NOADDR   PIC ZZZZ9.
           05 FILLER           PIC X(22) VALUE
                  " non imprime(s), voir ".
           05 OUT-MAN-NOFILE   PIC X(25).

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "corrltr".
       01  WS-INC-SEVERITY     PIC X(01).
               STOP RUN
           END-IF.

           OPEN OUTPUT F-NOADDR.

           IF NOT F-NOADDR-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "corr_letters_noaddr.txt, statut : "
                       F-NOADDR-STATUS
               CLOSE F-CORRTPL
               CLOSE F-LETTERS
               MOVE 8                   TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Debut de la generation des lettres de "
                   "correction.".

      *Les destinataires passent par le referentiel des adresses :
      *sans adresse exploitable, ils partent dans la liste des
      *non-imprimes ; les autres sont tries par code postal avant
      *l'impression, comme pour letters.prn.
           SORT SD-LETTERS
                ON ASCENDING KEY SRT-CP SRT-ID
                INPUT PROCEDURE  IS 0400-SELECT-START
                                 THRU 0400-SELECT-END
                OUTPUT PROCEDURE IS 0500-PRINT-START
                                 THRU 0500-PRINT-END.

           DISPLAY "Fin de la generation des lettres.".

      *Total en fin de fichier, pour que le routeur verifie qu'il a
      *bien recu toutes les pages.

           CLOSE F-CORRTPL.
           CLOSE F-LETTERS.
           CLOSE F-NOADDR.

           PERFORM 0600-MANIFEST-START
           THRU    0600-MANIFEST-END.

           DISPLAY "Lettres de correction generees : "
                   WS-LETTER-COUNT " (motif introuvable : "
                   WS-NOREASON-COUNT ", sans adresse, non "
                   "imprimees : " WS-NOADDR-COUNT ").".

           MOVE 0                       TO RETURN-CODE.


      ******************************************************************

      *Construit une lettre de demande de correction pour le
      *destinataire courant du tri : bloc adresse, salutation,
      *valeurs soumises, champ refuse en clair (motif retrouve
      *avant le tri), et ou renvoyer la correction. Chaque lettre
      *commence sur une nouvelle page.
       0200-WRITE-LETTER-START.

           ADD 1                        TO WS-LETTER-COUNT.

      *Translitteration ASCII des valeurs soumises avant toute
      *mise en page, comme letters.cbl pour les lettres de
      *bienvenue.
           MOVE SPACES                  TO WS-NORM-BUFFER.
           MOVE SRT-NOM                 TO WS-NORM-BUFFER(1:50).
           CALL "normtext" USING WS-NORM-BUFFER WS-NORM-LEN
                                 WS-NORM-FIRST WS-NORM-ASCII.
           MOVE WS-NORM-BUFFER(1:50)    TO SRT-NOM.
           MOVE SPACES                  TO WS-NORM-BUFFER.
           MOVE SRT-EMAIL               TO WS-NORM-BUFFER(1:50).
           CALL "normtext" USING WS-NORM-BUFFER WS-NORM-LEN
                                 WS-NORM-FIRST WS-NORM-ASCII.
           MOVE WS-NORM-BUFFER(1:50)    TO SRT-EMAIL.

      *Bloc adresse en tete de page, dans la fenetre de
      *l'enveloppe ; le saut de page part seul, sur une ligne
      *vide, comme dans letters.cbl.
           IF WS-LETTER-COUNT > 1
               MOVE SPACES              TO REC-F-LETTERS
               WRITE REC-F-LETTERS AFTER ADVANCING PAGE
           END-IF.
           MOVE SRT-NOM(1:38)           TO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           PERFORM 0250-ADDR-BLOCK-START
           THRU    0250-ADDR-BLOCK-END.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SRT-NOM                 TO WS-GREET-NOM.
           CALL "greeting" USING WS-GREET-WORD WS-GREET-NOM
                                 WS-GREET-REPONSE.
           IF RETURN-CODE = 2
               DISPLAY "Attention : nom tronque dans la lettre de "
                       SRT-ID
           END-IF.

           MOVE WS-GREET-REPONSE        TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Identifiant : " FUNCTION TRIM(SRT-ID)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Nom         : " FUNCTION TRIM(SRT-NOM)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "  Email       : " FUNCTION TRIM(SRT-EMAIL)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO WS-BODY-LINE.
           STRING "Champ refuse : " FUNCTION TRIM(SRT-FIELD)
                                        INTO WS-BODY-LINE.
           MOVE WS-BODY-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SRT-REASON              TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           MOVE SPACES                  TO REC-F-LETTERS.
               MOVE "EMAIL"             TO WS-FIELD-NAME
               MOVE "Cette adresse est deja associee a un autre compte."
                                        TO WS-REASON-TEXT
             WHEN "Inconnu des RH"
               MOVE "NOM"               TO WS-FIELD-NAME
               MOVE "Le nom soumis est inconnu des ressources humaines."
                                        TO WS-REASON-TEXT
             WHEN OTHER
               MOVE "(voir motif)"      TO WS-FIELD-NAME
               MOVE RT-REASON(WS-HIT)   TO WS-REASON-TEXT

           EXIT.
       0300-FIND-REASON-END.

      ******************************************************************

      *Suite du bloc adresse apres le nom : complement, voie,
      *lieu-dit (lignes vides omises), puis code postal et commune.
       0250-ADDR-BLOCK-START.

           IF SRT-COMPL NOT = SPACES
               MOVE SRT-COMPL           TO OUT-ADDR-TEXT
               MOVE WS-ADDR-LINE        TO REC-F-LETTERS
               WRITE REC-F-LETTERS
           END-IF.

           MOVE SRT-STREET              TO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           IF SRT-LIEUDIT NOT = SPACES
               MOVE SRT-LIEUDIT         TO OUT-ADDR-TEXT
               MOVE WS-ADDR-LINE        TO REC-F-LETTERS
               WRITE REC-F-LETTERS
           END-IF.

           MOVE SPACES                  TO OUT-ADDR-TEXT.
           STRING SRT-CP " " FUNCTION TRIM(SRT-CITY)
                  DELIMITED BY SIZE     INTO OUT-ADDR-TEXT.
           MOVE WS-ADDR-LINE            TO REC-F-LETTERS.
           WRITE REC-F-LETTERS.

           EXIT.
       0250-ADDR-BLOCK-END.


      ******************************************************************

      *Procedure d'entree du tri : chaque ligne du gabarit est
      *rapprochee du referentiel des adresses. Adresse exploitable :
      *le motif est retrouve (sur les octets d'origine, avant toute
      *translitteration) et la lettre est livree au tri. Sinon :
      *ligne dans la liste des non-imprimes, avec le motif.
       0400-SELECT-START.

           PERFORM UNTIL F-CORRTPL-STATUS-EOF
             READ F-CORRTPL
              AT END
                CONTINUE
              NOT AT END
                IF REC-F-CORRTPL NOT = SPACES
                    MOVE CORRTPL-ID      TO WS-ADDR-ID
                    CALL "postaddr" USING WS-ADDR-ID WS-ADDR
                    MOVE RETURN-CODE     TO WS-ADDR-RC
                    IF WS-ADDR-RC = 0
                        PERFORM 0300-FIND-REASON-START
                        THRU    0300-FIND-REASON-END
                        MOVE WS-ADDR-CP      TO SRT-CP
                        MOVE CORRTPL-ID      TO SRT-ID
                        MOVE CORRTPL-NOM     TO SRT-NOM
                        MOVE CORRTPL-EMAIL   TO SRT-EMAIL
                        MOVE WS-FIELD-NAME   TO SRT-FIELD
                        MOVE WS-REASON-TEXT  TO SRT-REASON
                        MOVE WS-ADDR-COMPL   TO SRT-COMPL
                        MOVE WS-ADDR-STREET  TO SRT-STREET
                        MOVE WS-ADDR-LIEUDIT TO SRT-LIEUDIT
                        MOVE WS-ADDR-CITY    TO SRT-CITY
                        RELEASE REC-SD-LETTERS
                    ELSE
                        PERFORM 0450-NOADDR-START
                        THRU    0450-NOADDR-END
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           EXIT.
       0400-SELECT-END.

      ******************************************************************

      *Destinataire sans adresse exploitable : aucune lettre, une
      *ligne dans corr_letters_noaddr.txt avec le motif.
       0450-NOADDR-START.

           ADD 1                        TO WS-NOADDR-COUNT.

           MOVE SPACES                  TO REC-F-NOADDR.
           MOVE CORRTPL-ID              TO NA-ID.
           MOVE CORRTPL-NOM             TO NA-NAME.
           EVALUATE WS-ADDR-RC
             WHEN 1
               MOVE "Adresse absente"   TO NA-REASON
             WHEN 2
               MOVE "Adresse incomplete" TO NA-REASON
             WHEN 3
               MOVE "Adresse invalide (retour)" TO NA-REASON
             WHEN OTHER
               MOVE "Adresse inexploitable" TO NA-REASON
           END-EVALUATE.
           WRITE REC-F-NOADDR.

           EXIT.
       0450-NOADDR-END.

      ******************************************************************

      *Procedure de sortie du tri : une lettre par destinataire,
      *dans l'ordre des codes postaux, et cumul des plis par zone
      *(rupture sur les deux premiers chiffres du code postal).
       0500-PRINT-START.

           PERFORM UNTIL SORT-AT-END
             RETURN SD-LETTERS
              AT END
                SET SORT-AT-END         TO TRUE
              NOT AT END
                PERFORM 0200-WRITE-LETTER-START
                THRU    0200-WRITE-LETTER-END
                IF ZN-LGHT = 0
                  OR ZN-CODE(ZN-LGHT) NOT = SRT-CP(1:2)
                    IF ZN-LGHT < ZN-MAX
                        ADD 1            TO ZN-LGHT
                        MOVE SRT-CP(1:2) TO ZN-CODE (ZN-LGHT)
                        MOVE 0           TO ZN-COUNT(ZN-LGHT)
                    END-IF
                END-IF
                ADD 1                   TO ZN-COUNT(ZN-LGHT)
             END-RETURN
           END-PERFORM.

           EXIT.
       0500-PRINT-END.

      ******************************************************************

      *Manifeste d'affranchissement du lot : plis par zone postale,
      *total (egal au nombre de lettres imprimees) et nombre de
      *destinataires ecartes faute d'adresse.
       0600-MANIFEST-START.

           OPEN OUTPUT F-MANIFEST.

           IF NOT F-MANIFEST-STATUS-OK
               DISPLAY "Erreur a l'ouverture de "
                       "corr_letters_manifest.txt, statut : "
                       F-MANIFEST-STATUS
               MOVE 4                   TO RETURN-CODE
               GO TO 0600-MANIFEST-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE SPACES                  TO OUT-MAN-DATE.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
                  DELIMITED BY SIZE     INTO OUT-MAN-DATE.
           MOVE "corr_letters.prn"      TO OUT-MAN-FILE.
           MOVE WS-MAN-HEADER           TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           MOVE SPACES                  TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           PERFORM VARYING ZN-IDX FROM 1 BY 1
                     UNTIL ZN-IDX > ZN-LGHT
               MOVE ZN-CODE (ZN-IDX)    TO OUT-MAN-ZONE
               MOVE ZN-COUNT(ZN-IDX)    TO OUT-MAN-COUNT
               MOVE WS-MAN-ZONE-LINE    TO REC-F-MANIFEST
               WRITE REC-F-MANIFEST
           END-PERFORM.

           MOVE SPACES                  TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           MOVE WS-LETTER-COUNT         TO OUT-MAN-TOTAL.
           MOVE WS-MAN-TOTAL-LINE       TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           MOVE WS-NOADDR-COUNT         TO OUT-MAN-NOADDR.
           MOVE "corr_letters_noaddr.txt" TO OUT-MAN-NOFILE.
           MOVE WS-MAN-NOADDR-LINE      TO REC-F-MANIFEST.
           WRITE REC-F-MANIFEST.

           CLOSE F-MANIFEST.

           EXIT.
       0600-MANIFEST-END.
