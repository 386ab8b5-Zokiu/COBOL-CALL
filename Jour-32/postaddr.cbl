      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. postaddr.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Referentiel des adresses postales, cle par l'identifiant
      *utilisateur du lot de validation Jour-33.
           SELECT F-POSTADDR ASSIGN TO "postal_addr.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-POSTADDR-STATUS.

      *Adresses marquees invalides sur retour de courrier, tenues
      *par retmail : une adresse marquee ne recoit plus de lettre.
           SELECT F-ADDRINV ASSIGN TO "addr_invalid.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-ADDRINV-STATUS.

      *Fichier de tri du referentiel, charge trie par identifiant
      *pour la recherche dichotomique.
           SELECT SD-ADDR ASSIGN TO "postaddr.srt".

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-POSTADDR.

           COPY postaddr.

       FD  F-ADDRINV.

           COPY addrinv.

       SD  SD-ADDR.

       01  REC-SD-ADDR.
           05 SRT-ID           PIC X(10).
           05 SRT-ADDR         PIC X(191).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-POSTADDR-STATUS   PIC X(02) VALUE SPACE.
           88 F-POSTADDR-STATUS-OK         VALUE "00".
           88 F-POSTADDR-STATUS-EOF        VALUE "10".

       01  F-ADDRINV-STATUS    PIC X(02) VALUE SPACE.
           88 F-ADDRINV-STATUS-OK          VALUE "00".
           88 F-ADDRINV-STATUS-EOF         VALUE "10".

      *Referentiel charge une seule fois par execution, au premier
      *appel, comme les parametres dans param.
       01  WS-LOADED-FLAG      PIC X(01) VALUE "N".
           88 ADDR-LOADED                  VALUE "Y".

       01  WS-SORT-EOF-FLAG    PIC X(01) VALUE "N".
           88 SORT-AT-END                  VALUE "Y".

       01  ADDR-TABLE.
           05 AD-LGHT          PIC 9(05) VALUE ZERO.
           05 AD-MAX           PIC 9(05) VALUE 99999.
           05 AD OCCURS 99999 TIMES.
                10 AD-ID        PIC X(10).
                10 AD-ADDR      PIC X(191).
                10 AD-BAD       PIC X(01).

       01  WS-FIND-ID          PIC X(10).
       01  WS-MARK-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-LO               PIC 9(05).
       01  WS-HI               PIC 9(05).
       01  WS-MID              PIC 9(05).
       01  WS-HIT              PIC 9(05).

      *Vue detaillee de l'adresse trouvee, pour le controle
      *d'exploitabilite.
       01  WS-ADDR.
           05 WS-ADDR-COMPL    PIC X(38).
           05 WS-ADDR-STREET   PIC X(38).
           05 WS-ADDR-LIEUDIT  PIC X(38).
           05 WS-ADDR-CP       PIC X(05).
           05 WS-ADDR-CITY     PIC X(32).
           05 WS-ADDR-SRC      PIC X(40).

      ******************************************************************

       LINKAGE SECTION.

       01  LK-ID               PIC X(10).
       01  LK-ADDR.
           05 LK-ADDR-COMPL    PIC X(38).
           05 LK-ADDR-STREET   PIC X(38).
           05 LK-ADDR-LIEUDIT  PIC X(38).
           05 LK-ADDR-CP       PIC X(05).
           05 LK-ADDR-CITY     PIC X(32).
           05 LK-ADDR-SRC      PIC X(40).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Adresse postale d'un destinataire pour les lettres papier.
      *Code retour : 0 adresse exploitable (rendue dans LK-ADDR),
      *1 identifiant absent du referentiel, 2 adresse incomplete
      *(voie ou commune vide, code postal non numerique a 5
      *chiffres), 3 adresse marquee invalide sur retour de courrier
      *-- de 1 a 3 le pli ne doit pas partir. L'adresse connue est
      *rendue dans LK-ADDR en 2 et 3.
       PROCEDURE DIVISION USING LK-ID LK-ADDR.

           IF NOT ADDR-LOADED
               PERFORM 0100-LOAD-ADDR-START
               THRU    0100-LOAD-ADDR-END
           END-IF.

           MOVE SPACES                  TO LK-ADDR.

           MOVE LK-ID                   TO WS-FIND-ID.
           PERFORM 0300-FIND-START
           THRU    0300-FIND-END.

           IF WS-HIT = 0
               MOVE 1                   TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE AD-ADDR(WS-HIT)         TO WS-ADDR.
           MOVE WS-ADDR                 TO LK-ADDR.

           IF AD-BAD(WS-HIT) = "Y"
               MOVE 3                   TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-ADDR-STREET = SPACES
             OR WS-ADDR-CITY = SPACES
             OR WS-ADDR-CP IS NOT NUMERIC
               MOVE 2                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge postal_addr.dat au premier appel, trie par
      *identifiant ; un identifiant repete garde sa derniere ligne
      *(la plus recente en fin de fichier). Fichier absent : aucun
      *destinataire n'a d'adresse.
       0100-LOAD-ADDR-START.

           SET ADDR-LOADED              TO TRUE.

           OPEN INPUT F-POSTADDR.
           IF NOT F-POSTADDR-STATUS-OK
               DISPLAY "Referentiel postal_addr.dat absent, statut : "
                       F-POSTADDR-STATUS
               GO TO 0100-LOAD-ADDR-END
           END-IF.
           CLOSE F-POSTADDR.
           MOVE SPACE                   TO F-POSTADDR-STATUS.

           SORT SD-ADDR
                ON ASCENDING KEY SRT-ID
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 0150-RELEASE-START
                                 THRU 0150-RELEASE-END
                OUTPUT PROCEDURE IS 0200-RETURN-START
                                 THRU 0200-RETURN-END.

           PERFORM 0400-LOAD-MARKS-START
           THRU    0400-LOAD-MARKS-END.

           DISPLAY "Adresses postales chargees : " AD-LGHT
                   " (marquees invalides : " WS-MARK-COUNT ").".

           EXIT.
       0100-LOAD-ADDR-END.

      ******************************************************************

      *Procedure d'entree du tri : chaque ligne identifiee du
      *referentiel est livree au tri.
       0150-RELEASE-START.

           OPEN INPUT F-POSTADDR.

           PERFORM UNTIL F-POSTADDR-STATUS-EOF
             READ F-POSTADDR
              AT END
                CONTINUE
              NOT AT END
                IF PA-ID NOT = SPACES
                    MOVE PA-ID           TO SRT-ID
                    MOVE PA-COMPL        TO WS-ADDR-COMPL
                    MOVE PA-STREET       TO WS-ADDR-STREET
                    MOVE PA-LIEUDIT      TO WS-ADDR-LIEUDIT
                    MOVE PA-CP           TO WS-ADDR-CP
                    MOVE PA-CITY         TO WS-ADDR-CITY
                    MOVE PA-SRC          TO WS-ADDR-SRC
                    MOVE WS-ADDR         TO SRT-ADDR
                    RELEASE REC-SD-ADDR
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-POSTADDR.

           EXIT.
       0150-RELEASE-END.

      ******************************************************************

      *Procedure de sortie du tri : les lignes arrivent triees par
      *identifiant, dans l'ordre du fichier a identifiant egal ; la
      *derniere remplace les precedentes.
       0200-RETURN-START.

           PERFORM UNTIL SORT-AT-END
             RETURN SD-ADDR
              AT END
                SET SORT-AT-END         TO TRUE
              NOT AT END
                IF AD-LGHT > 0
                  AND AD-ID(AD-LGHT) = SRT-ID
                    MOVE SRT-ADDR        TO AD-ADDR(AD-LGHT)
                ELSE
                    IF AD-LGHT >= AD-MAX
                        DISPLAY "Table des adresses pleine (" AD-MAX
                                ") : adresse ignoree : " SRT-ID
                    ELSE
                        ADD 1            TO AD-LGHT
                        MOVE SRT-ID      TO AD-ID  (AD-LGHT)
                        MOVE SRT-ADDR    TO AD-ADDR(AD-LGHT)
                        MOVE "N"         TO AD-BAD (AD-LGHT)
                    END-IF
                END-IF
             END-RETURN
           END-PERFORM.

           EXIT.
       0200-RETURN-END.

      ******************************************************************

      *Recherche dichotomique de WS-FIND-ID dans la table triee :
      *WS-HIT = rang de l'adresse, 0 si absente.
       0300-FIND-START.

           MOVE 0                       TO WS-HIT.
           MOVE 1                       TO WS-LO.
           MOVE AD-LGHT                 TO WS-HI.

           PERFORM UNTIL WS-LO > WS-HI OR WS-HIT > 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                 WHEN AD-ID(WS-MID) = WS-FIND-ID
                   MOVE WS-MID          TO WS-HIT
                 WHEN AD-ID(WS-MID) < WS-FIND-ID
                   COMPUTE WS-LO = WS-MID + 1
                 WHEN OTHER
                   IF WS-MID = 1
                       MOVE 0           TO WS-HI
                   ELSE
                       COMPUTE WS-HI = WS-MID - 1
                   END-IF
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0300-FIND-END.

      ******************************************************************

      *Applique les marques de addr_invalid.dat a la table : une
      *marque ne vaut que tant que l'adresse du referentiel garde
      *le code postal et la voie du jour du retour -- une adresse
      *corrigee depuis repart d'elle-meme.
       0400-LOAD-MARKS-START.

           OPEN INPUT F-ADDRINV.
           IF NOT F-ADDRINV-STATUS-OK
               MOVE SPACE               TO F-ADDRINV-STATUS
               GO TO 0400-LOAD-MARKS-END
           END-IF.

           PERFORM UNTIL F-ADDRINV-STATUS-EOF
             READ F-ADDRINV
              AT END
                CONTINUE
              NOT AT END
                IF AI-ID NOT = SPACES
                    MOVE AI-ID           TO WS-FIND-ID
                    PERFORM 0300-FIND-START
                    THRU    0300-FIND-END
                    IF WS-HIT > 0
                        MOVE AD-ADDR(WS-HIT) TO WS-ADDR
                        IF WS-ADDR-CP = AI-CP
                          AND WS-ADDR-STREET = AI-STREET
                          AND AD-BAD(WS-HIT) NOT = "Y"
                            MOVE "Y"     TO AD-BAD(WS-HIT)
                            ADD 1        TO WS-MARK-COUNT
                        END-IF
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-ADDRINV.

           EXIT.
       0400-LOAD-MARKS-END.

           END PROGRAM postaddr.
