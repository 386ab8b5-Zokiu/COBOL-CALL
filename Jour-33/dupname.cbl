      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupname.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des utilisateurs (etat courant) : c'est lui
      *qu'on passe au crible, toutes branches confondues.
           SELECT F-MASTER ASSIGN TO WS-MASTER-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-MASTER-STATUS.

      *File des doublons probables de personne : une ligne par
      *paire d'identifiants, avec l'indice de confiance et la
      *decision du referent. Les paires deja connues (en attente ou
      *decidees) ne sont jamais reproposees.
           SELECT F-DUPS ASSIGN TO "dup_candidates.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DUPS-STATUS.

      *Fichier de tri des cles phonetiques.
           SELECT SD-WORK ASSIGN TO "dupname.srt".

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-MASTER.

       01  REC-F-MASTER.
           05 MST-ID           PIC X(10).
           05 MST-NOM          PIC X(50).
           05 MST-EMAIL        PIC X(50).

       FD  F-DUPS.

      *Etat : P en attente de revue, D meme personne (confirme), X
      *pas un doublon -- X est la memoire qui evite de reproposer
      *la paire chaque nuit. Indice : 95 noms identiques une fois
      *normalises (accents, casse, tirets, ordre des mots), 80
      *noms phonetiquement identiques.
       01  REC-F-DUPS.
           05 DC-ID-A          PIC X(10).
           05 FILLER           PIC X(01).
           05 DC-ID-B          PIC X(10).
           05 FILLER           PIC X(01).
           05 DC-SCORE         PIC 9(03).
           05 FILLER           PIC X(01).
           05 DC-NOM-A         PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-NOM-B         PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-EMAIL-A       PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-EMAIL-B       PIC X(50).
           05 FILLER           PIC X(01).
           05 DC-RUN-DATE      PIC X(08).
           05 FILLER           PIC X(01).
           05 DC-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 DC-DECIDER       PIC X(20).

       SD  SD-WORK.

       01  REC-SD-WORK.
           05 SRT-PKEY         PIC X(30).
           05 SRT-NKEY         PIC X(60).
           05 SRT-ID           PIC X(10).
           05 SRT-NOM          PIC X(50).
           05 SRT-EMAIL        PIC X(50).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-MASTER-STATUS     PIC X(02) VALUE SPACE.
           88 F-MASTER-STATUS-OK           VALUE "00".
           88 F-MASTER-STATUS-EOF          VALUE "10".

       01  F-DUPS-STATUS       PIC X(02) VALUE SPACE.
           88 F-DUPS-STATUS-OK             VALUE "00".
           88 F-DUPS-STATUS-EOF            VALUE "10".

       01  WS-SORT-EOF-FLAG    PIC X(01) VALUE "N".
           88 SORT-AT-END                  VALUE "Y".

      *Nom du maitre servi par le service central des parametres
      *(remappe en environnement TEST).
       01  WS-MASTER-NAME      PIC X(40) VALUE "user_master.dat".
       01  WS-PRM-KEY          PIC X(30).
       01  WS-PRM-VALUE        PIC X(60).

       01  WS-NOW              PIC X(21).
       01  WS-TODAY            PIC X(08).

      *File des paires connues, chargee puis reecrite avec les
      *paires nouvelles du passage.
       01  DUPS-TABLE.
           05 DP-LGHT          PIC 9(05) VALUE ZERO.
           05 DP-MAX           PIC 9(05) VALUE 5000.
           05 DP OCCURS 5000 TIMES INDEXED BY DP-IDX.
                10 DP-ID-A      PIC X(10).
                10 DP-ID-B      PIC X(10).
                10 DP-SCORE     PIC 9(03).
                10 DP-NOM-A     PIC X(50).
                10 DP-NOM-B     PIC X(50).
                10 DP-EMAIL-A   PIC X(50).
                10 DP-EMAIL-B   PIC X(50).
                10 DP-RUN-DATE  PIC X(08).
                10 DP-STATE     PIC X(01).
                10 DP-DECIDER   PIC X(20).

      *Groupe courant de la sortie du tri : les lignes de meme cle
      *phonetique, comparees deux a deux.
       01  GROUP-TABLE.
           05 GR-LGHT          PIC 9(03) VALUE ZERO.
           05 GR-MAX           PIC 9(03) VALUE 50.
           05 GR OCCURS 50 TIMES INDEXED BY GR-IDX GR-JDX.
                10 GR-NKEY      PIC X(60).
                10 GR-ID        PIC X(10).
                10 GR-NOM       PIC X(50).
                10 GR-EMAIL     PIC X(50).
       01  WS-GROUP-KEY        PIC X(30) VALUE SPACES.
       01  WS-GROUP-OVER       PIC 9(05) VALUE ZERO.

      *Calcul des cles d'un nom : tampon passe a normtext, mots du
      *nom, cle normalisee (mots tries) et cle phonetique (codes
      *des mots, tries).
       01  WS-NT-LINE          PIC X(160).
       01  WS-NT-LEN           PIC 9(03) VALUE 50.
       01  WS-NT-FIRST         PIC X(01) VALUE "N".
       01  WS-NT-ASCII         PIC X(01) VALUE "Y".
       01  WS-WORDS.
           05 WS-WORD          PIC X(20) OCCURS 6 TIMES.
       01  WS-CODES.
           05 WS-CODE          PIC X(04) OCCURS 6 TIMES.
       01  WS-WORD-CNT         PIC 9(01).
       01  WS-W                PIC 9(01).
       01  WS-V                PIC 9(01).
       01  WS-SWAP             PIC X(20).
       01  WS-SWAP-CODE        PIC X(04).
       01  WS-NKEY             PIC X(60).
       01  WS-PKEY             PIC X(30).
       01  WS-PTR              PIC 9(03).

      *Code phonetique d'un mot : premiere lettre ramenee a son
      *equivalent (K Q -> C, W -> V, Y -> I, Z -> S, PH -> F), puis
      *trois chiffres de classe des consonnes suivantes, voyelles
      *et lettres muettes ignorees, doublons consecutifs fondus.
       01  WS-LETTER           PIC X(01).
       01  WS-CLASS            PIC X(01).
       01  WS-LAST-CLASS       PIC X(01).
       01  WS-C                PIC 9(02).
       01  WS-OUT              PIC 9(01).

       01  WS-HIT              PIC 9(05).
       01  WS-SCORE            PIC 9(03).

       01  WS-ROWS-READ        PIC 9(07) VALUE ZERO.
       01  WS-NEW-PAIRS        PIC 9(05) VALUE ZERO.
       01  WS-KNOWN-PAIRS      PIC 9(05) VALUE ZERO.
       01  WS-QUEUE-FULL       PIC 9(05) VALUE ZERO.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM      PIC X(10) VALUE "dupname".
       01  WS-INC-SEVERITY     PIC X(01).
       01  WS-INC-MESSAGE      PIC X(60).
       01  WS-INC-KEY          PIC X(30).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Recherche des doublons probables de personne dans le maitre :
      *la meme personne arrivee de deux branches sous deux
      *identifiants et deux emails differents echappe aux controles
      *a cle exacte. Chaque nom recoit une cle insensible aux
      *accents, a la casse, aux tirets et a l'ordre des mots, et une
      *cle phonetique ; les lignes de meme cle phonetique forment
      *des paires proposees a la revue (duprev). Code retour 4 si
      *des paires nouvelles attendent une decision.
       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE   TO WS-NOW.
           MOVE WS-NOW(1:8)             TO WS-TODAY.

           MOVE "FILE.USER-MASTER"      TO WS-PRM-KEY.
           CALL "param" USING WS-PRM-KEY WS-PRM-VALUE.
           IF RETURN-CODE = 0
               MOVE WS-PRM-VALUE(1:40)  TO WS-MASTER-NAME
           END-IF.

           PERFORM 0100-LOAD-DUPS-START
           THRU    0100-LOAD-DUPS-END.

           OPEN INPUT F-MASTER.
           IF NOT F-MASTER-STATUS-OK
               DISPLAY "Pas de fichier maitre a examiner : "
                       WS-MASTER-NAME
               MOVE 0                   TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT SD-WORK
                ON ASCENDING KEY SRT-PKEY SRT-ID
                INPUT PROCEDURE  IS 0200-RELEASE-START
                                 THRU 0200-RELEASE-END
                OUTPUT PROCEDURE IS 0300-MATCH-START
                                 THRU 0300-MATCH-END.

           CLOSE F-MASTER.

           PERFORM 0500-SAVE-DUPS-START
           THRU    0500-SAVE-DUPS-END.

           IF WS-GROUP-OVER > 0
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE "Groupes homonymes tronques a la comparaison"
                                        TO WS-INC-MESSAGE
               MOVE WS-GROUP-OVER       TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
           END-IF.

           DISPLAY "Doublons probables -- lignes examinees : "
                   WS-ROWS-READ " paires nouvelles : "
                   WS-NEW-PAIRS " deja connues : " WS-KNOWN-PAIRS.

           IF WS-QUEUE-FULL > 0
               DISPLAY "File des doublons pleine (" DP-MAX
                       ") : paires non retenues : " WS-QUEUE-FULL
               MOVE "W"                 TO WS-INC-SEVERITY
               MOVE "File des doublons probables pleine"
                                        TO WS-INC-MESSAGE
               MOVE WS-QUEUE-FULL       TO WS-INC-KEY
               CALL "inclog" USING WS-INC-PROGRAM WS-INC-SEVERITY
                                   WS-INC-MESSAGE WS-INC-KEY
           END-IF.

           IF WS-NEW-PAIRS > 0
               MOVE 4                   TO RETURN-CODE
           ELSE
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Charge la file des paires connues.
       0100-LOAD-DUPS-START.

           OPEN INPUT F-DUPS.

           IF NOT F-DUPS-STATUS-OK
               MOVE SPACE               TO F-DUPS-STATUS
               GO TO 0100-LOAD-DUPS-END
           END-IF.

           PERFORM UNTIL F-DUPS-STATUS-EOF
             READ F-DUPS
              AT END
                CONTINUE
              NOT AT END
                IF DC-ID-A NOT = SPACES
                  IF DP-LGHT >= DP-MAX
                      DISPLAY "File des doublons pleine (" DP-MAX
                              ") : paire non chargee : "
                              DC-ID-A " " DC-ID-B
                  ELSE
                      ADD 1              TO DP-LGHT
                      MOVE DC-ID-A       TO DP-ID-A    (DP-LGHT)
                      MOVE DC-ID-B       TO DP-ID-B    (DP-LGHT)
                      MOVE DC-SCORE      TO DP-SCORE   (DP-LGHT)
                      MOVE DC-NOM-A      TO DP-NOM-A   (DP-LGHT)
                      MOVE DC-NOM-B      TO DP-NOM-B   (DP-LGHT)
                      MOVE DC-EMAIL-A    TO DP-EMAIL-A (DP-LGHT)
                      MOVE DC-EMAIL-B    TO DP-EMAIL-B (DP-LGHT)
                      MOVE DC-RUN-DATE   TO DP-RUN-DATE(DP-LGHT)
                      MOVE DC-STATE      TO DP-STATE   (DP-LGHT)
                      MOVE DC-DECIDER    TO DP-DECIDER (DP-LGHT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-DUPS.
           MOVE SPACE                   TO F-DUPS-STATUS.

           EXIT.
       0100-LOAD-DUPS-END.

      ******************************************************************

      *Procedure d'entree du tri : chaque ligne du maitre part au
      *tri avec ses deux cles ; un nom sans lettre exploitable est
      *ecarte.
       0200-RELEASE-START.

           PERFORM UNTIL F-MASTER-STATUS-EOF
             READ F-MASTER
              AT END
                CONTINUE
              NOT AT END
                IF MST-ID NOT = SPACES AND MST-NOM NOT = SPACES
                    ADD 1                TO WS-ROWS-READ
                    PERFORM 0400-KEYS-START
                    THRU    0400-KEYS-END
                    IF WS-PKEY NOT = SPACES
                        MOVE WS-PKEY     TO SRT-PKEY
                        MOVE WS-NKEY     TO SRT-NKEY
                        MOVE MST-ID      TO SRT-ID
                        MOVE MST-NOM     TO SRT-NOM
                        MOVE MST-EMAIL   TO SRT-EMAIL
                        RELEASE REC-SD-WORK
                    END-IF
                END-IF
             END-READ
           END-PERFORM.

           EXIT.
       0200-RELEASE-END.

      ******************************************************************

      *Procedure de sortie du tri : les lignes arrivent groupees
      *par cle phonetique ; chaque groupe de deux lignes ou plus
      *est compare deux a deux.
       0300-MATCH-START.

           MOVE 0                       TO GR-LGHT.
           MOVE SPACES                  TO WS-GROUP-KEY.

           PERFORM UNTIL SORT-AT-END
             RETURN SD-WORK
              AT END
                SET SORT-AT-END         TO TRUE
              NOT AT END
                IF SRT-PKEY NOT = WS-GROUP-KEY
                    PERFORM 0310-GROUP-START
                    THRU    0310-GROUP-END
                    MOVE 0               TO GR-LGHT
                    MOVE SRT-PKEY        TO WS-GROUP-KEY
                END-IF
                IF GR-LGHT < GR-MAX
                    ADD 1                TO GR-LGHT
                    MOVE SRT-NKEY        TO GR-NKEY (GR-LGHT)
                    MOVE SRT-ID          TO GR-ID   (GR-LGHT)
                    MOVE SRT-NOM         TO GR-NOM  (GR-LGHT)
                    MOVE SRT-EMAIL       TO GR-EMAIL(GR-LGHT)
                ELSE
                    IF GR-LGHT = GR-MAX
                        ADD 1            TO WS-GROUP-OVER
                        ADD 1            TO GR-LGHT
                    END-IF
                END-IF
             END-RETURN
           END-PERFORM.

           PERFORM 0310-GROUP-START
           THRU    0310-GROUP-END.

           EXIT.
       0300-MATCH-END.

      ******************************************************************

      *Compare deux a deux les lignes du groupe courant : meme cle
      *normalisee, indice 95 ; sinon (meme cle phonetique), 80.
      *Un groupe plus grand que la table n'est compare que sur ses
      *premieres lignes.
       0310-GROUP-START.

           IF GR-LGHT > GR-MAX
               MOVE GR-MAX              TO GR-LGHT
           END-IF.

           IF GR-LGHT < 2
               GO TO 0310-GROUP-END
           END-IF.

           PERFORM VARYING GR-IDX FROM 1 BY 1
                     UNTIL GR-IDX >= GR-LGHT
               PERFORM VARYING GR-JDX FROM GR-IDX BY 1
                         UNTIL GR-JDX > GR-LGHT
                   IF GR-JDX > GR-IDX
                     AND GR-ID(GR-JDX) NOT = GR-ID(GR-IDX)
                       IF GR-NKEY(GR-IDX) = GR-NKEY(GR-JDX)
                           MOVE 95      TO WS-SCORE
                       ELSE
                           MOVE 80      TO WS-SCORE
                       END-IF
                       PERFORM 0320-PAIR-START
                       THRU    0320-PAIR-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.
       0310-GROUP-END.

      ******************************************************************

      *Retient la paire GR(GR-IDX) / GR(GR-JDX) si elle n'est pas
      *deja dans la file, quel que soit son etat : une paire
      *ecartee par le referent ne revient plus. Le tri sur
      *l'identifiant garantit que GR-IDX porte le plus petit.
       0320-PAIR-START.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING DP-IDX FROM 1 BY 1
                     UNTIL DP-IDX > DP-LGHT OR WS-HIT > 0
               IF DP-ID-A(DP-IDX) = GR-ID(GR-IDX)
                 AND DP-ID-B(DP-IDX) = GR-ID(GR-JDX)
                   SET WS-HIT           TO DP-IDX
               END-IF
           END-PERFORM.

           IF WS-HIT > 0
               ADD 1                    TO WS-KNOWN-PAIRS
               GO TO 0320-PAIR-END
           END-IF.

           IF DP-LGHT >= DP-MAX
               ADD 1                    TO WS-QUEUE-FULL
               GO TO 0320-PAIR-END
           END-IF.

           ADD 1                        TO DP-LGHT.
           MOVE GR-ID   (GR-IDX)        TO DP-ID-A    (DP-LGHT).
           MOVE GR-ID   (GR-JDX)        TO DP-ID-B    (DP-LGHT).
           MOVE WS-SCORE                TO DP-SCORE   (DP-LGHT).
           MOVE GR-NOM  (GR-IDX)        TO DP-NOM-A   (DP-LGHT).
           MOVE GR-NOM  (GR-JDX)        TO DP-NOM-B   (DP-LGHT).
           MOVE GR-EMAIL(GR-IDX)        TO DP-EMAIL-A (DP-LGHT).
           MOVE GR-EMAIL(GR-JDX)        TO DP-EMAIL-B (DP-LGHT).
           MOVE WS-TODAY                TO DP-RUN-DATE(DP-LGHT).
           MOVE "P"                     TO DP-STATE   (DP-LGHT).
           MOVE SPACES                  TO DP-DECIDER (DP-LGHT).
           ADD 1                        TO WS-NEW-PAIRS.

           EXIT.
       0320-PAIR-END.

      ******************************************************************

      *Cles du nom MST-NOM : translitteration des accents par
      *normtext, majuscules, tirets et ponctuation en blancs,
      *decoupage en mots (six au plus), puis cle normalisee (mots
      *tries) et cle phonetique (codes des mots, tries).
       0400-KEYS-START.

           MOVE SPACES                  TO WS-NT-LINE.
           MOVE MST-NOM                 TO WS-NT-LINE(1:50).
           CALL "normtext" USING WS-NT-LINE WS-NT-LEN WS-NT-FIRST
                                 WS-NT-ASCII.
           MOVE FUNCTION UPPER-CASE(WS-NT-LINE(1:50))
                                        TO WS-NT-LINE(1:50).
           INSPECT WS-NT-LINE(1:50) CONVERTING "-'.,_/" TO "      ".

           MOVE SPACES                  TO WS-WORDS.
           MOVE SPACES                  TO WS-CODES.
           UNSTRING WS-NT-LINE(1:50) DELIMITED BY ALL SPACE
                    INTO WS-WORD(1) WS-WORD(2) WS-WORD(3)
                         WS-WORD(4) WS-WORD(5) WS-WORD(6).

      *Un blanc de tete laisse un premier mot vide : on tasse.
           MOVE 0                       TO WS-WORD-CNT.
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 6
               IF WS-WORD(WS-W) NOT = SPACES
                   ADD 1                TO WS-WORD-CNT
                   MOVE WS-WORD(WS-W)   TO WS-WORD(WS-WORD-CNT)
                   IF WS-WORD-CNT NOT = WS-W
                       MOVE SPACES      TO WS-WORD(WS-W)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES                  TO WS-NKEY.
           MOVE SPACES                  TO WS-PKEY.
           IF WS-WORD-CNT = 0
               GO TO 0400-KEYS-END
           END-IF.

      *Tri des mots (tri a bulles, six mots au plus).
           PERFORM VARYING WS-W FROM 1 BY 1
                     UNTIL WS-W >= WS-WORD-CNT
               PERFORM VARYING WS-V FROM 1 BY 1
                         UNTIL WS-V > WS-WORD-CNT - WS-W
                   IF WS-WORD(WS-V) > WS-WORD(WS-V + 1)
                       MOVE WS-WORD(WS-V)      TO WS-SWAP
                       MOVE WS-WORD(WS-V + 1)  TO WS-WORD(WS-V)
                       MOVE WS-SWAP            TO WS-WORD(WS-V + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 1                       TO WS-PTR.
           PERFORM VARYING WS-W FROM 1 BY 1
                     UNTIL WS-W > WS-WORD-CNT
               STRING WS-WORD(WS-W) DELIMITED BY SPACE
                      " "           DELIMITED BY SIZE
                      INTO WS-NKEY WITH POINTER WS-PTR
               END-STRING
               PERFORM 0410-CODE-WORD-START
               THRU    0410-CODE-WORD-END
           END-PERFORM.

      *Tri des codes : l'ordre des mots ne compte pas non plus
      *pour la cle phonetique.
           PERFORM VARYING WS-W FROM 1 BY 1
                     UNTIL WS-W >= WS-WORD-CNT
               PERFORM VARYING WS-V FROM 1 BY 1
                         UNTIL WS-V > WS-WORD-CNT - WS-W
                   IF WS-CODE(WS-V) > WS-CODE(WS-V + 1)
                       MOVE WS-CODE(WS-V)      TO WS-SWAP-CODE
                       MOVE WS-CODE(WS-V + 1)  TO WS-CODE(WS-V)
                       MOVE WS-SWAP-CODE       TO WS-CODE(WS-V + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 1                       TO WS-PTR.
           PERFORM VARYING WS-W FROM 1 BY 1
                     UNTIL WS-W > WS-WORD-CNT
               STRING WS-CODE(WS-W) DELIMITED BY SIZE
                      INTO WS-PKEY WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.

           EXIT.
       0400-KEYS-END.

      ******************************************************************

      *Code phonetique du mot WS-WORD(WS-W) dans WS-CODE(WS-W) :
      *lettre de tete ramenee a son equivalent, puis classes des
      *consonnes suivantes (1 B P F V, 2 C G J K Q S X Z, 3 D T,
      *4 L, 5 M N, 6 R), complete a quatre positions par des
      *zeros. Les voyelles, H, W et Y ne codent pas mais separent
      *deux consonnes de meme classe.
       0410-CODE-WORD-START.

           MOVE "0000"                  TO WS-CODE(WS-W).
           MOVE WS-WORD(WS-W)(1:1)      TO WS-LETTER.
           MOVE 2                       TO WS-C.

           EVALUATE TRUE
               WHEN WS-WORD(WS-W)(1:2) = "PH"
                   MOVE "F"             TO WS-LETTER
                   MOVE 3               TO WS-C
               WHEN WS-LETTER = "K" OR "Q"
                   MOVE "C"             TO WS-LETTER
               WHEN WS-LETTER = "W"
                   MOVE "V"             TO WS-LETTER
               WHEN WS-LETTER = "Y"
                   MOVE "I"             TO WS-LETTER
               WHEN WS-LETTER = "Z"
                   MOVE "S"             TO WS-LETTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-LETTER               TO WS-CODE(WS-W)(1:1).

           PERFORM 0420-CLASS-START
           THRU    0420-CLASS-END.
           MOVE WS-CLASS                TO WS-LAST-CLASS.
           MOVE 1                       TO WS-OUT.

           PERFORM VARYING WS-C FROM WS-C BY 1
                     UNTIL WS-C > 20 OR WS-OUT > 3
               MOVE WS-WORD(WS-W)(WS-C:1) TO WS-LETTER
               IF WS-LETTER = "H" AND WS-C > 1
                 AND WS-WORD(WS-W)(WS-C - 1:1) = "P"
                   MOVE "F"             TO WS-LETTER
               END-IF
               PERFORM 0420-CLASS-START
               THRU    0420-CLASS-END
               IF WS-CLASS NOT = "0" AND WS-CLASS NOT = SPACE
                 AND WS-CLASS NOT = WS-LAST-CLASS
                   ADD 1                TO WS-OUT
                   MOVE WS-CLASS        TO WS-CODE(WS-W)(WS-OUT:1)
               END-IF
               IF WS-LETTER NOT = "H" AND NOT = "W"
                   MOVE WS-CLASS        TO WS-LAST-CLASS
               END-IF
           END-PERFORM.

           EXIT.
       0410-CODE-WORD-END.

      ******************************************************************

      *Classe phonetique de WS-LETTER dans WS-CLASS : "0" pour une
      *voyelle ou une lettre muette, blanc hors alphabet.
       0420-CLASS-START.

           EVALUATE WS-LETTER
               WHEN "B" WHEN "P" WHEN "F" WHEN "V"
                   MOVE "1"             TO WS-CLASS
               WHEN "C" WHEN "G" WHEN "J" WHEN "K" WHEN "Q"
               WHEN "S" WHEN "X" WHEN "Z"
                   MOVE "2"             TO WS-CLASS
               WHEN "D" WHEN "T"
                   MOVE "3"             TO WS-CLASS
               WHEN "L"
                   MOVE "4"             TO WS-CLASS
               WHEN "M" WHEN "N"
                   MOVE "5"             TO WS-CLASS
               WHEN "R"
                   MOVE "6"             TO WS-CLASS
               WHEN "A" WHEN "E" WHEN "I" WHEN "O" WHEN "U"
               WHEN "Y" WHEN "H" WHEN "W"
                   MOVE "0"             TO WS-CLASS
               WHEN OTHER
                   MOVE SPACE           TO WS-CLASS
           END-EVALUATE.

           EXIT.
       0420-CLASS-END.

      ******************************************************************

      *Reecrit la file des paires : les paires connues telles
      *quelles, les nouvelles a la suite.
       0500-SAVE-DUPS-START.

           OPEN OUTPUT F-DUPS.

           PERFORM VARYING DP-IDX FROM 1 BY 1
                     UNTIL DP-IDX > DP-LGHT
               MOVE SPACES              TO REC-F-DUPS
               MOVE DP-ID-A    (DP-IDX) TO DC-ID-A
               MOVE DP-ID-B    (DP-IDX) TO DC-ID-B
               MOVE DP-SCORE   (DP-IDX) TO DC-SCORE
               MOVE DP-NOM-A   (DP-IDX) TO DC-NOM-A
               MOVE DP-NOM-B   (DP-IDX) TO DC-NOM-B
               MOVE DP-EMAIL-A (DP-IDX) TO DC-EMAIL-A
               MOVE DP-EMAIL-B (DP-IDX) TO DC-EMAIL-B
               MOVE DP-RUN-DATE(DP-IDX) TO DC-RUN-DATE
               MOVE DP-STATE   (DP-IDX) TO DC-STATE
               MOVE DP-DECIDER (DP-IDX) TO DC-DECIDER
               WRITE REC-F-DUPS
           END-PERFORM.

           CLOSE F-DUPS.

           EXIT.
       0500-SAVE-DUPS-END.
