      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crdcode.
       AUTHOR.     Terry.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *Cle de la suite, compilee dans ce seul module : les versions
      *de db_credentials.dat ne se relisent qu'avec les programmes
      *de la suite. La changer rend toutes les versions en place
      *illisibles -- il faut alors reposer l'acces (crdadm SET).
       01  WS-SUITE-KEY        PIC X(30)
                               VALUE "Zk4-usr/Jour34.acces:7Qm2R9vTx".

       01  WS-IDX              PIC 9(03).
       01  WS-POS              PIC 9(03).
       01  WS-SHIFT            PIC 9(03).
       01  WS-BYTE             PIC 9(03).
       01  WS-CODE             PIC 9(03).

      *Zones passees a hash_pwd : decalage de l'octet WS-IDX, puis
      *controle de la forme claire.
       01  WS-KS-PASS          PIC X(50).
       01  WS-KS-SALT          PIC X(50).
       01  WS-KS-HASH          PIC X(50).
       01  WS-KS-HASH-R REDEFINES WS-KS-HASH.
           05 WS-KS-HASH-NUM   PIC 9(18).
           05 FILLER           PIC X(32).
       01  WS-CHECK            PIC X(18).

       LINKAGE SECTION.

       01  LK-ACTION           PIC X(01).
       01  LK-SALT             PIC X(08).
       01  LK-CLEAR            PIC X(60).
       01  LK-DATA             PIC X(180).
       01  LK-CHECK            PIC X(18).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Codage des 60 octets de l'acces a la base (utilisateur, mot de
      *passe, base, 20 octets chacun). Chaque octet est decale d'une
      *valeur tiree par hash_pwd de la cle de la suite, du rang de
      *l'octet et du grain de sel de la version, et ecrit sur trois
      *chiffres ; le controle (hash_pwd de la forme claire) revele a
      *la relecture une cle differente ou une ligne abimee.
      *LK-ACTION "E" : LK-CLEAR -> LK-DATA et LK-CHECK ; "D" : LK-DATA
      *-> LK-CLEAR, verifie contre LK-CHECK.
      *Codes retour : 0 fait, 1 action inconnue ou donnee codee
      *illisible, 2 controle faux (LK-CLEAR rendu a blanc).
       PROCEDURE DIVISION USING LK-ACTION LK-SALT LK-CLEAR LK-DATA
                                LK-CHECK.

           EVALUATE LK-ACTION
             WHEN "E"
               MOVE SPACES              TO LK-DATA
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
                   PERFORM 0100-SHIFT-START
                   THRU    0100-SHIFT-END
                   COMPUTE WS-BYTE =
                       FUNCTION ORD(LK-CLEAR(WS-IDX:1)) - 1
                   COMPUTE WS-CODE =
                       FUNCTION MOD(WS-BYTE + WS-SHIFT, 256)
                   COMPUTE WS-POS = (WS-IDX - 1) * 3 + 1
                   MOVE WS-CODE         TO LK-DATA(WS-POS:3)
               END-PERFORM
               PERFORM 0200-CHECK-START
               THRU    0200-CHECK-END
               MOVE WS-CHECK            TO LK-CHECK
             WHEN "D"
               IF LK-DATA NOT NUMERIC
                   MOVE SPACES          TO LK-CLEAR
                   MOVE 1               TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
                   PERFORM 0100-SHIFT-START
                   THRU    0100-SHIFT-END
                   COMPUTE WS-POS = (WS-IDX - 1) * 3 + 1
                   MOVE LK-DATA(WS-POS:3) TO WS-CODE
                   COMPUTE WS-BYTE =
                       FUNCTION MOD(WS-CODE + 256 - WS-SHIFT, 256)
                   MOVE FUNCTION CHAR(WS-BYTE + 1)
                                        TO LK-CLEAR(WS-IDX:1)
               END-PERFORM
               PERFORM 0200-CHECK-START
               THRU    0200-CHECK-END
               IF WS-CHECK NOT = LK-CHECK
                   MOVE SPACES          TO LK-CLEAR
                   MOVE 2               TO RETURN-CODE
                   GOBACK
               END-IF
             WHEN OTHER
               MOVE 1                   TO RETURN-CODE
               GOBACK
           END-EVALUATE.

           MOVE 0                       TO RETURN-CODE.

           GOBACK.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *Decalage de l'octet WS-IDX : hash_pwd du rang suivi de la cle
      *de la suite (le rang en tete brasse tout le condense), sale
      *par la version, ramene a 0-255.
       0100-SHIFT-START.

           MOVE SPACES                  TO WS-KS-PASS.
           STRING WS-IDX WS-SUITE-KEY
                  DELIMITED BY SIZE INTO WS-KS-PASS.
           MOVE SPACES                  TO WS-KS-SALT.
           MOVE LK-SALT                 TO WS-KS-SALT.
           CALL "hash_pwd" USING WS-KS-PASS WS-KS-SALT WS-KS-HASH.
           COMPUTE WS-SHIFT = FUNCTION MOD(WS-KS-HASH-NUM, 256).

           EXIT.
       0100-SHIFT-END.

      ******************************************************************

      *Controle de la forme claire : utilisateur et mot de passe,
      *puis base enchainee au premier condense.
       0200-CHECK-START.

           MOVE SPACES                  TO WS-KS-PASS.
           MOVE LK-CLEAR(1:40)          TO WS-KS-PASS.
           MOVE SPACES                  TO WS-KS-SALT.
           MOVE LK-SALT                 TO WS-KS-SALT.
           CALL "hash_pwd" USING WS-KS-PASS WS-KS-SALT WS-KS-HASH.

           MOVE SPACES                  TO WS-KS-SALT.
           STRING LK-SALT WS-KS-HASH(1:18)
                  DELIMITED BY SIZE INTO WS-KS-SALT.
           MOVE SPACES                  TO WS-KS-PASS.
           MOVE LK-CLEAR(41:20)         TO WS-KS-PASS.
           CALL "hash_pwd" USING WS-KS-PASS WS-KS-SALT WS-KS-HASH.
           MOVE WS-KS-HASH(1:18)        TO WS-CHECK.

           EXIT.
       0200-CHECK-END.

           END PROGRAM crdcode.
