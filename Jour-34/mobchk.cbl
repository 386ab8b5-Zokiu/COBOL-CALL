      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mobchk.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *Chiffres du numero ; les separateurs usuels de saisie
      *(espace, point, tiret, parentheses) sont ignores.
           CLASS WS-DIGIT-CLASS IS "0" THRU "9".
           CLASS WS-SEPAR-CLASS IS " " "." "-" "(" ")" "/".

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-IDX              PIC 9(02).
       01  WS-LGTH             PIC 9(02).
       01  WS-DIGITS           PIC X(20).
       01  WS-DIG-CNT          PIC 9(02).
       01  WS-PLUS-FLAG        PIC X(01).
           88 NUM-HAS-PLUS                 VALUE "Y".
       01  WS-BAD-FLAG         PIC X(01).
           88 NUM-IS-BAD                   VALUE "Y".

      ******************************************************************
       LINKAGE SECTION.

      *Numero saisi ; rendu sous sa forme normalisee (+ indicatif
      *pays puis chiffres, sans separateur) quand il est accepte.
       01  LK-MOBILE           PIC X(20).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Controle d'un numero de mobile avant son enregistrement sur
      *un compte. Formes admises : national francais 06 / 07 sur
      *dix chiffres, international "+" ou "00" suivi de 8 a 15
      *chiffres ; un numero francais en +33 doit etre un mobile
      *(6 ou 7 puis huit chiffres).
      *Code retour :
      *  0 = numero conforme (LK-MOBILE normalise)
      *  5 = numero refuse (LK-MOBILE inchange)
       PROCEDURE DIVISION USING LK-MOBILE.

           MOVE SPACES                            TO WS-DIGITS.
           MOVE 0                                 TO WS-DIG-CNT.
           MOVE "N"                               TO WS-PLUS-FLAG.
           MOVE "N"                               TO WS-BAD-FLAG.
           MOVE LENGTH OF FUNCTION TRIM(LK-MOBILE TRAILING)
                                                  TO WS-LGTH.

           IF LK-MOBILE = SPACES
               MOVE 5                             TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-LGTH OR NUM-IS-BAD
               EVALUATE TRUE
                   WHEN LK-MOBILE(WS-IDX:1) IS WS-DIGIT-CLASS
                       ADD 1                      TO WS-DIG-CNT
                       IF WS-DIG-CNT > 20
                           SET NUM-IS-BAD         TO TRUE
                       ELSE
                           MOVE LK-MOBILE(WS-IDX:1)
                                TO WS-DIGITS(WS-DIG-CNT:1)
                       END-IF
                   WHEN LK-MOBILE(WS-IDX:1) = "+"
      *Le "+" n'est admis qu'en tete, avant tout chiffre.
                       IF WS-DIG-CNT > 0 OR NUM-HAS-PLUS
                           SET NUM-IS-BAD         TO TRUE
                       ELSE
                           SET NUM-HAS-PLUS       TO TRUE
                       END-IF
                   WHEN LK-MOBILE(WS-IDX:1) IS WS-SEPAR-CLASS
                       CONTINUE
                   WHEN OTHER
                       SET NUM-IS-BAD             TO TRUE
               END-EVALUATE
           END-PERFORM.

           IF NUM-IS-BAD OR WS-DIG-CNT < 8
               MOVE 5                             TO RETURN-CODE
               GOBACK
           END-IF.

      *Prefixe international "00" ramene a la forme "+".
           IF NOT NUM-HAS-PLUS
             AND WS-DIGITS(1:2) = "00"
               MOVE WS-DIGITS(3:18)               TO WS-DIGITS
               SUBTRACT 2                       FROM WS-DIG-CNT
               SET NUM-HAS-PLUS                   TO TRUE
           END-IF.

      *Numero national : 06 ou 07 sur dix chiffres, porte en +33.
           IF NOT NUM-HAS-PLUS
               IF WS-DIG-CNT = 10
                 AND (WS-DIGITS(1:2) = "06" OR WS-DIGITS(1:2) = "07")
                   MOVE SPACES                    TO LK-MOBILE
                   STRING "+33" WS-DIGITS(2:9)
                          DELIMITED BY SIZE INTO LK-MOBILE
                   MOVE 0                         TO RETURN-CODE
               ELSE
                   MOVE 5                         TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

           IF WS-DIG-CNT < 8 OR WS-DIG-CNT > 15
             OR WS-DIGITS(1:1) = "0"
               MOVE 5                             TO RETURN-CODE
               GOBACK
           END-IF.

      *Un numero francais doit etre un mobile.
           IF WS-DIGITS(1:2) = "33"
               IF WS-DIG-CNT NOT = 11
                 OR (WS-DIGITS(3:1) NOT = "6"
                     AND WS-DIGITS(3:1) NOT = "7")
                   MOVE 5                         TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES                            TO LK-MOBILE.
           STRING "+" WS-DIGITS(1:WS-DIG-CNT)
                  DELIMITED BY SIZE INTO LK-MOBILE.
           MOVE 0                                 TO RETURN-CODE.

           GOBACK.

           END PROGRAM mobchk.
