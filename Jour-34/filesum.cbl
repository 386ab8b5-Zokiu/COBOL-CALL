      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. filesum.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier a plat quelconque d'un jeu de sauvegarde.
           SELECT F-SUM ASSIGN TO WS-SUM-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-SUM-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-SUM.

       01  REC-F-SUM           PIC X(256).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-SUM-STATUS        PIC X(02) VALUE SPACE.
           88 F-SUM-STATUS-OK              VALUE "00".
           88 F-SUM-STATUS-EOF             VALUE "10".

       01  WS-SUM-NAME         PIC X(80).
       01  WS-BYTE-IDX         PIC 9(03).

      ******************************************************************
       LINKAGE SECTION.

      *Nom du fichier a compter.
       01  LK-FILENAME         PIC X(80).

      *Nombre de lignes et somme de controle additive sur les
      *octets des lignes (la regle du temoin de valck, sur des
      *lignes completees a blanc jusqu'a 256 octets).
       01  LK-COUNT            PIC 9(07).
       01  LK-CHECKSUM         PIC 9(09).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Code retour : 0 = fichier compte, 3 = fichier illisible ou
      *absent (compte et somme a zero).
       PROCEDURE DIVISION USING LK-FILENAME LK-COUNT LK-CHECKSUM.

           MOVE 0                       TO LK-COUNT.
           MOVE 0                       TO LK-CHECKSUM.
           MOVE LK-FILENAME             TO WS-SUM-NAME.
           MOVE SPACE                   TO F-SUM-STATUS.

           OPEN INPUT F-SUM.
           IF NOT F-SUM-STATUS-OK
               MOVE SPACE               TO F-SUM-STATUS
               MOVE 3                   TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL F-SUM-STATUS-EOF
             READ F-SUM
              AT END
                CONTINUE
              NOT AT END
                ADD 1                    TO LK-COUNT
                PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                          UNTIL WS-BYTE-IDX > 256
                    COMPUTE LK-CHECKSUM = FUNCTION MOD(
                            LK-CHECKSUM +
                            FUNCTION ORD(REC-F-SUM
                                (WS-BYTE-IDX:1)) - 1,
                            1000000000)
                END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE F-SUM.
           MOVE SPACE                   TO F-SUM-STATUS.

           MOVE 0                       TO RETURN-CODE.

           GOBACK.

           END PROGRAM filesum.
