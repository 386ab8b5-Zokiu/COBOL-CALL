      ******************************************************************
      *                    IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provinq.
       AUTHOR.     Terry.

      ******************************************************************
      *                      ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * SOURCE-COMPUTER. Zokiu WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Provenance des comptes crees par la passerelle.
           SELECT F-PROV ASSIGN TO "provenance.dat"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-PROV-STATUS.

      *Comptes retrouves, un par ligne (nom, identifiant, extract,
      *ligne, passage) : la liste de travail pour reprendre ou
      *supprimer les comptes d'un extract douteux.
           SELECT F-LIST ASSIGN TO "provinq.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LIST-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD  F-PROV.

           COPY provrec.

       FD  F-LIST.

       01  REC-F-LIST          PIC X(130).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-PROV-STATUS       PIC X(02) VALUE SPACE.
           88 F-PROV-STATUS-OK             VALUE "00".
           88 F-PROV-STATUS-EOF            VALUE "10".

       01  F-LIST-STATUS       PIC X(02) VALUE SPACE.
           88 F-LIST-STATUS-OK             VALUE "00".

      *Expediteur (obligatoire) et passage (facultatif : tous les
      *passages de l'expediteur a defaut), en ligne de commande.
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG-SENDER       PIC X(40).
       01  WS-ARG-STAMP        PIC X(14).

       01  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-MATCH-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-LIST-LINE.
           05 OUT-L-NOM        PIC X(50).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-ID         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-EXTRACT    PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-LINE       PIC X(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-L-STAMP      PIC X(14).

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Comptes crees par un expediteur, pour un passage donne ou
      *pour tous : un extract douteux se remonte jusqu'a chacun
      *des comptes que la passerelle en a tires, a l'ecran et dans
      *provinq.out.
      *Usage : provinq <expediteur> [<passage AAAAMMJJHHMMSS>]
      *Codes retour : 0 comptes listes, 4 aucun compte, 2 usage,
      *1 provenance.dat absent.
       PROCEDURE DIVISION.

           MOVE SPACES                  TO WS-CMD-LINE.
           MOVE SPACES                  TO WS-ARG-SENDER.
           MOVE SPACES                  TO WS-ARG-STAMP.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
                    INTO WS-ARG-SENDER WS-ARG-STAMP.

           IF WS-ARG-SENDER = SPACES
               DISPLAY "Usage : provinq <expediteur> [<passage>]"
               MOVE 2                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT F-PROV.
           IF NOT F-PROV-STATUS-OK
               DISPLAY "Pas de fichier de provenance a consulter."
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT F-LIST.

           IF WS-ARG-STAMP = SPACES
               DISPLAY "Comptes crees depuis l'expediteur "
                       FUNCTION TRIM(WS-ARG-SENDER)
                       ", tous passages :"
           ELSE
               DISPLAY "Comptes crees depuis l'expediteur "
                       FUNCTION TRIM(WS-ARG-SENDER)
                       ", passage " WS-ARG-STAMP " :"
           END-IF.

           PERFORM UNTIL F-PROV-STATUS-EOF
             READ F-PROV
              AT END
                CONTINUE
              NOT AT END
                ADD 1                   TO WS-READ-COUNT
                PERFORM 0100-MATCH-ONE-START
                THRU    0100-MATCH-ONE-END
             END-READ
           END-PERFORM.

           CLOSE F-PROV.
           CLOSE F-LIST.

           IF WS-MATCH-COUNT = 0
               DISPLAY "Aucun compte cree pour cette provenance ("
                       WS-READ-COUNT " ligne(s) lue(s))."
               MOVE 4                   TO RETURN-CODE
           ELSE
               DISPLAY "Comptes retrouves : " WS-MATCH-COUNT
                       " (liste dans provinq.out)."
               MOVE 0                   TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
      *                       PARAGRAPHES
      ******************************************************************

      *La ligne courante de provenance releve-t-elle de
      *l'expediteur (et du passage) demandes ? L'expediteur se
      *compare sans egard a la casse.
       0100-MATCH-ONE-START.

           IF FUNCTION UPPER-CASE(PRV-SENDER) NOT =
              FUNCTION UPPER-CASE(WS-ARG-SENDER)
               GO TO 0100-MATCH-ONE-END
           END-IF.

           IF WS-ARG-STAMP NOT = SPACES
             AND PRV-STAMP NOT = WS-ARG-STAMP
               GO TO 0100-MATCH-ONE-END
           END-IF.

           ADD 1                        TO WS-MATCH-COUNT.
           DISPLAY "  " PRV-NOM(1:30) " id " PRV-ID
                   " " FUNCTION TRIM(PRV-EXTRACT)
                   " ligne " PRV-LINE
                   " passage " PRV-STAMP
                   " cree le " PRV-CREATED(1:8).

           MOVE PRV-NOM                 TO OUT-L-NOM.
           MOVE PRV-ID                  TO OUT-L-ID.
           MOVE PRV-EXTRACT             TO OUT-L-EXTRACT.
           MOVE PRV-LINE                TO OUT-L-LINE.
           MOVE PRV-STAMP               TO OUT-L-STAMP.
           MOVE WS-LIST-LINE            TO REC-F-LIST.
           WRITE REC-F-LIST.

           EXIT.
       0100-MATCH-ONE-END.
