                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-LOCKCFG-STATUS.

      *Journal de toutes les tentatives, reussies ou non : le
      *verrouillage ne voit qu'un compte a la fois, la detection
      *des pulverisations de mots de passe (authspray) regarde
      *tous les comptes ensemble.
           SELECT F-AUTHEVT ASSIGN TO "auth_events.log"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-AUTHEVT-STATUS.

      ******************************************************************
      *                      DATA DIVISION
      ******************************************************************

       01  REC-F-LOCKCFG       PIC X(20).

       FD  F-AUTHEVT.

           COPY authevt.

      ******************************************************************

       WORKING-STORAGE SECTION.
       01  F-LOCKCFG-STATUS    PIC X(02) VALUE SPACE.
           88 F-LOCKCFG-STATUS-OK          VALUE "00".

       01  F-AUTHEVT-STATUS    PIC X(02) VALUE SPACE.
           88 F-AUTHEVT-STATUS-OK          VALUE "00".

      *Origine de la tentative, posee par le frontal dans la
      *variable d'environnement AUTH_SOURCE (poste, adresse) ;
      *vide quand l'appelant n'en dispose pas.
       01  WS-AUTH-SOURCE      PIC X(40).

      *Empreinte du mot de passe tente : condensat a sel fixe dont
      *seuls six chiffres sont conserves.
       01  WS-FP-SALT          PIC X(50) VALUE "AUTHSPRAY".
       01  WS-FP-HASH          PIC X(50).

      *Reglages effectifs : 5 echecs et 30 minutes a defaut.
       01  WS-MAX-FAILS        PIC 9(02) VALUE 5.
       01  WS-COOLDOWN-MIN     PIC 9(04) VALUE 30.
           PERFORM 0400-CHECK-LOCK-START
           THRU    0400-CHECK-LOCK-END.
           IF WS-AUTH-RC = 5
               PERFORM 0800-LOG-EVENT-START
               THRU    0800-LOG-EVENT-END
               MOVE WS-USER-NAME TO LK-USER-NAME
               MOVE WS-USER-PASS TO LK-USER-PASS
               MOVE WS-AUTH-RC   TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 0800-LOG-EVENT-START
           THRU    0800-LOG-EVENT-END.

           MOVE WS-USER-NAME TO LK-USER-NAME.
           MOVE WS-USER-PASS TO LK-USER-PASS.
           MOVE WS-AUTH-RC   TO RETURN-CODE.
           EXIT.
       0700-SAVE-ATTEMPTS-END.

      ******************************************************************

      *Trace de la tentative dans auth_events.log : horodatage,
      *compte, issue selon WS-AUTH-RC, origine si connue et, sur un
      *echec, l'empreinte courte du mot de passe tente.
       0800-LOG-EVENT-START.

           MOVE SPACES                  TO WS-AUTH-SOURCE.
           ACCEPT WS-AUTH-SOURCE FROM ENVIRONMENT "AUTH_SOURCE".

           MOVE SPACES                  TO REC-F-AUTHEVT.
           MOVE WS-NOW-STAMP            TO AE-STAMP.
           MOVE WS-USER-NAME            TO AE-NOM.
           MOVE WS-AUTH-SOURCE          TO AE-SOURCE.
           EVALUATE WS-AUTH-RC
             WHEN 0
               MOVE "OK"                TO AE-OUTCOME
             WHEN 2
               MOVE "INCONNU"           TO AE-OUTCOME
             WHEN 3
               MOVE "ECHEC"             TO AE-OUTCOME
             WHEN 4
               MOVE "DESACTIVE"         TO AE-OUTCOME
             WHEN 5
               MOVE "VERROUILLE"        TO AE-OUTCOME
             WHEN OTHER
               MOVE "ECHEC"             TO AE-OUTCOME
           END-EVALUATE.

           IF WS-AUTH-RC NOT = 0
               CALL "hash_pwd" USING WS-USER-PASS WS-FP-SALT
                                     WS-FP-HASH
               MOVE WS-FP-HASH(13:6)    TO AE-PWD-FP
           END-IF.

           MOVE SPACE                   TO F-AUTHEVT-STATUS.
           OPEN EXTEND F-AUTHEVT.
           IF NOT F-AUTHEVT-STATUS-OK
               OPEN OUTPUT F-AUTHEVT
           END-IF.
           IF F-AUTHEVT-STATUS-OK
               WRITE REC-F-AUTHEVT
               CLOSE F-AUTHEVT
           ELSE
               DISPLAY "Journal des tentatives inecrivable, statut : "
                       F-AUTHEVT-STATUS
           END-IF.
           MOVE SPACE                   TO F-AUTHEVT-STATUS.

           EXIT.
       0800-LOG-EVENT-END.

           END PROGRAM authchk.
