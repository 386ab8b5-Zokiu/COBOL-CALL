      *Code retour : 0 = cle servie (version environnement d'abord,
      *cle nue sinon), 1 = cle inconnue -- l'appelant garde alors
      *sa valeur par defaut, et un params.cfg absent laisse tout le
      *monde sur ses defauts, comme avant. La cle "ENV" rend
      *l'environnement en vigueur (PROD a defaut), code retour 0.
       PROCEDURE DIVISION USING LK-KEY LK-VALUE.

           IF NOT PARAMS-LOADED
               THRU    0100-LOAD-PARAMS-END
           END-IF.

           IF LK-KEY = "ENV"
               MOVE WS-ENV              TO LK-VALUE
               MOVE 0                   TO RETURN-CODE
               GOBACK
           END-IF.

      *La version de l'environnement l'emporte sur la cle nue.
           MOVE SPACES                  TO WS-ENV-KEY.
           STRING FUNCTION TRIM(WS-ENV) "."
