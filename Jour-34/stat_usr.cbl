       01  WS-AUD-BEFORE       PIC X(30).
       01  WS-AUD-AFTER        PIC X(30).

      *Evenement transmis au controle des comptes rattaches.
       01  WS-OWN-EVENT        PIC X(10) VALUE "DESACTIVE".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
                            LK-OPERATOR
                       IF WS-NEW-STATUS = "D"
                           DISPLAY "Compte desactive : " WS-USER-NAME
      *Les comptes de service et prestataires dont il etait le
      *responsable sont signales pour reattribution.
                           CALL "ownchk" USING WS-USER-NAME
                                WS-OWN-EVENT LK-OPERATOR
                       ELSE
                           DISPLAY "Compte reactive : " WS-USER-NAME
      *Une reactivation explicite leve aussi le verrouillage
