           05 AUD-SEQ           PIC X(07).
           05 FILLER            PIC X(01).
           05 AUD-CHAIN         PIC X(18).
           05 FILLER            PIC X(01).
           05 AUD-ELEV-MARK     PIC X(08).
           05 FILLER            PIC X(01).
           05 AUD-TICKET        PIC X(18).

      ******************************************************************


       01  WS-MATCH-COUNT       PIC 9(05) VALUE ZERO.

      *Noms anterieurs et posterieurs du compte (renommages) : son
      *historique est restitue sous tous ses noms.
       01  WS-LIN-ACTION        PIC X(08).
           COPY audlin.

      *Verification de la chaine : chainage attendu recalcule
      *ligne a ligne (meme repli que l'ecriture, via chainh), et
      *premier maillon casse rapporte.
               "000000000000000000".
       01  WS-CHAIN-LINE        PIC X(194).
       01  WS-CALC-CHAIN        PIC X(18).
       01  WS-TKT-CHAIN         PIC X(18).
       01  WS-LINE-NO           PIC 9(07) VALUE ZERO.
       01  WS-CHAINED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-LEGACY-COUNT      PIC 9(07) VALUE ZERO.
           DISPLAY "Historique du compte "
                   FUNCTION TRIM(WS-TARGET-NAME) " :".

           MOVE "BUILD"                 TO WS-LIN-ACTION.
           CALL "audlin" USING WS-LIN-ACTION WS-TARGET-NAME
                               NAME-LINEAGE.
           MOVE "MATCH"                 TO WS-LIN-ACTION.
           PERFORM VARYING NL-IDX FROM 2 BY 1
                     UNTIL NL-IDX > NL-LGHT
               DISPLAY "  (aussi connu sous le nom "
                       FUNCTION TRIM(NL-NAME(NL-IDX)) ")"
           END-PERFORM.

           PERFORM UNTIL F-AUDIT-STATUS-EOF
             READ F-AUDIT
              AT END
                CONTINUE
              NOT AT END
                CALL "audlin" USING WS-LIN-ACTION AUD-NOM
                                    NAME-LINEAGE
                IF RETURN-CODE = 0
                    ADD 1               TO WS-MATCH-COUNT
                    DISPLAY AUD-TIMESTAMP " " AUD-PROGRAM " "
                            AUD-ACTION " avant: " AUD-BEFORE
                            " apres: " AUD-AFTER
                            " par: " AUD-OPERATOR
                            " ticket: " AUD-TICKET
                    IF AUD-NOM NOT = WS-TARGET-NAME
                        DISPLAY "    (sous le nom "
                                FUNCTION TRIM(AUD-NOM) ")"
                    END-IF
                END-IF
             END-READ
           END-PERFORM.
           MOVE REC-F-AUDIT(1:194)      TO WS-CHAIN-LINE.
           CALL "chainh" USING WS-CHAIN-LINE WS-PREV-CHAIN
                               WS-CALC-CHAIN.
      *Une reference de ticket ou une marque d'elevation est
      *scellee par un second tour.
           IF AUD-TICKET NOT = SPACES OR AUD-ELEV-MARK NOT = SPACES
               MOVE SPACES              TO WS-CHAIN-LINE
               MOVE AUD-TICKET          TO WS-CHAIN-LINE(1:18)
               MOVE AUD-ELEV-MARK       TO WS-CHAIN-LINE(19:8)
               CALL "chainh" USING WS-CHAIN-LINE WS-CALC-CHAIN
                                   WS-TKT-CHAIN
               MOVE WS-TKT-CHAIN        TO WS-CALC-CHAIN
           END-IF.
           IF WS-CALC-CHAIN NOT = AUD-CHAIN
               DISPLAY "Chainage faux : la ligne a ete retouchee "
                       "ou une ligne precedente manque."
