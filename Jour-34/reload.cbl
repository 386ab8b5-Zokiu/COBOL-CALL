       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Sauvegarde a recharger, produite par unload (HDR/DTL/ROL/
      *TRL) ;
      *le nom du fichier est le premier parametre de la ligne de
      *commande.
           SELECT F-BACKUP ASSIGN TO WS-BACKUP-NAME
       DATA DIVISION.
       FILE SECTION.

       FD  F-BACKUP.

       01  REC-F-BACKUP.
           05 BK-TYPE          PIC X(03).
           05 BK-DATA          PIC X(287).
       01  REC-F-BACKUP-DTL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(03).
           05 BK-NOM           PIC X(50).
           05 BK-STATUS        PIC X(01).
           05 BK-CREATED       PIC X(19).
           05 BK-PWD-CHANGED   PIC X(19).
           05 BK-CATEGORY      PIC X(01).
           05 BK-OWNER         PIC X(50).
           05 BK-END-DATE      PIC X(10).
           05 BK-MOBILE        PIC X(20).
           05 FILLER           PIC X(07).
       01  REC-F-BACKUP-ROL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(03).
           05 BK-RL-NOM        PIC X(50).
           05 BK-RL-ROLE       PIC X(10).
           05 BK-RL-GRANTED-BY PIC X(20).
           05 BK-RL-GRANTED-AT PIC X(19).
           05 FILLER           PIC X(188).
      *Le total ROL est absent des sauvegardes anterieures aux
      *lignes ROL : il n'est controle que s'il est numerique.
       01  REC-F-BACKUP-TRL REDEFINES REC-F-BACKUP.
           05 FILLER           PIC X(04).
           05 BK-TRL-COUNT     PIC 9(07).
           05 FILLER           PIC X(01).
           05 BK-TRL-ROL-COUNT PIC X(07).
           05 FILLER           PIC X(271).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  F-BACKUP-STATUS     PIC X(02) VALUE SPACE.
           88 F-BACKUP-STATUS-OK           VALUE "00".
           88 F-BACKUP-STATUS-EOF          VALUE "10".

       01  WS-ROW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TRL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ROL-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TRL-ROL-COUNT    PIC X(07) VALUE SPACES.

      *Attributions de profil du compte restaure en mode ONE.
       01  ONE-ROLE-TABLE.
           05 ORL-LGHT         PIC 9(02) VALUE ZERO.
           05 ORL-MAX          PIC 9(02) VALUE 20.
           05 ORL OCCURS 20 TIMES INDEXED BY ORL-IDX.
                10 ORL-ROLE     PIC X(10).
                10 ORL-GRANTED-BY PIC X(20).
                10 ORL-GRANTED-AT PIC X(19).

       01  WS-SQLCODE-X        PIC S9(05).
       01  WS-SQL-MESSAGE      PIC X(40).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       01  WS-ROW-CATEGORY     PIC X(01).
       01  WS-ROW-OWNER        PIC X(50).
       01  WS-ROW-END-DATE     PIC X(10).
       01  WS-ROW-MOBILE       PIC X(20).
       01  WS-RL-ROLE          PIC X(10).
       01  WS-RL-GRANTED-BY    PIC X(20).
       01  WS-RL-GRANTED-AT    PIC X(19).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *                    PROCEDURE DIVISION
      ******************************************************************

      *Recharge les tables users et users_roles depuis une
      *sauvegarde produite par unload : les tables sont videes puis
      *reconstituees ligne a ligne,
      *le tout dans une seule transaction -- un ecart (total de
      *controle, erreur SQL) annule tout et la table reste dans son
      *etat d'avant.
               STOP RUN
           END-IF.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

      *Les tables sont videes dans la meme transaction que le
      *rechargement : tant que le COMMIT final n'est pas passe,
      *un abandon restitue les tables d'origine. Les attributions
      *de profil partent avant les comptes qu'elles designent.
           EXEC SQL DELETE FROM users_roles END-EXEC.
           IF SQLCODE = 0
               EXEC SQL DELETE FROM users END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
                    WHEN "DTL"
                        PERFORM 0100-LOAD-ONE-START
                        THRU    0100-LOAD-ONE-END
                    WHEN "ROL"
                        PERFORM 0150-LOAD-ROLE-START
                        THRU    0150-LOAD-ROLE-END
                    WHEN "TRL"
                        SET TRL-SEEN     TO TRUE
                        MOVE BK-TRL-COUNT TO WS-TRL-COUNT
                        MOVE BK-TRL-ROL-COUNT TO WS-TRL-ROL-COUNT
                    WHEN OTHER
                        DISPLAY "Enregistrement inconnu dans la "
                                "sauvegarde : " BK-TYPE

           CLOSE F-BACKUP.

      *Controles de fin : entete present, totaux de controle
      *conformes aux nombres de lignes rechargees.
           IF NOT HDR-SEEN
               DISPLAY "Sauvegarde sans entete HDR."
               MOVE "N"                 TO WS-LOAD-OK-FLAG
                       " rechargees."
               MOVE "N"                 TO WS-LOAD-OK-FLAG
           END-IF.
           IF TRL-SEEN AND WS-TRL-ROL-COUNT IS NUMERIC
              AND WS-ROL-COUNT NOT = WS-TRL-ROL-COUNT
               DISPLAY "Ecart de controle des profils : "
                       WS-TRL-ROL-COUNT " annonces pour "
                       WS-ROL-COUNT " recharges."
               MOVE "N"                 TO WS-LOAD-OK-FLAG
           END-IF.

           IF LOAD-IS-OK
               EXEC SQL COMMIT END-EXEC
               DISPLAY "Rechargement valide : " WS-ROW-COUNT
                       " lignes, " WS-ROL-COUNT " profils."
               MOVE 0                   TO RETURN-CODE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Rechargement annule : les tables users et "
                       "users_roles sont restees dans leur etat "
                       "d'avant."
               MOVE "E"                 TO WS-INC-SEVERITY
               MOVE "Rechargement annule, table inchangee"
                                        TO WS-INC-MESSAGE
           MOVE BK-STATUS               TO WS-ROW-STATUS.
           MOVE BK-CREATED              TO WS-ROW-CREATED.
           MOVE BK-PWD-CHANGED          TO WS-ROW-PWD-CHANGED.
           MOVE BK-CATEGORY             TO WS-ROW-CATEGORY.
           MOVE BK-OWNER                TO WS-ROW-OWNER.
           MOVE BK-END-DATE             TO WS-ROW-END-DATE.
           MOVE BK-MOBILE               TO WS-ROW-MOBILE.
           PERFORM 0160-DEFAULT-CATEGORY-START
           THRU    0160-DEFAULT-CATEGORY-END.

           EXEC SQL
               INSERT INTO users (nom, password, role, email,
                                  status, created_at,
                                  pwd_changed_at, category,
                                  owner, end_date, mobile)
               VALUES (:WS-ROW-NOM, :WS-ROW-PASSWORD,
                       :WS-ROW-ROLE, :WS-ROW-EMAIL,
                       :WS-ROW-STATUS, :WS-ROW-CREATED,
                       :WS-ROW-PWD-CHANGED, :WS-ROW-CATEGORY,
                       :WS-ROW-OWNER, :WS-ROW-END-DATE,
                       :WS-ROW-MOBILE)
           END-EXEC.

           IF SQLCODE = 0

      ******************************************************************

      *Recharge une ligne ROL : une attribution de profil (le
      *profil principal compris) avec l'auteur et la date
      *d'origine.
       0150-LOAD-ROLE-START.

           MOVE BK-RL-NOM               TO WS-ROW-NOM.
           MOVE BK-RL-ROLE              TO WS-RL-ROLE.
           MOVE BK-RL-GRANTED-BY        TO WS-RL-GRANTED-BY.
           MOVE BK-RL-GRANTED-AT        TO WS-RL-GRANTED-AT.

           EXEC SQL
               INSERT INTO users_roles
                      (nom, role, granted_by, granted_at)
               VALUES (:WS-ROW-NOM, :WS-RL-ROLE, :WS-RL-GRANTED-BY,
                       :WS-RL-GRANTED-AT)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1                    TO WS-ROL-COUNT
           ELSE
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
               DISPLAY "Erreur au rechargement du profil "
                       BK-RL-ROLE " de " BK-RL-NOM
                       " : " WS-SQL-MESSAGE
               MOVE "N"                 TO WS-LOAD-OK-FLAG
           END-IF.

           EXIT.
       0150-LOAD-ROLE-END.

      ******************************************************************

      *Une sauvegarde anterieure a la categorie de compte n'en
      *porte pas : le compte revient en categorie E (employe),
      *comme tout compte cree sans categorie.
       0160-DEFAULT-CATEGORY-START.

           IF WS-ROW-CATEGORY = SPACE
               MOVE "E"                 TO WS-ROW-CATEGORY
           END-IF.

           EXIT.
       0160-DEFAULT-CATEGORY-END.

      ******************************************************************

      *Restauration ciblee d'un seul compte depuis la sauvegarde :
      *la ligne DTL du compte est retrouvee, le meme controle de
      *doublon que insrt s'applique (pas de recyclage silencieux
      *d'un nom existant), la ligne est reposee telle quelle --
      *condensat et horodatages d'origine preserves, un condensat
      *ne se rehache pas -- avec ses attributions de profil, et
      *le mouvement part a la piste d'audit.
       0200-RESTORE-ONE-START.

           MOVE "N"                     TO WS-ONE-FOUND-FLAG.
           MOVE 0                       TO ORL-LGHT.

      *Les lignes ROL suivent toutes les lignes DTL : la
      *sauvegarde est lue jusqu'au bout. Les zones de
      *l'enregistrement ne sont plus garanties apres le READ
      *suivant : les colonnes sont mises a l'abri au vol.
           PERFORM UNTIL F-BACKUP-STATUS-EOF
             READ F-BACKUP
              AT END
                CONTINUE
              NOT AT END
                IF BK-TYPE = "DTL" AND BK-NOM = WS-TARGET-NAME
                    SET ONE-FOUND        TO TRUE
                    MOVE BK-NOM          TO WS-ROW-NOM
                    MOVE BK-PASSWORD     TO WS-ROW-PASSWORD
                    MOVE BK-ROLE         TO WS-ROW-ROLE
                    MOVE BK-EMAIL        TO WS-ROW-EMAIL
                    MOVE BK-STATUS       TO WS-ROW-STATUS
                    MOVE BK-CREATED      TO WS-ROW-CREATED
                    MOVE BK-PWD-CHANGED  TO WS-ROW-PWD-CHANGED
                    MOVE BK-CATEGORY     TO WS-ROW-CATEGORY
                    MOVE BK-OWNER        TO WS-ROW-OWNER
                    MOVE BK-END-DATE     TO WS-ROW-END-DATE
                    MOVE BK-MOBILE       TO WS-ROW-MOBILE
                END-IF
                IF BK-TYPE = "ROL" AND BK-RL-NOM = WS-TARGET-NAME
                  AND ORL-LGHT < ORL-MAX
                    ADD 1                TO ORL-LGHT
                    MOVE BK-RL-ROLE      TO ORL-ROLE(ORL-LGHT)
                    MOVE BK-RL-GRANTED-BY
                                         TO ORL-GRANTED-BY(ORL-LGHT)
                    MOVE BK-RL-GRANTED-AT
                                         TO ORL-GRANTED-AT(ORL-LGHT)
                END-IF
             END-READ
           END-PERFORM.

           CLOSE F-BACKUP.

           IF NOT ONE-FOUND
               GO TO 0200-RESTORE-ONE-END
           END-IF.

           PERFORM 0160-DEFAULT-CATEGORY-START
           THRU    0160-DEFAULT-CATEGORY-END.

           EXEC SQL
               INSERT INTO users (nom, password, role, email,
                                  status, created_at,
                                  pwd_changed_at, category,
                                  owner, end_date, mobile)
               VALUES (:WS-ROW-NOM, :WS-ROW-PASSWORD,
                       :WS-ROW-ROLE, :WS-ROW-EMAIL,
                       :WS-ROW-STATUS, :WS-ROW-CREATED,
                       :WS-ROW-PWD-CHANGED, :WS-ROW-CATEGORY,
                       :WS-ROW-OWNER, :WS-ROW-END-DATE,
                       :WS-ROW-MOBILE)
           END-EXEC.

           PERFORM VARYING ORL-IDX FROM 1 BY 1
                     UNTIL ORL-IDX > ORL-LGHT OR SQLCODE NOT = 0
               MOVE ORL-ROLE(ORL-IDX)     TO WS-RL-ROLE
               MOVE ORL-GRANTED-BY(ORL-IDX) TO WS-RL-GRANTED-BY
               MOVE ORL-GRANTED-AT(ORL-IDX) TO WS-RL-GRANTED-AT
               EXEC SQL
                   INSERT INTO users_roles
                          (nom, role, granted_by, granted_at)
                   VALUES (:WS-ROW-NOM, :WS-RL-ROLE,
                           :WS-RL-GRANTED-BY, :WS-RL-GRANTED-AT)
               END-EXEC
           END-PERFORM.

           IF SQLCODE NOT = 0
               MOVE SQLCODE             TO WS-SQLCODE-X
               CALL "sqlmsg" USING WS-SQLCODE-X WS-SQL-MESSAGE
