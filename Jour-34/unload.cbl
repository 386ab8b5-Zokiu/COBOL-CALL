       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Sauvegarde a plat datee de la table users, toutes colonnes,
      *et des attributions de profil de users_roles, avec entete
      *et totaux de controle : le cliche a prendre avant un
      *chargement risque, rechargeable par reload sans DBA.
           SELECT F-BACKUP ASSIGN TO WS-BACKUP-NAME
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-BACKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD  F-BACKUP.

      *Quatre types d'enregistrement : HDR (horodatage du cliche),
      *DTL (une ligne par compte, toutes colonnes), ROL (une ligne
      *par attribution de users_roles, profil principal compris),
      *TRL (nombres de
      *lignes DTL et ROL, pour le controle au rechargement).
       01  REC-F-BACKUP        PIC X(290).

       FD  F-PREV.

       01  REC-F-PREV.
           05 PRV-TYPE         PIC X(03).
           05 PRV-NOM          PIC X(50).
           05 PRV-REST         PIC X(237).

       FD  F-BAKLIST.


       WORKING-STORAGE SECTION.

       01  F-BACKUP-STATUS     PIC X(02) VALUE SPACE.
           88 F-BACKUP-STATUS-OK           VALUE "00".


       01  WS-ROW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-SKIP-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-ROL-COUNT        PIC 9(07) VALUE ZERO.

      *Sauvegarde precedente chargee en memoire pour la
      *comparaison (nom + ligne complete).
           05 PV-MAX           PIC 9(05) VALUE 10000.
           05 PV OCCURS 10000 TIMES INDEXED BY PV-IDX.
                10 PV-NOM       PIC X(50).
                10 PV-LINE      PIC X(290).
                10 PV-SEEN-FLAG PIC X(01).
                    88 PV-SEEN              VALUE "Y".

       01  WS-V-MISSING        PIC 9(07) VALUE ZERO.
       01  WS-V-DIFFER         PIC 9(07) VALUE ZERO.
       01  WS-V-EXTRA          PIC 9(07) VALUE ZERO.
       01  WS-V-LIVE-LINE      PIC X(290).

       01  WS-VERIFY-LINE.
           05 OUT-V-KIND       PIC X(12).
           05 FILLER           PIC X(13) VALUE " / nouveaux: ".
           05 OUT-VT-EXTRA     PIC ZZZZ9.

      *Zones passees au journal consolide des incidents.
       01  WS-INC-PROGRAM  PIC X(10) VALUE "unload".
       01  WS-INC-SEVERITY PIC X(01).
           05 DTL-STATUS       PIC X(01).
           05 DTL-CREATED      PIC X(19).
           05 DTL-PWD-CHANGED  PIC X(19).
           05 DTL-CATEGORY     PIC X(01).
           05 DTL-OWNER        PIC X(50).
           05 DTL-END-DATE     PIC X(10).
           05 DTL-MOBILE       PIC X(20).

       01  WS-ROL-LINE.
           05 FILLER           PIC X(03) VALUE "ROL".
           05 ROL-NOM          PIC X(50).
           05 ROL-ROLE         PIC X(10).
           05 ROL-GRANTED-BY   PIC X(20).
           05 ROL-GRANTED-AT   PIC X(19).

       01  WS-TRL-LINE.
           05 FILLER           PIC X(03) VALUE "TRL".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 TRL-COUNT        PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 TRL-ROL-COUNT    PIC 9(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  WS-ROW-NOM          PIC X(50).
       01  WS-ROW-STATUS       PIC X(01).
       01  WS-ROW-CREATED      PIC X(19).
       01  WS-ROW-PWD-CHANGED  PIC X(19).
       01  WS-ROW-CATEGORY     PIC X(01).
       01  WS-ROW-OWNER        PIC X(50).
       01  WS-ROW-END-DATE     PIC X(10).
       01  WS-ROW-MOBILE       PIC X(20).
       01  WS-RL-NOM           PIC X(50).
       01  WS-RL-ROLE          PIC X(10).
       01  WS-RL-GRANTED-BY    PIC X(20).
       01  WS-RL-GRANTED-AT    PIC X(19).
       01  WS-LIVE-COUNT       PIC 9(07).
       01  WS-V-NOM            PIC X(50).
       01  WS-V-HITS           PIC 9(04).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL
           DECLARE C-UNLOAD CURSOR FOR
           SELECT nom, password, role, email, status,
                  created_at, pwd_changed_at,
                  COALESCE(category, 'E'), COALESCE(owner, ' '),
                  COALESCE(end_date, ' '), COALESCE(mobile, ' ')
           FROM users ORDER BY nom
       END-EXEC.

       EXEC SQL
           DECLARE C-ROLES CURSOR FOR
           SELECT nom, role, COALESCE(granted_by, ' '),
                  COALESCE(granted_at, ' ')
           FROM users_roles ORDER BY nom, role
       END-EXEC.

      ******************************************************************
      *                    PROCEDURE DIVISION
      ******************************************************************
               MOVE "FULL"              TO WS-MODE
           END-EVALUATE.

           CALL "dbcred" USING WS-INC-PROGRAM.
           IF RETURN-CODE NOT = 0
               MOVE 1                   TO RETURN-CODE
               STOP RUN
           END-IF.
                   INTO :WS-ROW-NOM, :WS-ROW-PASSWORD,
                        :WS-ROW-ROLE, :WS-ROW-EMAIL,
                        :WS-ROW-STATUS, :WS-ROW-CREATED,
                        :WS-ROW-PWD-CHANGED, :WS-ROW-CATEGORY,
                        :WS-ROW-OWNER, :WS-ROW-END-DATE,
                        :WS-ROW-MOBILE
               END-EXEC

               IF SQLCODE = 0

           EXEC SQL CLOSE C-UNLOAD END-EXEC.

      *Les attributions de profil suivent les comptes, en entier
      *meme en mode DELTA : la table est petite et reload la
      *reconstitue d'un bloc.
           PERFORM 0400-WRITE-ROLES-START
           THRU    0400-WRITE-ROLES-END.

           MOVE WS-ROW-COUNT            TO TRL-COUNT.
           MOVE WS-ROL-COUNT            TO TRL-ROL-COUNT.
           MOVE WS-TRL-LINE             TO REC-F-BACKUP.
           WRITE REC-F-BACKUP.

               DISPLAY "Sauvegarde differentielle ecrite : "
                       FUNCTION TRIM(WS-BACKUP-NAME)
                       " (" WS-ROW-COUNT " lignes changees, "
                       WS-SKIP-COUNT " inchangees, "
                       WS-ROL-COUNT " profils)."
           ELSE
               DISPLAY "Sauvegarde ecrite : "
                       FUNCTION TRIM(WS-BACKUP-NAME)
                       " (" WS-ROW-COUNT " lignes, "
                       WS-ROL-COUNT " profils)."
           END-IF.

           MOVE 0                       TO RETURN-CODE.
           MOVE WS-ROW-STATUS           TO DTL-STATUS.
           MOVE WS-ROW-CREATED          TO DTL-CREATED.
           MOVE WS-ROW-PWD-CHANGED      TO DTL-PWD-CHANGED.
           MOVE WS-ROW-CATEGORY         TO DTL-CATEGORY.
           MOVE WS-ROW-OWNER            TO DTL-OWNER.
           MOVE WS-ROW-END-DATE         TO DTL-END-DATE.
           MOVE WS-ROW-MOBILE           TO DTL-MOBILE.

           IF WS-MODE = "DELTA"
               MOVE 0                   TO WS-HIT
                       SET WS-HIT       TO PV-IDX
                   END-IF
               END-PERFORM
      *Une ligne de base anterieure aux colonnes categorie,
      *responsable, fin et mobile n'est comparee que sur sa partie
      *d'origine (202 octets).
               IF WS-HIT > 0
                   IF PV-LINE(WS-HIT)(203:88) = SPACES
                       IF PV-LINE(WS-HIT)(1:202) =
                          WS-DTL-LINE(1:202)
                           ADD 1        TO WS-SKIP-COUNT
                           GO TO 0300-WRITE-ONE-END
                       END-IF
                   ELSE
                       IF PV-LINE(WS-HIT) = WS-DTL-LINE
                           ADD 1        TO WS-SKIP-COUNT
                           GO TO 0300-WRITE-ONE-END
                       END-IF
                   END-IF
               END-IF
           END-IF.


      ******************************************************************

      *Ecrit une ligne ROL par attribution de users_roles (le
      *profil principal y figure aussi), avec l'auteur et la date
      *de l'attribution.
       0400-WRITE-ROLES-START.

           EXEC SQL OPEN C-ROLES END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH C-ROLES
                   INTO :WS-RL-NOM, :WS-RL-ROLE,
                        :WS-RL-GRANTED-BY, :WS-RL-GRANTED-AT
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-RL-NOM       TO ROL-NOM
                   MOVE WS-RL-ROLE      TO ROL-ROLE
                   MOVE WS-RL-GRANTED-BY TO ROL-GRANTED-BY
                   MOVE WS-RL-GRANTED-AT TO ROL-GRANTED-AT
                   ADD 1                TO WS-ROL-COUNT
                   MOVE WS-ROL-LINE     TO REC-F-BACKUP
                   WRITE REC-F-BACKUP
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE C-ROLES END-EXEC.

           EXIT.
       0400-WRITE-ROLES-END.

      ******************************************************************

      *Mode VERIFY : rapproche la sauvegarde donnee de la table
      *vivante -- lignes du cliche disparues de la table, lignes
      *modifiees depuis, lignes de la table absentes du cliche, et
                   INTO :WS-ROW-NOM, :WS-ROW-PASSWORD,
                        :WS-ROW-ROLE, :WS-ROW-EMAIL,
                        :WS-ROW-STATUS, :WS-ROW-CREATED,
                        :WS-ROW-PWD-CHANGED, :WS-ROW-CATEGORY,
                        :WS-ROW-OWNER, :WS-ROW-END-DATE,
                        :WS-ROW-MOBILE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1                TO WS-LIVE-COUNT

           EXEC SQL
               SELECT nom, password, role, email, status,
                      created_at, pwd_changed_at,
                      COALESCE(category, 'E'), COALESCE(owner, ' '),
                      COALESCE(end_date, ' '), COALESCE(mobile, ' ')
               INTO :WS-ROW-NOM, :WS-ROW-PASSWORD, :WS-ROW-ROLE,
                    :WS-ROW-EMAIL, :WS-ROW-STATUS,
                    :WS-ROW-CREATED, :WS-ROW-PWD-CHANGED,
                    :WS-ROW-CATEGORY, :WS-ROW-OWNER,
                    :WS-ROW-END-DATE, :WS-ROW-MOBILE
               FROM users WHERE nom = :WS-V-NOM
           END-EXEC.

           MOVE WS-ROW-STATUS           TO DTL-STATUS.
           MOVE WS-ROW-CREATED          TO DTL-CREATED.
           MOVE WS-ROW-PWD-CHANGED      TO DTL-PWD-CHANGED.
           MOVE WS-ROW-CATEGORY         TO DTL-CATEGORY.
           MOVE WS-ROW-OWNER            TO DTL-OWNER.
           MOVE WS-ROW-END-DATE         TO DTL-END-DATE.
           MOVE WS-ROW-MOBILE           TO DTL-MOBILE.
           MOVE WS-DTL-LINE             TO WS-V-LIVE-LINE.
      *Base anterieure aux colonnes categorie, responsable, fin et
      *mobile : seule la partie d'origine est comparee.
           IF PV-LINE(PV-IDX)(203:88) = SPACES
               MOVE SPACES              TO WS-V-LIVE-LINE(203:88)
           END-IF.

           IF WS-V-LIVE-LINE NOT = PV-LINE(PV-IDX)
               ADD 1                    TO WS-V-DIFFER
