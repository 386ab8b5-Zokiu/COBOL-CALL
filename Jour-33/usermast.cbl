       FILE-CONTROL.

      *Utilisateurs valides du passage du jour (sortie du lot de
      *validation, disposition ID/NOM/EMAIL suivie de la
      *provenance de la ligne).
           SELECT F-VALID ASSIGN TO "valid_users.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-VALID-STATUS.

      *Rapport des ecarts jour sur jour : identifiants apparus,
      *disparus, renommes, emails modifies -- ce que le CRM demande
      *chaque semaine. Chaque ligne du jour porte sa provenance,
      *pour remonter d'un ecart a l'extract qui l'a introduit.
           SELECT F-DELTA ASSIGN TO "delta_report.out"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS F-DELTA-STATUS.
           05 VAL-ID           PIC X(10).
           05 VAL-NOM          PIC X(50).
           05 VAL-EMAIL        PIC X(50).
           05 VAL-SENDER       PIC X(40).
           05 VAL-EXTRACT      PIC X(40).
           05 VAL-STAMP        PIC X(14).
           05 VAL-LINE         PIC X(07).

       FD  F-MASTER.


       FD  F-DELTA.

       01  REC-F-DELTA         PIC X(181).

       FD  F-ALIAS.

           05 OUT-D-ID         PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-EMAIL      PIC X(50).
      *Provenance de la ligne du jour (a blanc pour un DISPARU) :
      *expediteur, extract, passage de validation, ligne.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-SENDER     PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-EXTRACT    PIC X(40).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-STAMP      PIC X(14).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 OUT-D-LINE       PIC X(07).

      *Zones passees au controle d'integrite du fichier des
      *valides, et au journal consolide des incidents.

      *Les identifiants de la veille jamais revus aujourd'hui ont
      *disparu de l'extract.
           MOVE SPACES                  TO OUT-D-SENDER.
           MOVE SPACES                  TO OUT-D-EXTRACT.
           MOVE SPACES                  TO OUT-D-STAMP.
           MOVE SPACES                  TO OUT-D-LINE.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                     UNTIL MT-IDX > MT-LGHT
               IF NOT MT-SEEN(MT-IDX)
      *nouveau fichier maitre.
       0200-COMPARE-ONE-START.

           MOVE VAL-SENDER              TO OUT-D-SENDER.
           MOVE VAL-EXTRACT             TO OUT-D-EXTRACT.
           MOVE VAL-STAMP               TO OUT-D-STAMP.
           MOVE VAL-LINE                TO OUT-D-LINE.

           MOVE 0                       TO WS-HIT.
           PERFORM VARYING MT-IDX FROM 1 BY 1
                     UNTIL MT-IDX > MT-LGHT OR WS-HIT > 0
