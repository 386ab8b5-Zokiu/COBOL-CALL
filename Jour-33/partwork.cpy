      *Fichier de travail d'une partition (partwork_NNN.dat, NNN
      *rang de l'extract dans extracts.lst) : une entete H, une
      *ligne par ligne routee de l'extract dans l'ordre de lecture,
      *une queue T portant les totaux de controle. PW-KIND : Q
      *quarantaine (ligne brute restituee), R rejet prononce par
      *les controles propres a la ligne (motif dans PW-REASON), C
      *candidate a l'acceptation -- doublons du passage, registre
      *inter-passages et RH sont tranches par la fusion, dans
      *l'ordre de la liste, comme en passage unique.
       01  REC-F-PWORK.
           05 PW-KIND          PIC X(01).
           05 FILLER           PIC X(01).
           05 PW-LINENO        PIC 9(07).
           05 FILLER           PIC X(01).
           05 PW-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 PW-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 PW-EMAIL         PIC X(50).
           05 FILLER           PIC X(01).
           05 PW-REASON        PIC X(30).
           05 FILLER           PIC X(01).
           05 PW-CONTENT       PIC X(160).

      *Entete : extract traite, partition productrice et decoupage,
      *mode d'entree et estampille du passage de la partition.
       01  REC-F-PWORK-HEAD.
           05 PW-H-KIND        PIC X(01).
           05 FILLER           PIC X(01).
           05 PW-H-EXT         PIC X(40).
           05 FILLER           PIC X(01).
           05 PW-H-PART        PIC 9(01).
           05 FILLER           PIC X(01).
           05 PW-H-PARTS       PIC 9(01).
           05 FILLER           PIC X(01).
           05 PW-H-DELIM       PIC X(01).
           05 FILLER           PIC X(01).
           05 PW-H-GEN         PIC X(14).

      *Queue : lignes brutes consommees, lignes lues (R + C),
      *rejetees aux controles de ligne, quarantaine, candidates.
       01  REC-F-PWORK-TAIL.
           05 PW-T-KIND        PIC X(01).
           05 FILLER           PIC X(01).
           05 PW-T-LINES       PIC 9(07).
           05 FILLER           PIC X(01).
           05 PW-T-READ        PIC 9(07).
           05 FILLER           PIC X(01).
           05 PW-T-REJ         PIC 9(07).
           05 FILLER           PIC X(01).
           05 PW-T-QUAR        PIC 9(07).
           05 FILLER           PIC X(01).
           05 PW-T-CAND        PIC 9(07).
