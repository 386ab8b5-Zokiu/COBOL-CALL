      *Manifeste d'un jeu de sauvegarde (bkset_<AAAAMMJJHHMMSS>.mft),
      *ecrit par bkset et verifie par rstset avant toute ecriture.
      *MF-TYPE : HDR (estampille du jeu dans MF-NAME), FIL (un
      *fichier du jeu), TRL (nombre de lignes FIL dans MF-COUNT).
      *MF-KIND : U decharge de la table users (unload), L fichier
      *a plat, I fichier indexe (copie a plat de ses
      *enregistrements). MF-STATE : P present, A absent au moment
      *de la sauvegarde (la restauration le retire aussi).
      *MF-COUNT et MF-SUM : lignes de la copie et somme de controle
      *(filesum). MF-COPY : nom de la copie dans le jeu.
       01  REC-F-MANIFEST.
           05 MF-TYPE          PIC X(03).
           05 FILLER           PIC X(01).
           05 MF-NAME          PIC X(40).
           05 FILLER           PIC X(01).
           05 MF-KIND          PIC X(01).
           05 FILLER           PIC X(01).
           05 MF-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 MF-COUNT         PIC 9(07).
           05 FILLER           PIC X(01).
           05 MF-SUM           PIC 9(09).
           05 FILLER           PIC X(01).
           05 MF-COPY          PIC X(80).
