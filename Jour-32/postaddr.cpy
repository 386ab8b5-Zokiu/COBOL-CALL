      *Structure d'un enregistrement de postal_addr.dat, referentiel
      *des adresses postales cle par l'identifiant utilisateur du
      *lot de validation Jour-33 : lignes d'adresse de 38 caracteres
      *au plus (complement, voie, lieu-dit), code postal et commune,
      *et branche expeditrice qui a fourni l'adresse.
       01  REC-F-POSTADDR.
           05 PA-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 PA-COMPL         PIC X(38).
           05 FILLER           PIC X(01).
           05 PA-STREET        PIC X(38).
           05 FILLER           PIC X(01).
           05 PA-LIEUDIT       PIC X(38).
           05 FILLER           PIC X(01).
           05 PA-CP            PIC X(05).
           05 FILLER           PIC X(01).
           05 PA-CITY          PIC X(32).
           05 FILLER           PIC X(01).
           05 PA-SRC           PIC X(40).
