      *Structure d'un enregistrement de addr_invalid.dat : adresse
      *postale marquee invalide sur retour de courrier (NPAI). La
      *marque porte le code postal et la voie de l'adresse au jour
      *du retour : une adresse corrigee depuis dans postal_addr.dat
      *n'est plus concernee.
       01  REC-F-ADDRINV.
           05 AI-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 AI-CP            PIC X(05).
           05 FILLER           PIC X(01).
           05 AI-STREET        PIC X(38).
           05 FILLER           PIC X(01).
           05 AI-LETTER-DATE   PIC X(08).
           05 FILLER           PIC X(01).
           05 AI-REASON        PIC X(30).
           05 FILLER           PIC X(01).
           05 AI-MARKED        PIC X(08).
           05 FILLER           PIC X(01).
           05 AI-SRC           PIC X(40).
