      *Journal des tentatives d'authentification (auth_events.log),
      *une ligne par appel d'authchk : horodatage AAAAMMJJHHMMSS,
      *compte, issue (OK, ECHEC, INCONNU, DESACTIVE, VERROUILLE),
      *origine de la tentative quand l'appelant la fournit, et sur
      *un echec l'empreinte courte du mot de passe tente -- six
      *chiffres d'un condensat a sel fixe, assez pour reconnaitre
      *le meme mot de passe essaye sur plusieurs comptes, trop peu
      *pour en retrouver un. Relu par authspray.
       01  REC-F-AUTHEVT.
           05 AE-STAMP         PIC X(14).
           05 FILLER           PIC X(01).
           05 AE-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 AE-OUTCOME       PIC X(10).
           05 FILLER           PIC X(01).
           05 AE-SOURCE        PIC X(40).
           05 FILLER           PIC X(01).
           05 AE-PWD-FP        PIC X(06).
