      *Preferences de notification par compte (notify_prefs.dat),
      *une ligne par compte qui s'ecarte du regime commun : langue
      *preferee des messages (a blanc, langue de la maison) et
      *natures de message refusees (six au plus, a blanc au-dela),
      *horodatage AAAAMMJJHHMMSS et operateur de la derniere
      *modification. Tenu par updt_prf, lu par notify (natures
      *refusees), dispatch (langue) et usrinfo.
       01  REC-F-PREF.
           05 PRF-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 PRF-LANG         PIC X(02).
           05 FILLER           PIC X(01).
           05 PRF-OPTOUT-LIST.
                10 PRF-OPTOUT   PIC X(10) OCCURS 6 TIMES.
           05 FILLER           PIC X(01).
           05 PRF-UPDATED      PIC X(14).
           05 FILLER           PIC X(01).
           05 PRF-OPERATOR     PIC X(20).
