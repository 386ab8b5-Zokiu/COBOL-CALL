      *Acces protege a la base (db_credentials.dat), une ligne par
      *version : numero, etat (A active, C candidate d'une rotation
      *en cours, R retiree, X annulee), horodatage AAAAMMJJHHMMSS et
      *operateur de la pose, grain de sel propre a la version,
      *controle de la forme claire, puis les 60 octets d'utilisateur,
      *mot de passe et base codes par crdcode (trois chiffres par
      *octet). Tenu par crdadm, lu par dbcred.
       01  REC-F-DBCRED.
           05 CRV-VERSION      PIC 9(04).
           05 FILLER           PIC X(01).
           05 CRV-STATE        PIC X(01).
           05 FILLER           PIC X(01).
           05 CRV-STAMP        PIC X(14).
           05 FILLER           PIC X(01).
           05 CRV-OPERATOR     PIC X(20).
           05 FILLER           PIC X(01).
           05 CRV-SALT         PIC X(08).
           05 FILLER           PIC X(01).
           05 CRV-CHECK        PIC X(18).
           05 FILLER           PIC X(01).
           05 CRV-DATA         PIC X(180).
