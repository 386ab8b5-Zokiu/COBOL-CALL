      *Provenance des comptes crees par la passerelle
      *(provenance.dat), une ligne par compte provisionne : nom du
      *compte, identifiant Jour-33 de la personne, expediteur et
      *extract d'origine, passage de validation (estampille de la
      *generation des valides), numero de ligne dans l'extract,
      *horodatage AAAAMMJJHHMMSS du provisionnement. Ecrit par
      *bridge, relu par usrinfo et provinq.
       01  REC-F-PROV.
           05 PRV-NOM          PIC X(50).
           05 FILLER           PIC X(01).
           05 PRV-ID           PIC X(10).
           05 FILLER           PIC X(01).
           05 PRV-SENDER       PIC X(40).
           05 FILLER           PIC X(01).
           05 PRV-EXTRACT      PIC X(40).
           05 FILLER           PIC X(01).
           05 PRV-STAMP        PIC X(14).
           05 FILLER           PIC X(01).
           05 PRV-LINE         PIC X(07).
           05 FILLER           PIC X(01).
           05 PRV-CREATED      PIC X(14).
