      *Dossier de rejet (reject_cases.dat) : une ligne par rejet
      *suivi, cle expediteur (nom d'extract, comme pour les profils)
      *+ identifiant. CS-STATE : O ouvert, F ferme par acceptation
      *(extract ou corrections.dat), S classe sans suite par un
      *operateur (casadm). CS-OPENED et CS-LAST : premier et dernier
      *passage ou la ligne a ete rejetee ; CS-REMIND : date de la
      *derniere relance, CS-REMIND-CNT : nombre de relances.
       01  REC-F-CASE.
           05 CS-SRC           PIC X(40).
           05 FILLER           PIC X(01).
           05 CS-ID            PIC X(10).
           05 FILLER           PIC X(01).
           05 CS-NOM           PIC X(50).
           05 FILLER           PIC X(01).
           05 CS-EMAIL         PIC X(50).
           05 FILLER           PIC X(01).
           05 CS-REASON        PIC X(30).
           05 FILLER           PIC X(01).
           05 CS-STATE         PIC X(01).
           05 FILLER           PIC X(01).
           05 CS-OPENED        PIC X(08).
           05 FILLER           PIC X(01).
           05 CS-LAST          PIC X(08).
           05 FILLER           PIC X(01).
           05 CS-CLOSED        PIC X(08).
           05 FILLER           PIC X(01).
           05 CS-CLOSER        PIC X(20).
           05 FILLER           PIC X(01).
           05 CS-NOTE          PIC X(40).
           05 FILLER           PIC X(01).
           05 CS-REMIND        PIC X(08).
           05 FILLER           PIC X(01).
           05 CS-REMIND-CNT    PIC 9(02).
