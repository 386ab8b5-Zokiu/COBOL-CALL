           05 IN-ID            PIC X(10).
           05 IN-NOM           PIC X(50).
           05 IN-EMAIL         PIC X(50).
      *Provenance des valides, recopiee telle quelle.
           05 IN-PROVENANCE    PIC X(101).

       FD  F-OUTPUT.

       01  REC-F-OUTPUT        PIC X(211).

      ******************************************************************

