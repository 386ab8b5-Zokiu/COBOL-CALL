           05 PD-DECIDER       PIC X(20).
           05 FILLER           PIC X(01).
           05 PD-DECIDED       PIC X(19).
           05 FILLER           PIC X(01).
           05 PD-TICKET        PIC X(18).

       FD  F-HOURS.

