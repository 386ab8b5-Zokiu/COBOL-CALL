      *Cles connues du service central des parametres (params.cfg),
      *avec la nature de leur valeur : F nom de fichier, N nombre
      *(longueur maximale en seconde position), R mode du controle
      *RH, K natures de message, H heure HHMM, Y oui/non, C
      *commande, E adresse de courrier, D domaine de courrier, T
      *format de reference de ticket (18 caracteres au plus), L
      *code de langue de deux lettres.
      *Partage par le controle de pre-vol et par la tenue du
      *fichier.
       01  KNOWN-KEY-LIST.
           05 FILLER PIC X(22) VALUE "FILE.USER-MASTER    F0".
           05 FILLER PIC X(22) VALUE "FILE.REGISTRY-IDX   F0".
           05 FILLER PIC X(22) VALUE "FILE.REGISTRY-DAT   F0".
           05 FILLER PIC X(22) VALUE "FILE.HR-FULLSTATE   F0".
           05 FILLER PIC X(22) VALUE "TUN.CHKPT-EVERY     N5".
           05 FILLER PIC X(22) VALUE "TUN.KEEP-GENS       N2".
           05 FILLER PIC X(22) VALUE "TUN.CHUNK-SIZE      N3".
           05 FILLER PIC X(22) VALUE "TUN.MAX-ATTEMPTS    N2".
           05 FILLER PIC X(22) VALUE "TUN.PWD-MAX-AGE     N3".
           05 FILLER PIC X(22) VALUE "TUN.HR-CHECK        R0".
           05 FILLER PIC X(22) VALUE "TUN.VOLAT-MAX       N3".
           05 FILLER PIC X(22) VALUE "SMS.KINDS           K0".
           05 FILLER PIC X(22) VALUE "WATCH.CUTOFF        H0".
           05 FILLER PIC X(22) VALUE "WATCH.POLL          N4".
           05 FILLER PIC X(22) VALUE "WATCH.MANIFEST      Y0".
           05 FILLER PIC X(22) VALUE "WATCH.CHAIN         C0".
           05 FILLER PIC X(22) VALUE "CHAIN.PREFLIGHT     C0".
           05 FILLER PIC X(22) VALUE "OPER.IDLE-DAYS      N3".
           05 FILLER PIC X(22) VALUE "SEC.MAILBOX         E0".
           05 FILLER PIC X(22) VALUE "SEC.BG-MAX-HOURS    N2".
           05 FILLER PIC X(22) VALUE "GREET.OUTBOX        Y0".
           05 FILLER PIC X(22) VALUE "TUN.ARCHIVE-DAYS    N4".
           05 FILLER PIC X(22) VALUE "TUN.WELCOME-LATE    N2".
           05 FILLER PIC X(22) VALUE "NAME.MAIL-DOMAIN    D0".
           05 FILLER PIC X(22) VALUE "TUN.JML-ACK-LAG     N2".
           05 FILLER PIC X(22) VALUE "CHG.TICKET-FORMAT   T0".
           05 FILLER PIC X(22) VALUE "CHG.TICKET-REQUIRED Y0".
           05 FILLER PIC X(22) VALUE "CHG.TICKET-MAX-ACCT N3".
           05 FILLER PIC X(22) VALUE "CASE.REMIND-DAYS    N3".
           05 FILLER PIC X(22) VALUE "AUTH.SPRAY-WINDOW   N3".
           05 FILLER PIC X(22) VALUE "AUTH.SPRAY-ACCOUNTS N3".
           05 FILLER PIC X(22) VALUE "AUTH.SPRAY-PATTERN  N3".
           05 FILLER PIC X(22) VALUE "BKSET.UNLOAD-CMD    C0".
           05 FILLER PIC X(22) VALUE "BKSET.RELOAD-CMD    C0".
           05 FILLER PIC X(22) VALUE "NOTIFY.SECURE-KINDS K0".
           05 FILLER PIC X(22) VALUE "NOTIFY.LANG         L2".
           05 FILLER PIC X(22) VALUE "WORKQ.REMIND-DAYS   N3".
           05 FILLER PIC X(22) VALUE "WORKQ.EXPIRE-DAYS   N3".
           05 FILLER PIC X(22) VALUE "CRED.CONSUMER-DAYS  N3".
       01  KNOWN-KEY-TABLE REDEFINES KNOWN-KEY-LIST.
           05 KK OCCURS 39 TIMES INDEXED BY KK-IDX.
                10 KK-KEY       PIC X(20).
                10 KK-TYPE      PIC X(01).
                10 KK-MAXLEN    PIC 9(01).
       01  KK-COUNT            PIC 9(02) VALUE 39.
