           05  RL-ELAPSED-SECS         PIC Z(06)9.
           05  FILLER                  PIC X(01).
           05  RL-PROFILE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  RL-STATUS-DETAIL        PIC X(40).
           05  FILLER                  PIC X(01).
           05  RL-RUN-MODE             PIC X(09).
           05  FILLER                  PIC X(01).
           05  RL-CONFIG-VERSION       PIC X(05).
           05  FILLER                  PIC X(01).
           05  RL-PERIOD-STATUS        PIC X(06).
           05  FILLER                  PIC X(01).
           05  RL-REJECT-RATE          PIC ZZ9.9.
           05  FILLER                  PIC X(01).
           05  RL-REJECT-LIMIT         PIC ZZ9.
