      *----------------------------------------------------------------
      *  REQNFD.CPY
      *  FILE SECTION ENTRIES FOR THE RATION REQUISITION INTERFACE
      *  (SEE REQNSL.CPY).  THE INTERFACE FILE IS FIXED FORMAT, 120
      *  BYTES, NO SEPARATORS:
      *    H  HEADER  - INTERFACE NAME, RUN ID AND DATE, THE MINIMUM
      *                 RATION THE SHORTFALLS ARE TAKEN AGAINST, THE
      *                 CALORIES IN ONE RATION PACK, ORDER LEVEL
      *                 (ELF OR TEAM);
      *    D  ORDER   - ONE PER ELF (OR TEAM) BELOW THE MINIMUM: RUN
      *                 ID AND ORDER NUMBER (TOGETHER THE ORDER KEY
      *                 THE COMMISSARY ACKNOWLEDGES), REQUESTING
      *                 CAMP, ELF NUMBER (ZERO ON A TEAM ORDER), TEAM,
      *                 ELVES COVERED, CALORIES HELD, SHORTFALL AND
      *                 THE PACKS ORDERED;
      *    T  TRAILER - ORDER RECORD COUNT AND THE HASH TOTAL OF THE
      *                 PACKS ORDERED.
      *  THE REGISTER (DAY1REQL.TXT) KEEPS THE ORDER RECORD AS SENT,
      *  THE DATE IT WAS SENT AND ITS ACKNOWLEDGEMENT: STATUS BLANK
      *  (UNCONFIRMED), C (CONFIRMED AS ORDERED), Q (CONFIRMED FOR A
      *  DIFFERENT QUANTITY) OR R (REJECTED BY THE COMMISSARY), THE
      *  DATE AND THE QUANTITY CONFIRMED.  COPY INTO FILE SECTION.
      *----------------------------------------------------------------
       FD  REQUISITION-FILE.
       01  REQN-HEADER-RECORD.
           05  RQH-REC-TYPE            PIC X(01).
           05  RQH-INTERFACE           PIC X(08).
           05  RQH-RUN-ID              PIC X(15).
           05  RQH-RUN-DATE            PIC X(10).
           05  RQH-MIN-RATION          PIC 9(09).
           05  RQH-PACK-CALORIES       PIC 9(09).
           05  RQH-ORDER-LEVEL         PIC X(04).
           05  FILLER                  PIC X(64).
       01  REQN-ORDER-RECORD.
           05  RQD-REC-TYPE            PIC X(01).
           05  RQD-RUN-ID              PIC X(15).
           05  RQD-ORDER-NUM           PIC 9(06).
           05  RQD-CAMP                PIC X(20).
           05  RQD-ORDER-LEVEL         PIC X(04).
           05  RQD-ELF-NUM             PIC 9(09).
           05  RQD-TEAM                PIC X(10).
           05  RQD-ELVES               PIC 9(05).
           05  RQD-CALORIES            PIC 9(09).
           05  RQD-SHORTFALL           PIC 9(09).
           05  RQD-QUANTITY            PIC 9(07).
           05  FILLER                  PIC X(25).
       01  REQN-TRAILER-RECORD.
           05  RQT-REC-TYPE            PIC X(01).
           05  RQT-RUN-ID              PIC X(15).
           05  RQT-RECORD-COUNT        PIC 9(09).
           05  RQT-QUANTITY-HASH       PIC 9(15).
           05  FILLER                  PIC X(80).
       FD  REQN-REGISTER-FILE.
       01  REQN-REGISTER-RECORD.
           05  RQL-ORDER               PIC X(95).
           05  FILLER                  PIC X(01).
           05  RQL-SENT-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RQL-ACK-STATUS          PIC X(01).
               88  RQL-UNCONFIRMED                VALUE SPACE.
               88  RQL-CONFIRMED                  VALUE 'C'.
               88  RQL-QTY-DIFFERS                VALUE 'Q'.
               88  RQL-REJECTED                   VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  RQL-ACK-DATE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  RQL-ACK-QUANTITY        PIC 9(07).
       FD  REQN-REGISTER-NEW-FILE.
       01  REQN-REGISTER-NEW-RECORD    PIC X(127).
