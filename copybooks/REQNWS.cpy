      *----------------------------------------------------------------
      *  REQNWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE RATION REQUISITION INTERFACE
      *  (SEE REQNSL.CPY AND REQNFD.CPY).  REQN-ORDER-VIEW LAYS THE
      *  ORDER RECORD OVER A REGISTER ENTRY'S RQL-ORDER SO THE ORDER
      *  KEY AND QUANTITY CAN BE READ BACK FROM THE REGISTER.
      *----------------------------------------------------------------
       01  WS-REQN-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-REQN-OK                         VALUE '00'.
       01  WS-REQL-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-REQL-OK                         VALUE '00'.
       01  WS-REQLNEW-STATUS-CD        PIC X(02) VALUE '00'.
           88  FS-REQLNEW-OK                      VALUE '00'.
       01  WS-REQN-FILENAME            PIC X(100) VALUE
           'DAY1REQN.TXT.WRK'.
       01  WS-REQN-PUBLISHED           PIC X(100) VALUE
           'DAY1REQN.TXT'.
       01  WS-REQN-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-REQN-EOF                        VALUE 'Y' FALSE 'N'.
       01  WS-REQN-CMD                 PIC X(60).
      *    DAY1REQL.TXT LOCK (SEE REQNLK.CPY).
       01  WS-REQL-LOCK-TRY            PIC 9(04) BINARY.
       01  WS-REQL-LOCKED-SW           PIC X(01) VALUE 'N'.
           88  WS-REQL-LOCKED                     VALUE 'Y' FALSE 'N'.
       01  WS-REQL-RC-SAVE             PIC S9(09) BINARY.
       01  REQN-ORDER-VIEW.
           05  RQV-REC-TYPE            PIC X(01).
           05  RQV-RUN-ID              PIC X(15).
           05  RQV-ORDER-NUM           PIC 9(06).
           05  RQV-CAMP                PIC X(20).
           05  RQV-ORDER-LEVEL         PIC X(04).
           05  RQV-ELF-NUM             PIC 9(09).
           05  RQV-TEAM                PIC X(10).
           05  RQV-ELVES               PIC 9(05).
           05  RQV-CALORIES            PIC 9(09).
           05  RQV-SHORTFALL           PIC 9(09).
           05  RQV-QUANTITY            PIC 9(07).
