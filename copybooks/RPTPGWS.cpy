      *----------------------------------------------------------------
      *  RPTPGWS.CPY
      *  WORKING-STORAGE FOR THE SHOP-STANDARD REPORT PAGE LAYOUT
      *  (SEE RPTPGRD.CPY).  EVERY PRINTED REPORT CARRIES THE SAME
      *  HEADING ON EVERY PAGE - PROGRAM, REPORT TITLE, PAGE NUMBER,
      *  PROCESSING DATE, RUN ID AND PROFILE - SO A LOOSE PAGE CAN
      *  ALWAYS BE TRACED BACK TO THE RUN THAT PRINTED IT, AND ENDS
      *  WITH A CONTROL FOOTER OF RECORD COUNTS AND "END OF REPORT".
      *  PAGES BREAK AT REPORT-LINES-PER-PAGE FROM RUNPARMS.TXT.
      *  THE CALLER ALSO COPIES THE CONFIGURATION, RUN-ID AND RUN-LOG
      *  FAMILIES.
      *
      *  A PROGRAM MAY HAVE SEVERAL REPORTS OPEN AT ONCE; EACH USES
      *  ITS OWN SLOT IN WS-PG-REPORT, CHOSEN BY WS-PG-RPT.
      *----------------------------------------------------------------
       01  WS-PG-LINES-PER-PAGE        PIC 9(04) BINARY VALUE 60.
       01  WS-PG-RPT                   PIC 9(04) BINARY VALUE 1.
       01  WS-PG-REPORT-TABLE.
           05  WS-PG-REPORT OCCURS 6 TIMES.
               10  PG-PROGRAM-ID       PIC X(08).
               10  PG-TITLE            PIC X(50).
               10  PG-PAGE-NO          PIC 9(05) BINARY.
               10  PG-LINE-NO          PIC 9(04) BINARY.
               10  PG-BODY-LINES       PIC 9(09) BINARY.
               10  PG-COUNT-USED       PIC 9(04) BINARY.
               10  PG-COUNT OCCURS 8 TIMES.
                   15  PG-COUNT-LABEL  PIC X(30).
                   15  PG-COUNT-VALUE  PIC 9(09) BINARY.
      *
      *    SET BEFORE PERFORMING START-REPORT-PAGES ...
       01  WS-PG-PROGRAM-ID            PIC X(08) VALUE SPACES.
       01  WS-PG-TITLE                 PIC X(50) VALUE SPACES.
      *
      *    ... AND BEFORE PERFORMING ADD-REPORT-COUNT.
       01  WS-PG-COUNT-LABEL           PIC X(30) VALUE SPACES.
       01  WS-PG-COUNT-VALUE           PIC 9(09) BINARY VALUE ZERO.
      *
      *    NEXT-REPORT-LINE LEAVES THE HEADING LINES TO WRITE, IF ANY,
      *    IN WS-PG-HEAD-LINE; BUILD-REPORT-FOOTER LEAVES THE FOOTER
      *    IN WS-PG-FOOT-LINE.
       01  WS-PG-NEW-PAGE-SW           PIC X(01) VALUE 'N'.
           88  WS-PG-NEW-PAGE                     VALUE 'Y' FALSE 'N'.
       01  WS-PG-HEAD-COUNT            PIC 9(04) BINARY VALUE ZERO.
       01  WS-PG-HEAD-TABLE.
           05  WS-PG-HEAD-LINE OCCURS 3 TIMES PIC X(80).
       01  WS-PG-FOOT-COUNT            PIC 9(04) BINARY VALUE ZERO.
       01  WS-PG-FOOT-TABLE.
           05  WS-PG-FOOT-LINE OCCURS 14 TIMES PIC X(80).
       01  WS-PG-SUB                   PIC 9(04) BINARY.
       01  WS-PG-FOOT-SUB              PIC 9(04) BINARY.
       01  WS-PG-CNT-SUB               PIC 9(04) BINARY.
       01  WS-PG-PAGES                 PIC 9(05) BINARY.
       01  WS-PG-HOLD-LINE             PIC X(250).
       01  WS-PG-DATE-TEXT             PIC X(10).
       01  WS-PG-PROFILE               PIC X(08).
       01  WS-PG-EDIT-PAGE             PIC Z(4)9.
       01  WS-PG-EDIT-COUNT            PIC Z(8)9.
