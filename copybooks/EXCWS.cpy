      *  FILE.  THE CALLER SETS WS-EXC-PROGRAM-ID ONCE AT STARTUP,
      *  THEN BEFORE EACH PERFORM WRITE-EXCEPTION FILLS
      *  WS-EXC-LINE-NUM, WS-EXC-SEVERITY AND WS-EXC-MESSAGE.
      *  WHILE A RESUBMITTED RECORD IS BEING PROCESSED,
      *  WS-EXC-ORIG-RUN-DATE AND WS-EXC-ORIG-LINE-NUM HOLD THE KEY
      *  OF THE ORIGINAL REJECT (SEE RESUBRD.CPY); OTHERWISE THEY
      *  STAY SPACES AND ZERO.
      *  PERFORM CLOSE-EXCEPTION-LOG ONCE BEFORE THE PROGRAM ENDS.
      *----------------------------------------------------------------
       01  WS-EXCLOG-STATUS-CD         PIC X(02) VALUE '00'.
       01  WS-EXC-LINE-NUM             PIC 9(09) BINARY VALUE ZERO.
       01  WS-EXC-SEVERITY             PIC X(01) VALUE 'W'.
       01  WS-EXC-MESSAGE              PIC X(80) VALUE SPACES.
       01  WS-EXC-ORIG-RUN-DATE        PIC X(10) VALUE SPACES.
       01  WS-EXC-ORIG-LINE-NUM        PIC 9(09) BINARY VALUE ZERO.
      *
      *    APPEND-LOCK FIELDS FOR THE SHARED EXCEPTION FILE - TAKEN
      *    ON THE FIRST WRITE, HELD WHILE THE FILE IS OPEN, RELEASED
