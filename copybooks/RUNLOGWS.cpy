      *    VALUE AT LOG TIME (SEE RUNLOGWR.CPY).
       01  WS-RUN-PROFILE              PIC X(08) VALUE 'PROD'.
       01  WS-RL-ENV-PROFILE           PIC X(08).
      *
      *    A RUN INSIDE A REHEARSAL SANDBOX (RUNREHEARSAL=Y, SEE
      *    REHRSWS.CPY) IS MARKED REHEARSAL IN RL-RUN-MODE.
       01  WS-RL-ENV-REHEARSAL         PIC X(01).
      *
      *    WS-CFG-VERSION IS THE RUNPARMS.TXT VERSION THE RUN WORKED
      *    FROM, AS CATALOGED BY CHECK-CONFIG-HISTORY (CFGHIST.CPY).
      *    IT STAYS BLANK FOR A PROGRAM THAT READS NO CONFIGURATION.
       01  WS-CFG-VERSION              PIC X(05) VALUE SPACES.
      *
      *    A RUN DATED INSIDE A MONTH THAT PERDCLS HAS CLOSED IS
      *    MARKED CLOSED IN RL-PERIOD-STATUS.  THE CLOSE LEAVES A
      *    PERDLOCK/<YYYYMM> MARKER FOR EVERY LOCKED MONTH.
       01  WS-RL-PERIOD-CMD            PIC X(40).
       01  WS-RUN-LOG-DATE-TIME.
           05  WS-RL-DATE.
               10  WS-RL-YYYY          PIC 9(04).
       01  WS-RL-PROGRAM-ID-SAVE       PIC X(08).
       01  WS-RUN-LOG-RECORDS-READ     PIC 9(09) BINARY VALUE ZERO.
       01  WS-RUN-LOG-STATUS           PIC X(20) VALUE SPACES.
      *
      *    WS-RUN-LOG-DETAIL IS AN OPTIONAL FREE-TEXT QUALIFIER FOR
      *    THE ENTRY, FOR A STATUS TOO LONG FOR THE 20-BYTE STATUS
      *    FIELD (THE DRIVER'S "NOT RUN - PREREQ FAILED").  IT IS
      *    CLEARED AFTER EVERY WRITE, SO A CALLER SETS IT ONLY FOR
      *    THE ENTRY IT QUALIFIES.
       01  WS-RUN-LOG-DETAIL           PIC X(40) VALUE SPACES.
       01  WS-RUN-LOG-ELAPSED-SECS     PIC 9(07) BINARY VALUE ZERO.
      *
      *    A RUN UNDER A REJECT-RATE QUALITY GATE (SEE QGATEWS.CPY)
      *    STAMPS ITS REJECT RATE AND THE THRESHOLD IT WAS HELD TO
      *    IN RL-REJECT-RATE AND RL-REJECT-LIMIT.  BOTH STAY BLANK
      *    FOR A RUN WITH NO THRESHOLD CONFIGURED.
       01  WS-RUN-LOG-GATED-SW         PIC X(01) VALUE 'N'.
           88  WS-RUN-LOG-GATED                   VALUE 'Y' FALSE 'N'.
       01  WS-RUN-LOG-REJECT-RATE      PIC 9(03)V9(01) VALUE ZERO.
       01  WS-RUN-LOG-REJECT-LIMIT     PIC 9(03) VALUE ZERO.
       01  WS-RUN-LOG-STATUS-CD        PIC X(02) VALUE '00'.
           88  FS-RUNLOG-OK                       VALUE '00'.
      *
