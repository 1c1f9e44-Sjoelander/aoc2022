      *----------------------------------------------------------------
      *  RESUBFD.CPY
      *  FILE SECTION ENTRIES FOR THE RESUBMISSION FILE (SEE
      *  RESUBSL.CPY).  THE REVIEWER FILLS THE FIRST FOUR FIELDS -
      *  OWNING PROGRAM, THE REJECT'S RUN DATE (YYYY-MM-DD, AS ON
      *  EXCPTNS.TXT), ITS LINE NUMBER, AND THE CORRECTED RECORD
      *  EXACTLY AS IT SHOULD HAVE APPEARED IN THE INPUT FILE.  THE
      *  OWNING PROGRAM FILLS THE DISPOSITION WHEN IT PROCESSES THE
      *  ENTRY: STATUS P (PASSED - ORIGINAL CLOSED AS RESUBMITTED),
      *  F (FAILED AGAIN - A NEW EXCEPTION LINKED TO THE ORIGINAL
      *  WAS RAISED AND TAKES ITS PLACE) OR X (NOT APPLIED - SEE
      *  THE NOTE), THE RUN DATE AND LINE NUMBER IT WAS PROCESSED
      *  UNDER, AND A NOTE.  ONLY
      *  ENTRIES WITH A BLANK STATUS ARE PENDING.  A '*' IN COLUMN 1
      *  MARKS A COMMENT LINE.  COPY INTO FILE SECTION.
      *----------------------------------------------------------------
       FD  RESUBMIT-FILE.
       01  RESUBMIT-RECORD.
           05  RB-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RB-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  RB-LINE-NUM             PIC X(09).
           05  FILLER                  PIC X(01).
           05  RB-RECORD               PIC X(80).
           05  FILLER                  PIC X(01).
           05  RB-STATUS               PIC X(01).
               88  RB-PENDING                     VALUE SPACE.
           05  FILLER                  PIC X(01).
           05  RB-DONE-DATE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  RB-DONE-LINE            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RB-NOTE                 PIC X(40).
       FD  RESUBMIT-REWRITE-FILE.
       01  RESUBMIT-REWRITE-RECORD     PIC X(174).
       FD  EXCEPTION-REWRITE-FILE.
       01  EXCEPTION-REWRITE-RECORD    PIC X(166).
