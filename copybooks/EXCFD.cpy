      *  STATUS N (NEW/UNRESOLVED), R (RESOLVED) OR A (ACCEPTED)
      *  WITH THE REVIEWER'S NOTE.  RECORDS WRITTEN BEFORE THE
      *  DISPOSITION FIELDS EXISTED READ BACK WITH SPACES THERE AND
      *  ARE TREATED AS UNRESOLVED.  A REJECT RAISED BY A CORRECTED
      *  RECORD THAT FAILED AGAIN (SEE RESUBRD.CPY) CARRIES THE RUN
      *  DATE AND LINE NUMBER OF THE ORIGINAL REJECT IT SUPERSEDES;
      *  EVERY OTHER RECORD HAS SPACES THERE.  COPY INTO FILE
      *  SECTION ALONGSIDE EXCSL.CPY.
      *----------------------------------------------------------------
       FD  EXCEPTION-LOG-FILE.
       01  EXCEPTION-LOG-RECORD.
           05  EX-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  EX-REVIEW-NOTE          PIC X(30).
           05  FILLER                  PIC X(01).
           05  EX-ORIG-RUN-DATE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  EX-ORIG-LINE-NUM        PIC 9(09).
