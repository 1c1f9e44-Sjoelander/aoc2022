      *----------------------------------------------------------------
      *  DSUFD.CPY
      *  FILE SECTION ENTRY FOR THE DATASET USAGE LOG.  COPY INTO FILE
      *  SECTION ALONGSIDE DSUSL.CPY.  DU-OPEN-MODE IS INPUT, OUTPUT,
      *  EXTEND OR I-O; DU-RECORDS IS WHAT THE PROGRAM READ FROM AN
      *  INPUT DATASET AND WROTE TO ANY OTHER.  THE DATASET NAME IS
      *  LAST SO A LONG PATH IS NEVER CUT SHORT BY THE FIELDS AFTER
      *  IT.
      *----------------------------------------------------------------
       FD  DATASET-USAGE-FILE.
       01  DATASET-USAGE-RECORD.
           05  DU-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  DU-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  DU-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  DU-RUN-TIME             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DU-OPEN-MODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  DU-RECORDS              PIC 9(09).
           05  FILLER                  PIC X(01).
           05  DU-DATASET              PIC X(100).
