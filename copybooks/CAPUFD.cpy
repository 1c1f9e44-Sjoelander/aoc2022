      *----------------------------------------------------------------
      *  CAPUFD.CPY
      *  FILE SECTION ENTRY FOR THE TABLE CAPACITY USAGE LOG.  COPY
      *  INTO FILE SECTION ALONGSIDE CAPUSL.CPY.  UG-USED IS WHAT THE
      *  RUN ASKED OF THE TABLE - IT CAN EXCEED UG-LIMIT WHERE THE
      *  PROGRAM COUNTS PAST THE END OF ITS TABLE.
      *----------------------------------------------------------------
       FD  CAPACITY-USAGE-FILE.
       01  CAPACITY-USAGE-RECORD.
           05  UG-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  UG-TABLE-NAME           PIC X(14).
           05  FILLER                  PIC X(01).
           05  UG-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(01).
           05  UG-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  UG-USED                 PIC 9(09).
           05  FILLER                  PIC X(01).
           05  UG-LIMIT                PIC 9(09).
