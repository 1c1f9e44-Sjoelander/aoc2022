      *----------------------------------------------------------------
      *  INBRGFD.CPY
      *  FILE SECTION ENTRY FOR THE INBOUND FILE REGISTRY.  ONE
      *  RECORD PER EVENT, APPENDED IN TIME ORDER: RECEIPT DATE AND
      *  TIME, RUN ID, OWNING PROGRAM, STATUS, RECORD COUNT, THE TWO
      *  CONTENT HASHES, SENDER, DATASET NAME, AND FOR A DUPLICATE
      *  THE RUN ID AND DATE OF THE RECEIPT IT MATCHED.  STATUS IS
      *    RECEIVED   - OFFERED TO ITS STEP, NOT YET KNOWN POSTED
      *    PROCESSED  - ITS STEP ENDED CLEAN, THE CONTENT IS POSTED
      *    REJECTED   - CONTENT MATCHED A PROCESSED FILE, LEFT BE
      *    QUARANTINE - CONTENT MATCHED A PROCESSED FILE, MOVED TO
      *                 THE QUARANTINE DIRECTORY
      *  COPY INTO FILE SECTION ALONGSIDE INBRGSL.CPY.
      *----------------------------------------------------------------
       FD  INBOUND-REGISTRY-FILE.
       01  INBOUND-REGISTRY-RECORD.
           05  IR-RECEIPT-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  IR-RECEIPT-TIME         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  IR-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  IR-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  IR-STATUS               PIC X(10).
               88  IR-RECEIVED                    VALUE 'RECEIVED'.
               88  IR-PROCESSED                   VALUE 'PROCESSED'.
               88  IR-DUPLICATE                   VALUE 'REJECTED'
                                                        'QUARANTINE'.
           05  FILLER                  PIC X(01).
           05  IR-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  IR-HASH-TOTAL           PIC 9(10).
           05  FILLER                  PIC X(01).
           05  IR-CONTENT-HASH         PIC 9(10).
           05  FILLER                  PIC X(01).
           05  IR-SENDER               PIC X(20).
           05  FILLER                  PIC X(01).
           05  IR-FILE-NAME            PIC X(100).
           05  FILLER                  PIC X(01).
           05  IR-MATCH-RUN-ID         PIC X(15).
           05  FILLER                  PIC X(01).
           05  IR-MATCH-DATE           PIC X(08).
