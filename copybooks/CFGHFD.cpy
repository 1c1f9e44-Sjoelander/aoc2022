      *----------------------------------------------------------------
      *  CFGHFD.CPY
      *  FILE SECTION ENTRIES FOR THE RUNPARMS.TXT CHANGE HISTORY.
      *  COPY INTO FILE SECTION ALONGSIDE CFGHSL.CPY.  A CATALOG
      *  RECORD NAMES THE VERSION, WHEN AND BY WHICH RUN IT WAS
      *  FIRST SEEN (THE FIRST EFFECTIVE RUN), THE OPERATOR SIGNED
      *  ON FOR THAT RUN, THE FILE'S OWNER AND LAST-CHANGE STAMP AS
      *  THE FILESYSTEM HAD THEM, HOW MANY SETTINGS CHANGED AND
      *  WHERE THE COPY OF THAT VERSION WAS SAVED.
      *----------------------------------------------------------------
       FD  CONFIG-VERSION-FILE.
       01  CONFIG-VERSION-RECORD.
           05  CV-VERSION              PIC 9(05).
           05  FILLER                  PIC X(01).
           05  CV-SAVED-DATE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  CV-SAVED-TIME           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CV-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  CV-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CV-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  CV-CHANGE-COUNT         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  CV-FILE-OWNER           PIC X(12).
           05  FILLER                  PIC X(01).
           05  CV-FILE-CHANGED         PIC X(19).
           05  FILLER                  PIC X(01).
           05  CV-SAVED-NAME           PIC X(40).
       FD  CONFIG-PRIOR-FILE.
       01  CONFIG-PRIOR-RECORD         PIC X(132).
       FD  CONFIG-CHANGE-FILE.
       01  CONFIG-CHANGE-LINE          PIC X(250).
       FD  CONFIG-STAMP-FILE.
       01  CONFIG-STAMP-RECORD         PIC X(132).
