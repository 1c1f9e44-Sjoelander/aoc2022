      *----------------------------------------------------------------
      *  DSUWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE DATASET USAGE LOG (SEE
      *  DSUSL.CPY AND DSUFD.CPY).  THE CALLER MOVES ITS PROGRAM NAME
      *  TO WS-DSU-PROGRAM-ID ONCE AT THE START OF THE RUN; THEN, AS
      *  IT CLOSES EACH DATASET, IT MOVES THE DATASET'S NAME, THE
      *  MODE IT WAS OPENED IN AND THE RECORDS READ OR WRITTEN TO
      *  WS-DSU-DATASET, WS-DSU-MODE AND WS-DSU-RECORDS AND PERFORMS
      *  WRITE-DATASET-USAGE.  THE NAME LOGGED IS THE DATASET'S
      *  PUBLISHED NAME - A REPORT WRITTEN UNDER A .WRK OR .NEW
      *  WORKING NAME IS LOGGED UNDER THE NAME ITS READERS USE.  A
      *  PRINTED REPORT'S RECORD COUNT IS ITS BODY LINES.
      *
      *  THE SHARED CONTROL FILES THAT EVERY PROGRAM TOUCHES THROUGH
      *  THE COMMON COPYBOOKS (RUNPARMS.TXT AND ITS HISTORY, THE RUN
      *  CONTROL FILE, THE RUN-LOG, EXCPTNS.TXT, CAPUSAGE.TXT, THE
      *  ARCHIVE CATALOG, THE OPERATOR FILES AND THIS LOG ITSELF) ARE
      *  NOT LOGGED THERE; A PROGRAM THAT OPENS ONE IN ITS OWN CODE,
      *  AS A REPORT'S INPUT OR A HOUSEKEEPING TARGET, LOGS IT LIKE
      *  ANY OTHER DATASET.  CALLERS ALSO COPY THE RUN-ID AND RUN-LOG
      *  FAMILIES.
      *----------------------------------------------------------------
       01  WS-DSU-STATUS-CD            PIC X(02) VALUE '00'.
           88  FS-DSU-OK                          VALUE '00'.
       01  WS-DSU-PROGRAM-ID           PIC X(08) VALUE SPACES.
       01  WS-DSU-DATASET              PIC X(100) VALUE SPACES.
       01  WS-DSU-MODE                 PIC X(06) VALUE SPACES.
       01  WS-DSU-RECORDS              PIC 9(09) BINARY VALUE ZERO.
       01  WS-DSU-TIME                 PIC 9(08).
       01  WS-DSU-TIME-X REDEFINES WS-DSU-TIME.
           05  WS-DSU-HH               PIC X(02).
           05  WS-DSU-MI               PIC X(02).
           05  WS-DSU-SS               PIC X(02).
           05  FILLER                  PIC X(02).
       01  WS-DSU-CMD                  PIC X(60).
       01  WS-DSU-LOCK-TRY             PIC 9(04) BINARY.
       01  WS-DSU-LOCKED-SW            PIC X(01) VALUE 'N'.
           88  WS-DSU-LOCKED                      VALUE 'Y' FALSE 'N'.
       01  WS-DSU-LOCK-WARNED-SW       PIC X(01) VALUE 'N'.
           88  WS-DSU-LOCK-WARNED                 VALUE 'Y' FALSE 'N'.
       01  WS-DSU-RC-SAVE              PIC S9(09) BINARY.
