       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-FILE ASSIGN TO 'CAPFCST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO 'DAY1HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS-CD.
           COPY CAPUSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-FILE.
       01  FORECAST-LINE           PIC X(132).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HX-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(1).
           05 HX-RUN-TIME          PIC X(8).
           05 FILLER               PIC X(1).
           05 HX-ELF-NUM           PIC 9(9).
           05 FILLER               PIC X(1).
           05 HX-ELF-TOTAL         PIC 9(9).
       COPY CAPUFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-HIST-OK                    VALUE '00'.
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
      *
      *    TUNING: HOW FAR BACK THE GROWTH RATE IS MEASURED, AND HOW
      *    MANY WEEKS AHEAD A PROJECTED LIMIT DATE IS CLOSE ENOUGH TO
      *    FLAG (CAPACITY-LOOKBACK-DAYS / CAPACITY-WARN-WEEKS IN
      *    RUNPARMS.TXT).
       01 WS-LOOKBACK-DAYS         PIC 9(5) BINARY VALUE 90.
       01 WS-WARN-WEEKS            PIC 9(4) BINARY VALUE 8.
       01 WS-TODAY-N               PIC 9(8).
       01 WS-TODAY-TEXT            PIC X(10).
       01 WS-TODAY-INT             PIC 9(9) BINARY.
       01 WS-WINDOW-START-INT      PIC 9(9) BINARY.
       01 WS-OBS-DATE-TEXT         PIC X(10).
       01 WS-OBS-DATE-N            PIC 9(8).
       01 WS-OBS-INT               PIC 9(9) BINARY.
       01 WS-OBS-USED              PIC 9(9) BINARY.
       01 WS-OBS-LIMIT             PIC 9(9) BINARY.
       01 WS-OBS-PROGRAM           PIC X(8).
       01 WS-OBS-TABLE             PIC X(14).
       01 WS-DATE-OK-SW            PIC X(1) VALUE 'N'.
           88 WS-DATE-OK                    VALUE 'Y' FALSE 'N'.
      *
      *    SERIES-TABLE HOLDS ONE ROW PER THING BEING FORECAST: FIRST
      *    THE FIXED TABLES (KIND T, EACH WITH ITS LIMIT), THEN ONE
      *    ROW PER PROGRAM FOR ITS RUN-LOG RECORD VOLUME (KIND V).
      *    THE LIMITS BELOW ARE THE ONES COMPILED INTO THE PROGRAMS;
      *    A USAGE RECORD CARRYING A DIFFERENT LIMIT (A TABLE THAT
      *    HAS SINCE BEEN ENLARGED) REPLACES IT, THE LATEST WINNING.
       01 WS-SERIES-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01 SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 40 TIMES.
              10 SR-KIND           PIC X(1).
                 88 SR-TABLE                VALUE 'T'.
                 88 SR-VOLUME               VALUE 'V'.
              10 SR-PROGRAM        PIC X(8).
              10 SR-TABLE-NAME     PIC X(14).
              10 SR-DESC           PIC X(32).
              10 SR-LIMIT          PIC 9(9) BINARY.
              10 SR-LIMIT-INT      PIC 9(9) BINARY.
              10 SR-POINTS         PIC 9(5) BINARY.
              10 SR-HWM            PIC 9(9) BINARY.
              10 SR-HWM-INT        PIC 9(9) BINARY.
              10 SR-LAST-INT       PIC 9(9) BINARY.
              10 SR-LAST-USED      PIC 9(9) BINARY.
              10 SR-RATE           PIC S9(9)V9(4) COMP-3.
              10 SR-RATE-SET-SW    PIC X(1).
                 88 SR-RATE-SET             VALUE 'Y' FALSE 'N'.
              10 SR-FLAG-SW        PIC X(1).
                 88 SR-FLAGGED              VALUE 'Y' FALSE 'N'.
       01 WS-SR-SUB                PIC 9(4) BINARY.
       01 WS-SERIES-FULL-SW        PIC X(1) VALUE 'N'.
           88 WS-SERIES-FULL                VALUE 'Y' FALSE 'N'.
      *
      *    POINT-TABLE HOLDS THE OBSERVATIONS INSIDE THE LOOKBACK
      *    WINDOW, ONE PER SERIES PER DAY - SEVERAL RUNS ON ONE DAY
      *    KEEP THE LARGEST, SINCE IT IS THE PEAK THAT BREAKS A TABLE.
       01 WS-POINT-COUNT           PIC 9(5) BINARY VALUE ZERO.
       01 POINT-TABLE.
           05 POINT-ENTRY OCCURS 5000 TIMES.
              10 PT-SERIES         PIC 9(4) BINARY.
              10 PT-DAY-INT        PIC 9(9) BINARY.
              10 PT-USED           PIC 9(9) BINARY.
       01 WS-PT-SUB                PIC 9(5) BINARY.
       01 WS-PT-HIT                PIC 9(5) BINARY.
       01 WS-POINTS-FULL-SW        PIC X(1) VALUE 'N'.
           88 WS-POINTS-FULL                VALUE 'Y' FALSE 'N'.
      *
      *    LEAST-SQUARES FIELDS.  DAYS ARE TAKEN RELATIVE TO THE
      *    START OF THE WINDOW AND BOTH AXES ARE CENTRED ON THEIR
      *    MEANS, WHICH KEEPS THE SUMS WELL INSIDE THEIR PICTURES.
       01 WS-MEAN-X                PIC S9(9)V9(6) COMP-3.
       01 WS-MEAN-Y                PIC S9(9)V9(6) COMP-3.
       01 WS-DX                    PIC S9(9)V9(6) COMP-3.
       01 WS-DY                    PIC S9(9)V9(6) COMP-3.
       01 WS-SUM-XY                PIC S9(18)V9(4) COMP-3.
       01 WS-SUM-XX                PIC S9(18)V9(4) COMP-3.
       01 WS-DAYS-LEFT             PIC 9(9) BINARY.
       01 WS-DAYS-AHEAD            PIC S9(9) BINARY.
       01 WS-PCT                   PIC 9(5)V9 COMP-3.
       01 WS-WEEKLY                PIC S9(9)V9 COMP-3.
       01 WS-LIMIT-DATE-N          PIC 9(8).
       01 WS-LIMIT-TEXT            PIC X(40).
       01 WS-FLAG-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 WS-TABLE-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 WS-OBS-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
      *
      *    DAY1HIST.TXT RUN-KEY GROUPING: THE HIGHEST ELF NUMBER IN A
      *    GROUP IS THAT RUN'S ELF COUNT.
       01 WS-HX-KEY                PIC X(19) VALUE SPACES.
       01 WS-HX-GROUP-DATE         PIC X(10).
       01 WS-HX-GROUP-MAX          PIC 9(9) BINARY VALUE ZERO.
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-C                PIC Z(8)9.
       01 WS-EDIT-PCT              PIC ZZZ9.9.
       01 WS-EDIT-RATE             PIC -(8)9.9.
       COPY CAPUWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'CAPFCST' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'CAPFCST' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-FORECAST-PARMS
           PERFORM SET-FORECAST-WINDOW
           PERFORM BUILD-TABLE-SERIES
           PERFORM LOAD-USAGE-LOG
           PERFORM LOAD-ELF-HISTORY
           PERFORM LOAD-RUN-LOG-VOLUMES
           PERFORM PROJECT-SERIES
              VARYING WS-SR-SUB FROM 1 BY 1
              UNTIL WS-SR-SUB > WS-SERIES-COUNT

           OPEN OUTPUT FORECAST-FILE
           PERFORM WRITE-FORECAST-HEADING
           PERFORM WRITE-TABLE-SECTION
           PERFORM WRITE-VOLUME-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'USAGE OBSERVATIONS' TO WS-PG-COUNT-LABEL
           MOVE WS-OBS-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TABLES FORECAST' TO WS-PG-COUNT-LABEL
           MOVE WS-TABLE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TABLES FLAGGED' TO WS-PG-COUNT-LABEL
           MOVE WS-FLAG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-FORECAST-FOOTER
           CLOSE FORECAST-FILE
           MOVE 'CAPFCST.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'CAPFCST: ' WS-TABLE-COUNT ' TABLE(S) FORECAST, '
              WS-FLAG-COUNT ' WITHIN ' WS-WARN-WEEKS
              ' WEEK(S) OF THEIR LIMIT - SEE CAPFCST.TXT.'

           MOVE 'CAPFCST' TO RL-PROGRAM-ID
           MOVE WS-OBS-COUNT TO WS-RUN-LOG-RECORDS-READ
           MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           IF WS-FLAG-COUNT > ZERO THEN
              MOVE WS-FLAG-COUNT TO WS-EDIT-A
              STRING FUNCTION TRIM(WS-EDIT-A)
                 ' TABLE(S) NEAR THEIR LIMIT'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-FLAG-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *
      *    GET-FORECAST-PARMS ADOPTS THE LOOKBACK WINDOW AND THE
      *    WARNING HORIZON FROM RUNPARMS.TXT, KEEPING THE DEFAULTS
      *    WHEN A KEY IS ABSENT OR OUT OF RANGE.
       GET-FORECAST-PARMS.
           MOVE 'CAPACITY-LOOKBACK-DAYS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 7 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 3660 THEN
              COMPUTE WS-LOOKBACK-DAYS = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'CAPACITY-WARN-WEEKS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 520 THEN
              COMPUTE WS-WARN-WEEKS = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           .

      *
      *    SET-FORECAST-WINDOW RESOLVES TODAY (THE PROCESSING DATE
      *    WHEN ONE IS IN FORCE) AND THE FIRST DAY OF THE LOOKBACK
      *    WINDOW, BOTH AS DAY NUMBERS.
       SET-FORECAST-WINDOW.
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE WS-RL-DATE TO WS-TODAY-N
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-TODAY-TEXT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
           COMPUTE WS-WINDOW-START-INT =
              WS-TODAY-INT - WS-LOOKBACK-DAYS + 1
           .

      *
      *    BUILD-TABLE-SERIES LISTS THE FIXED TABLES WATCHED BY THIS
      *    REPORT, WITH THE LIMIT EACH IS COMPILED WITH TODAY.
       BUILD-TABLE-SERIES.
           MOVE 'DAY1' TO WS-OBS-PROGRAM
           MOVE 'ELF-TABLE' TO WS-OBS-TABLE
           MOVE 10000 TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'ELVES PER MANIFEST RUN' TO SR-DESC(WS-SR-SUB)
           MOVE 'DAY4' TO WS-OBS-PROGRAM
           MOVE 'SECTION-TABLE' TO WS-OBS-TABLE
           MOVE 10000 TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'HIGHEST SECTION NUMBER' TO SR-DESC(WS-SR-SUB)
           MOVE 'DAY6' TO WS-OBS-PROGRAM
           MOVE 'SIGNAL-BUFFER' TO WS-OBS-TABLE
           MOVE 65536 TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'CHARACTERS PER LOGICAL SIGNAL' TO SR-DESC(WS-SR-SUB)
           MOVE 'DAY6' TO WS-OBS-PROGRAM
           MOVE 'STATION-TABLE' TO WS-OBS-TABLE
           MOVE 50 TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'LISTENING STATIONS' TO SR-DESC(WS-SR-SUB)
           MOVE 'DRIVER' TO WS-OBS-PROGRAM
           MOVE 'STEP-TABLE' TO WS-OBS-TABLE
           MOVE 50 TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'BATCH STREAM STEPS' TO SR-DESC(WS-SR-SUB)
           MOVE 'DRIVER' TO WS-OBS-PROGRAM
           MOVE 'CONFIG-TABLE' TO WS-OBS-TABLE
           MOVE WS-CONFIG-MAX TO WS-OBS-LIMIT
           PERFORM FIND-TABLE-SERIES
           MOVE 'RUNPARMS SETTINGS PER PROFILE' TO SR-DESC(WS-SR-SUB)
           .

      *
      *    FIND-TABLE-SERIES LOCATES THE SERIES FOR WS-OBS-PROGRAM /
      *    WS-OBS-TABLE, ADDING IT WITH LIMIT WS-OBS-LIMIT WHEN IT IS
      *    NEW - A TABLE A PROGRAM STARTS REPORTING LATER JOINS THE
      *    FORECAST WITHOUT A CHANGE HERE.  ZERO MEANS NO ROOM LEFT.
       FIND-TABLE-SERIES.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
              UNTIL WS-SR-SUB > WS-SERIES-COUNT
              OR (SR-TABLE(WS-SR-SUB)
                  AND SR-PROGRAM(WS-SR-SUB) = WS-OBS-PROGRAM
                  AND SR-TABLE-NAME(WS-SR-SUB) = WS-OBS-TABLE)
              CONTINUE
           END-PERFORM
           IF WS-SR-SUB > WS-SERIES-COUNT THEN
              PERFORM ADD-SERIES
              IF WS-SR-SUB NOT = ZERO THEN
                 SET SR-TABLE(WS-SR-SUB) TO TRUE
                 MOVE WS-OBS-TABLE TO SR-TABLE-NAME(WS-SR-SUB)
                 MOVE WS-OBS-LIMIT TO SR-LIMIT(WS-SR-SUB)
                 MOVE 'REPORTED BY THE PROGRAM' TO SR-DESC(WS-SR-SUB)
              END-IF
           END-IF
           .

       FIND-VOLUME-SERIES.
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
              UNTIL WS-SR-SUB > WS-SERIES-COUNT
              OR (SR-VOLUME(WS-SR-SUB)
                  AND SR-PROGRAM(WS-SR-SUB) = WS-OBS-PROGRAM)
              CONTINUE
           END-PERFORM
           IF WS-SR-SUB > WS-SERIES-COUNT THEN
              PERFORM ADD-SERIES
              IF WS-SR-SUB NOT = ZERO THEN
                 SET SR-VOLUME(WS-SR-SUB) TO TRUE
              END-IF
           END-IF
           .

       ADD-SERIES.
           IF WS-SERIES-COUNT < 40 THEN
              ADD 1 TO WS-SERIES-COUNT
              MOVE WS-SERIES-COUNT TO WS-SR-SUB
              INITIALIZE SERIES-ENTRY(WS-SR-SUB)
              MOVE WS-OBS-PROGRAM TO SR-PROGRAM(WS-SR-SUB)
              SET SR-RATE-SET(WS-SR-SUB) TO FALSE
              SET SR-FLAGGED(WS-SR-SUB) TO FALSE
           ELSE
              MOVE ZERO TO WS-SR-SUB
              IF NOT WS-SERIES-FULL THEN
                 SET WS-SERIES-FULL TO TRUE
                 DISPLAY 'CAPFCST: MORE THAN 40 TABLES AND PROGRAMS '
                    'TO FORECAST - THE REST ARE LEFT OUT.'
              END-IF
           END-IF
           .

      *
      *    LOAD-USAGE-LOG READS CAPUSAGE.TXT, THE PER-RUN TABLE USAGE
      *    THE PROGRAMS THEMSELVES RECORD.
       LOAD-USAGE-LOG.
           SET WS-READ-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT CAPACITY-USAGE-FILE
           IF FS-CAPU-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ CAPACITY-USAGE-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-USAGE-RECORD
                 END-READ
              END-PERFORM
              CLOSE CAPACITY-USAGE-FILE
              MOVE 'CAPUSAGE.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'CAPFCST: CAPUSAGE.TXT NOT FOUND - NO TABLE '
                 'USAGE RECORDED YET.'
           END-IF
           .

       TAKE-USAGE-RECORD.
           MOVE UG-RUN-DATE TO WS-OBS-DATE-TEXT
           PERFORM CHECK-OBS-DATE
           IF WS-DATE-OK AND UG-USED IS NUMERIC
              AND UG-LIMIT IS NUMERIC THEN
              MOVE UG-PROGRAM-ID TO WS-OBS-PROGRAM
              MOVE UG-TABLE-NAME TO WS-OBS-TABLE
              MOVE UG-USED TO WS-OBS-USED
              MOVE UG-LIMIT TO WS-OBS-LIMIT
              PERFORM FIND-TABLE-SERIES
              IF WS-SR-SUB NOT = ZERO THEN
                 IF WS-OBS-LIMIT > ZERO
                    AND WS-OBS-INT >= SR-LIMIT-INT(WS-SR-SUB) THEN
                    MOVE WS-OBS-LIMIT TO SR-LIMIT(WS-SR-SUB)
                    MOVE WS-OBS-INT TO SR-LIMIT-INT(WS-SR-SUB)
                 END-IF
                 PERFORM ADD-OBSERVATION
              END-IF
           END-IF
           .

      *
      *    LOAD-ELF-HISTORY READS DAY1HIST.TXT, THE LEGACY PER-ELF
      *    HISTORY, SO DAY1'S ELF COUNT HAS A TREND FROM BEFORE THE
      *    USAGE LOG EXISTED.  EACH RUN-KEY GROUP IS ONE RUN AND ITS
      *    HIGHEST ELF NUMBER THAT RUN'S ELF COUNT.
       LOAD-ELF-HISTORY.
           SET WS-READ-EOF TO FALSE
           MOVE SPACES TO WS-HX-KEY
           MOVE ZERO TO WS-HX-GROUP-MAX
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT HISTORY-FILE
           IF FS-HIST-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ HISTORY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              MOVE 'DAY1HIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM CLOSE-HISTORY-GROUP
           END-IF
           .

       TAKE-HISTORY-RECORD.
           IF HISTORY-RECORD(1:19) NOT = WS-HX-KEY THEN
              PERFORM CLOSE-HISTORY-GROUP
              MOVE HISTORY-RECORD(1:19) TO WS-HX-KEY
              MOVE HX-RUN-DATE TO WS-HX-GROUP-DATE
              MOVE ZERO TO WS-HX-GROUP-MAX
           END-IF
           IF HX-ELF-NUM IS NUMERIC
              AND HX-ELF-NUM > WS-HX-GROUP-MAX THEN
              MOVE HX-ELF-NUM TO WS-HX-GROUP-MAX
           END-IF
           .

       CLOSE-HISTORY-GROUP.
           IF WS-HX-GROUP-MAX > ZERO THEN
              MOVE WS-HX-GROUP-DATE TO WS-OBS-DATE-TEXT
              PERFORM CHECK-OBS-DATE
              IF WS-DATE-OK THEN
                 MOVE 'DAY1' TO WS-OBS-PROGRAM
                 MOVE 'ELF-TABLE' TO WS-OBS-TABLE
                 MOVE 10000 TO WS-OBS-LIMIT
                 MOVE WS-HX-GROUP-MAX TO WS-OBS-USED
                 PERFORM FIND-TABLE-SERIES
                 IF WS-SR-SUB NOT = ZERO THEN
                    PERFORM ADD-OBSERVATION
                 END-IF
              END-IF
           END-IF
           .

      *
      *    LOAD-RUN-LOG-VOLUMES TAKES EACH COMPLETED RUN'S RECORD
      *    COUNT FROM THE RUN-LOG AS THAT PROGRAM'S VOLUME SERIES -
      *    THE GROWTH THE TABLES ARE RIDING ON.  FAILED RUNS AND
      *    REHEARSALS ARE LEFT OUT.
       LOAD-RUN-LOG-VOLUMES.
           SET WS-READ-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ RUN-LOG-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-RUN-LOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
              MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TAKE-RUN-LOG-RECORD.
           IF RL-COMPLETION-STATUS(1:9) = 'COMPLETED'
              AND RL-RUN-MODE NOT = 'REHEARSAL'
              AND RL-PROGRAM-ID NOT = 'CAPFCST'
              AND FUNCTION TEST-NUMVAL(RL-RECORDS-READ) = ZERO THEN
              MOVE RL-RUN-DATE TO WS-OBS-DATE-TEXT
              PERFORM CHECK-OBS-DATE
              IF WS-DATE-OK THEN
                 MOVE RL-PROGRAM-ID TO WS-OBS-PROGRAM
                 COMPUTE WS-OBS-USED = FUNCTION NUMVAL(RL-RECORDS-READ)
                 PERFORM FIND-VOLUME-SERIES
                 IF WS-SR-SUB NOT = ZERO THEN
                    PERFORM ADD-OBSERVATION
                 END-IF
              END-IF
           END-IF
           .

      *
      *    CHECK-OBS-DATE TURNS A YYYY-MM-DD STAMP INTO A DAY NUMBER
      *    AND ACCEPTS IT ONLY INSIDE THE LOOKBACK WINDOW.  THE
      *    CALENDAR RANGE IS CHECKED BEFORE INTEGER-OF-DATE SEES IT.
       CHECK-OBS-DATE.
           SET WS-DATE-OK TO FALSE
           IF WS-OBS-DATE-TEXT(1:4) IS NUMERIC
              AND WS-OBS-DATE-TEXT(6:2) IS NUMERIC
              AND WS-OBS-DATE-TEXT(9:2) IS NUMERIC
              AND WS-OBS-DATE-TEXT(6:2) >= '01'
              AND WS-OBS-DATE-TEXT(6:2) <= '12'
              AND WS-OBS-DATE-TEXT(9:2) >= '01'
              AND WS-OBS-DATE-TEXT(9:2) <= '31'
              AND WS-OBS-DATE-TEXT(1:4) >= '1601' THEN
              STRING WS-OBS-DATE-TEXT(1:4) WS-OBS-DATE-TEXT(6:2)
                 WS-OBS-DATE-TEXT(9:2)
                 DELIMITED BY SIZE INTO WS-OBS-DATE-N
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-OBS-DATE-N) = ZERO
                 THEN
                 COMPUTE WS-OBS-INT =
                    FUNCTION INTEGER-OF-DATE(WS-OBS-DATE-N)
                 IF WS-OBS-INT >= WS-WINDOW-START-INT
                    AND WS-OBS-INT <= WS-TODAY-INT THEN
                    SET WS-DATE-OK TO TRUE
                 END-IF
              END-IF
           END-IF
           .

      *
      *    ADD-OBSERVATION FILES WS-OBS-USED ON DAY WS-OBS-INT FOR
      *    SERIES WS-SR-SUB, KEEPING THE LARGER OF TWO SAME-DAY
      *    VALUES, AND KEEPS THE SERIES' HIGH-WATER MARK.
       ADD-OBSERVATION.
           ADD 1 TO WS-OBS-COUNT
           MOVE ZERO TO WS-PT-HIT
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
              UNTIL WS-PT-SUB > WS-POINT-COUNT OR WS-PT-HIT NOT = ZERO
              IF PT-SERIES(WS-PT-SUB) = WS-SR-SUB
                 AND PT-DAY-INT(WS-PT-SUB) = WS-OBS-INT THEN
                 MOVE WS-PT-SUB TO WS-PT-HIT
              END-IF
           END-PERFORM
           IF WS-PT-HIT = ZERO THEN
              IF WS-POINT-COUNT < 5000 THEN
                 ADD 1 TO WS-POINT-COUNT
                 MOVE WS-POINT-COUNT TO WS-PT-HIT
                 MOVE WS-SR-SUB TO PT-SERIES(WS-PT-HIT)
                 MOVE WS-OBS-INT TO PT-DAY-INT(WS-PT-HIT)
                 MOVE WS-OBS-USED TO PT-USED(WS-PT-HIT)
                 ADD 1 TO SR-POINTS(WS-SR-SUB)
              ELSE
                 IF NOT WS-POINTS-FULL THEN
                    SET WS-POINTS-FULL TO TRUE
                    DISPLAY 'CAPFCST: MORE THAN 5000 DAILY '
                       'OBSERVATIONS IN THE WINDOW - SHORTEN '
                       'CAPACITY-LOOKBACK-DAYS.'
                 END-IF
              END-IF
           ELSE
              IF WS-OBS-USED > PT-USED(WS-PT-HIT) THEN
                 MOVE WS-OBS-USED TO PT-USED(WS-PT-HIT)
              END-IF
           END-IF
           IF WS-PT-HIT NOT = ZERO THEN
              IF WS-OBS-USED >= SR-HWM(WS-SR-SUB) THEN
                 MOVE WS-OBS-USED TO SR-HWM(WS-SR-SUB)
                 MOVE WS-OBS-INT TO SR-HWM-INT(WS-SR-SUB)
              END-IF
              IF WS-OBS-INT >= SR-LAST-INT(WS-SR-SUB) THEN
                 IF WS-OBS-INT > SR-LAST-INT(WS-SR-SUB)
                    OR WS-OBS-USED > SR-LAST-USED(WS-SR-SUB) THEN
                    MOVE WS-OBS-USED TO SR-LAST-USED(WS-SR-SUB)
                 END-IF
                 MOVE WS-OBS-INT TO SR-LAST-INT(WS-SR-SUB)
              END-IF
           END-IF
           .

      *
      *    PROJECT-SERIES FITS A STRAIGHT LINE (LEAST SQUARES) THROUGH
      *    THE SERIES' DAILY POINTS; THE SLOPE IS ITS GROWTH PER DAY.
      *    IT NEEDS AT LEAST TWO DIFFERENT DAYS.  FOR A TABLE, THE
      *    DAYS LEFT ARE WHAT REMAINS ABOVE THE HIGH-WATER MARK AT
      *    THAT RATE, COUNTED FROM THE LATEST OBSERVATION, AND A
      *    LIMIT DATE INSIDE THE WARNING HORIZON - OR A TABLE ALREADY
      *    FULL - IS FLAGGED.
       PROJECT-SERIES.
           IF SR-POINTS(WS-SR-SUB) >= 2 THEN
              MOVE ZERO TO WS-MEAN-X WS-MEAN-Y
              PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                 UNTIL WS-PT-SUB > WS-POINT-COUNT
                 IF PT-SERIES(WS-PT-SUB) = WS-SR-SUB THEN
                    COMPUTE WS-DX =
                       PT-DAY-INT(WS-PT-SUB) - WS-WINDOW-START-INT
                    ADD WS-DX TO WS-MEAN-X
                    ADD PT-USED(WS-PT-SUB) TO WS-MEAN-Y
                 END-IF
              END-PERFORM
              COMPUTE WS-MEAN-X = WS-MEAN-X / SR-POINTS(WS-SR-SUB)
              COMPUTE WS-MEAN-Y = WS-MEAN-Y / SR-POINTS(WS-SR-SUB)
              MOVE ZERO TO WS-SUM-XY WS-SUM-XX
              PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                 UNTIL WS-PT-SUB > WS-POINT-COUNT
                 IF PT-SERIES(WS-PT-SUB) = WS-SR-SUB THEN
                    COMPUTE WS-DX =
                       PT-DAY-INT(WS-PT-SUB) - WS-WINDOW-START-INT
                    SUBTRACT WS-MEAN-X FROM WS-DX
                    COMPUTE WS-DY = PT-USED(WS-PT-SUB) - WS-MEAN-Y
                    COMPUTE WS-SUM-XY = WS-SUM-XY + WS-DX * WS-DY
                    COMPUTE WS-SUM-XX = WS-SUM-XX + WS-DX * WS-DX
                 END-IF
              END-PERFORM
              IF WS-SUM-XX > ZERO THEN
                 COMPUTE SR-RATE(WS-SR-SUB) ROUNDED =
                    WS-SUM-XY / WS-SUM-XX
                 SET SR-RATE-SET(WS-SR-SUB) TO TRUE
              END-IF
           END-IF
           IF SR-TABLE(WS-SR-SUB) AND SR-POINTS(WS-SR-SUB) > ZERO THEN
              ADD 1 TO WS-TABLE-COUNT
              IF SR-HWM(WS-SR-SUB) >= SR-LIMIT(WS-SR-SUB) THEN
                 SET SR-FLAGGED(WS-SR-SUB) TO TRUE
              ELSE
                 IF SR-RATE-SET(WS-SR-SUB)
                    AND SR-RATE(WS-SR-SUB) > ZERO THEN
                    COMPUTE WS-DAYS-LEFT ROUNDED =
                       (SR-LIMIT(WS-SR-SUB) - SR-HWM(WS-SR-SUB))
                       / SR-RATE(WS-SR-SUB)
                    COMPUTE WS-DAYS-AHEAD = SR-LAST-INT(WS-SR-SUB)
                       + WS-DAYS-LEFT - WS-TODAY-INT
                    IF WS-DAYS-AHEAD <= WS-WARN-WEEKS * 7 THEN
                       SET SR-FLAGGED(WS-SR-SUB) TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF SR-FLAGGED(WS-SR-SUB) THEN
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
           END-IF
           .

       WRITE-FORECAST-HEADING.
           MOVE 1 TO WS-PG-RPT
           MOVE 'CAPFCST' TO WS-PG-PROGRAM-ID
           MOVE 'TABLE CAPACITY FORECAST' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO FORECAST-LINE
           STRING 'FORECAST DATE: ' WS-TODAY-TEXT
              DELIMITED BY SIZE INTO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           MOVE WS-LOOKBACK-DAYS TO WS-EDIT-A
           MOVE WS-WARN-WEEKS TO WS-EDIT-B
           MOVE SPACES TO FORECAST-LINE
           STRING 'GROWTH MEASURED OVER THE LAST '
              FUNCTION TRIM(WS-EDIT-A) ' DAY(S); LIMITS DUE WITHIN '
              FUNCTION TRIM(WS-EDIT-B) ' WEEK(S) ARE FLAGGED ***.'
              DELIMITED BY SIZE INTO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           .

      *
      *    WRITE-TABLE-SECTION GIVES ONE LINE PER FIXED TABLE: ITS
      *    LIMIT, HIGH-WATER MARK AND THAT MARK AS A PERCENTAGE OF
      *    THE LIMIT, GROWTH PER WEEK, AND THE DATE THE LIMIT IS
      *    REACHED AT THAT RATE.
       WRITE-TABLE-SECTION.
           MOVE 'TABLE LIMITS:' TO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           STRING '  PROGRAM  TABLE              LIMIT HIGH-WATER'
              '    PCT    GROWTH/WK  LIMIT REACHED'
              DELIMITED BY SIZE INTO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
              UNTIL WS-SR-SUB > WS-SERIES-COUNT
              IF SR-TABLE(WS-SR-SUB) THEN
                 PERFORM WRITE-TABLE-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           .

       WRITE-TABLE-LINE.
           MOVE SR-LIMIT(WS-SR-SUB) TO WS-EDIT-A
           MOVE SR-HWM(WS-SR-SUB) TO WS-EDIT-B
           MOVE ZERO TO WS-PCT
           IF SR-LIMIT(WS-SR-SUB) > ZERO THEN
              COMPUTE WS-PCT ROUNDED =
                 SR-HWM(WS-SR-SUB) * 100 / SR-LIMIT(WS-SR-SUB)
           END-IF
           MOVE WS-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-LIMIT-TEXT
           PERFORM FORMAT-LIMIT-TEXT
           MOVE SPACES TO FORECAST-LINE
           IF SR-POINTS(WS-SR-SUB) = ZERO THEN
              STRING '  ' SR-PROGRAM(WS-SR-SUB) ' '
                 SR-TABLE-NAME(WS-SR-SUB) ' ' WS-EDIT-A
                 '          -      -            -  '
                 WS-LIMIT-TEXT
                 DELIMITED BY SIZE INTO FORECAST-LINE
           ELSE
              STRING '  ' SR-PROGRAM(WS-SR-SUB) ' '
                 SR-TABLE-NAME(WS-SR-SUB) ' ' WS-EDIT-A ' '
                 WS-EDIT-B ' ' WS-EDIT-PCT '% ' WS-EDIT-RATE '  '
                 WS-LIMIT-TEXT
                 DELIMITED BY SIZE INTO FORECAST-LINE
           END-IF
           IF SR-FLAGGED(WS-SR-SUB) THEN
              MOVE '***' TO FORECAST-LINE(128:3)
           END-IF
           PERFORM PUT-FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           STRING '           (' FUNCTION TRIM(SR-DESC(WS-SR-SUB)) ')'
              DELIMITED BY SIZE INTO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           .

      *
      *    FORMAT-LIMIT-TEXT SETS THE WEEKLY GROWTH EDIT FIELD AND
      *    SAYS WHEN THE LIMIT WILL BE REACHED - OR WHY THAT CANNOT
      *    BE SAID.
       FORMAT-LIMIT-TEXT.
           MOVE ZERO TO WS-WEEKLY
           IF SR-RATE-SET(WS-SR-SUB) THEN
              COMPUTE WS-WEEKLY ROUNDED = SR-RATE(WS-SR-SUB) * 7
           END-IF
           MOVE WS-WEEKLY TO WS-EDIT-RATE
           EVALUATE TRUE
              WHEN SR-POINTS(WS-SR-SUB) = ZERO
                 MOVE 'NO USAGE RECORDED IN THE WINDOW'
                    TO WS-LIMIT-TEXT
              WHEN SR-HWM(WS-SR-SUB) >= SR-LIMIT(WS-SR-SUB)
                 MOVE 'LIMIT ALREADY REACHED' TO WS-LIMIT-TEXT
              WHEN NOT SR-RATE-SET(WS-SR-SUB)
                 MOVE 'TOO LITTLE HISTORY TO PROJECT'
                    TO WS-LIMIT-TEXT
              WHEN SR-RATE(WS-SR-SUB) NOT > ZERO
                 MOVE 'NOT GROWING' TO WS-LIMIT-TEXT
              WHEN OTHER
                 COMPUTE WS-DAYS-LEFT ROUNDED =
                    (SR-LIMIT(WS-SR-SUB) - SR-HWM(WS-SR-SUB))
                    / SR-RATE(WS-SR-SUB)
                 IF WS-DAYS-LEFT > 36500 THEN
                    MOVE 'MORE THAN 100 YEARS AWAY' TO WS-LIMIT-TEXT
                 ELSE
                    COMPUTE WS-LIMIT-DATE-N = FUNCTION DATE-OF-INTEGER
                       (SR-LAST-INT(WS-SR-SUB) + WS-DAYS-LEFT)
                    STRING WS-LIMIT-DATE-N(1:4) '-'
                       WS-LIMIT-DATE-N(5:2) '-' WS-LIMIT-DATE-N(7:2)
                       DELIMITED BY SIZE INTO WS-LIMIT-TEXT
                 END-IF
           END-EVALUATE
           .

      *
      *    WRITE-VOLUME-SECTION SHOWS EACH PROGRAM'S RECORD VOLUME
      *    FROM THE RUN-LOG: LATEST AND PEAK COUNTS IN THE WINDOW AND
      *    THE FITTED GROWTH PER WEEK.
       WRITE-VOLUME-SECTION.
           MOVE 'INPUT VOLUME GROWTH BY PROGRAM (RUN-LOG):'
              TO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           STRING '  PROGRAM  DAYS RUN     LATEST       PEAK'
              '    GROWTH/WK'
              DELIMITED BY SIZE INTO FORECAST-LINE
           PERFORM PUT-FORECAST-LINE
           MOVE ZERO TO WS-PT-HIT
           PERFORM VARYING WS-SR-SUB FROM 1 BY 1
              UNTIL WS-SR-SUB > WS-SERIES-COUNT
              IF SR-VOLUME(WS-SR-SUB) THEN
                 ADD 1 TO WS-PT-HIT
                 MOVE SR-POINTS(WS-SR-SUB) TO WS-EDIT-A
                 MOVE SR-LAST-USED(WS-SR-SUB) TO WS-EDIT-B
                 MOVE SR-HWM(WS-SR-SUB) TO WS-EDIT-C
                 MOVE ZERO TO WS-WEEKLY
                 IF SR-RATE-SET(WS-SR-SUB) THEN
                    COMPUTE WS-WEEKLY ROUNDED = SR-RATE(WS-SR-SUB) * 7
                 END-IF
                 MOVE WS-WEEKLY TO WS-EDIT-RATE
                 MOVE SPACES TO FORECAST-LINE
                 STRING '  ' SR-PROGRAM(WS-SR-SUB) WS-EDIT-A ' '
                    WS-EDIT-B ' ' WS-EDIT-C ' ' WS-EDIT-RATE
                    DELIMITED BY SIZE INTO FORECAST-LINE
                 PERFORM PUT-FORECAST-LINE
              END-IF
           END-PERFORM
           IF WS-PT-HIT = ZERO THEN
              MOVE '  NONE.' TO FORECAST-LINE
              PERFORM PUT-FORECAST-LINE
           END-IF
           .

      *
      *    PUT-FORECAST-LINE WRITES FORECAST-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-FORECAST-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE FORECAST-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO FORECAST-LINE
                 WRITE FORECAST-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE FORECAST-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO FORECAST-LINE
           END-IF
           WRITE FORECAST-LINE
           .

      *
      *    WRITE-FORECAST-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-FORECAST-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO FORECAST-LINE
              PERFORM PUT-FORECAST-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM CAPFCST.
