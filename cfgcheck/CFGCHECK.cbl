           FILE STATUS IS WS-RAW-STATUS-CD.
           SELECT CHECK-REPORT-FILE ASSIGN TO 'CFGCHECK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-CONFIG-FILE.
       01  RAW-CONFIG-RECORD       PIC X(132).
       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-LINE       PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-RAW-OK                     VALUE '00'.
      *    EXACT FAILURE THAT LEFT DAY8-MAX-VEIW-DIST DOING NOTHING.
       01 WS-DICT-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 DICT-TABLE.
           05 DICT-ENTRY OCCURS 120 TIMES.
              10 DICT-KEY          PIC X(30).
              10 DICT-TYPE         PIC X(1).
              10 DICT-MIN          PIC 9(9) BINARY.
       01 WS-DICT-SUB              PIC 9(4) BINARY.
      *
      *    THE RAW TABLE HOLDS EVERY NON-COMMENT RECORD EXACTLY AS
      *    FOUND - INCLUDING THE ONES PAST THE CONFIG TABLE THE
      *    LOADERS DROP (SEE WS-CONFIG-MAX) - SO OVERFLOW AND
      *    DUPLICATES CAN BE CALLED OUT INSTEAD OF DISCOVERED IN
      *    PRODUCTION.
       01 WS-RAW-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 RAW-TABLE.
           05 RAW-ENTRY OCCURS 200 TIMES.
           88 WS-VALUE-OK                   VALUE 'Y' FALSE 'N'.
       01 WS-VALUE-NUM             PIC 9(9) BINARY.
       01 WS-EDIT-A                PIC Z(8)9.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'CFGCHECK' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'CFGCHECK' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           MOVE SPACES TO WS-ENV-PROFILE
           ACCEPT WS-ENV-PROFILE FROM ENVIRONMENT 'RUNPROFILE'
              ON EXCEPTION
           PERFORM LOAD-RAW-CONFIG

           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'CFGCHECK' TO WS-PG-PROGRAM-ID
           MOVE 'RUNPARMS.TXT DICTIONARY CHECK' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CHECK-REPORT-LINE
           STRING 'ACTIVE PROFILE: ' WS-ACTIVE-PROFILE
              DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           PERFORM PUT-CHECK-REPORT-LINE

           PERFORM CHECK-RAW-ENTRIES
           PERFORM WRITE-EFFECTIVE-PARAMETERS
                 'DETAIL ABOVE.'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           END-IF
           PERFORM PUT-CHECK-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RUNPARMS.TXT ENTRIES' TO WS-PG-COUNT-LABEL
           MOVE WS-RAW-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'KEYS IN THE DICTIONARY' TO WS-PG-COUNT-LABEL
           MOVE WS-DICT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'PROBLEMS' TO WS-PG-COUNT-LABEL
           MOVE WS-PROBLEM-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHECK-REPORT-FOOTER
           CLOSE CHECK-REPORT-FILE
           MOVE 'CFGCHECK.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'CFGCHECK: ' WS-PROBLEM-COUNT ' CONFIGURATION '
              'PROBLEM(S) - SEE CFGCHECK.TXT.'
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 9999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '7' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY7-SIZE-THRESHOLD' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999999999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '100000' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY7-DISK-CAPACITY' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999999999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '70000000' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY7-FREE-TARGET' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999999999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '30000000' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'CAPACITY-LOOKBACK-DAYS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 7 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 3660 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '90' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'CAPACITY-WARN-WEEKS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 520 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '8' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'REPORT-LINES-PER-PAGE' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 20 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '60' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'ELFPOP-INACTIVE-DAYS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 9999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '90' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'TEAMSCORE-WEIGHT-CALORIES' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 0 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '25' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'TEAMSCORE-WEIGHT-ORDERS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 0 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '25' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'TEAMSCORE-WEIGHT-OVERLAPS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 0 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '25' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'TEAMSCORE-WEIGHT-TOURNAMENT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 0 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '25' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY1-REQN-PACK-CALORIES' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '1000' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'REQN-ACK-OVERDUE-DAYS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '2' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY2-ELO-K-FACTOR' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '32' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY2-ELO-INITIAL-RATING' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 100 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 3000 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '1500' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY2-ELO-PROVISIONAL-COUNT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 0 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 99 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '5' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY2-ELO-INACTIVE-MISSES' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 99 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '3' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY3-CARRY-LIMIT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 9999999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '15000' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY3-BALANCE-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '30' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY4-SWEEP-OVERDUE-DAYS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '2' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY4-SWEEP-KEEP-DAYS' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 999 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '14' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY6-DRIFT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE 1 TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '50' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY1-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY2-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY3-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY4-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY5-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY6-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY7-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           MOVE 'DAY8-REJECT-PCT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-N
           MOVE ZERO TO DICT-MIN(WS-DICT-COUNT)
           MOVE 100 TO DICT-MAX(WS-DICT-COUNT)
           MOVE '0' TO DICT-DEFAULT(WS-DICT-COUNT)
           .

       ADD-DICT-TEXT-KEYS.
           PERFORM ADD-DICT-X
           MOVE 'DAY4-REPORT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY5-INPUT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY5-REPORT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY6-INPUT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY6-REPORT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY7-INPUT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY7-REPORT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY8-INPUT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY8-REPORT' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY8-QUERIES' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY8-ZONES' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'CATCHUP-STAGE-DIR' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'REHEARSAL-DIR' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'INBOUND-REGISTRY' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'INBOUND-DUP-ACTION' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY1-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY2-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY3-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY4-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY5-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY6-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY7-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY8-SENDER' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'STREAM-BACKUP' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'BACKUP-DIR' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DISTRIBUTION-DIR' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           MOVE 'DAY1-REQN-LEVEL' TO WS-EFF-VALUE
           PERFORM ADD-DICT-X
           .

       ADD-DICT-N.

      *
      *    LOAD-RAW-CONFIG READS RUNPARMS.TXT EXACTLY AS THE LOADERS
      *    SEE IT, BUT WITHOUT THE CONFIG TABLE'S CEILING, SO OVERFLOW
      *    CAN BE REPORTED ENTRY BY ENTRY.
       LOAD-RAW-CONFIG.
           OPEN INPUT RAW-CONFIG-FILE
           IF FS-RAW-OK THEN
                 END-READ
              END-PERFORM
              CLOSE RAW-CONFIG-FILE
              MOVE 'RUNPARMS.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-RAW-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'CFGCHECK: RUNPARMS.TXT NOT FOUND - EVERY '
                 'PROGRAM WILL USE ITS BUILT-IN DEFAULTS.'
      *
      *    CHECK-RAW-ENTRIES FLAGS, ENTRY BY ENTRY: UNKNOWN KEYS,
      *    DUPLICATES (THE LOADERS LET THE LAST OCCURRENCE WIN
      *    WITHOUT A WORD), ENTRIES PAST THE CONFIG TABLE THE
      *    LOADERS DROP, AND VALUES THAT FAIL THE KEY'S TYPE AND
      *    RANGE RULES (THE PROGRAM WOULD QUIETLY KEEP ITS DEFAULT).
       CHECK-RAW-ENTRIES.
           MOVE 'CONFIGURATION ENTRY CHECK:' TO CHECK-REPORT-LINE
           PERFORM PUT-CHECK-REPORT-LINE
           PERFORM VARYING WS-RAW-SUB FROM 1 BY 1
              UNTIL WS-RAW-SUB > WS-RAW-COUNT
              PERFORM CHECK-ONE-RAW-ENTRY
           IF WS-RAW-COUNT = ZERO THEN
              MOVE '  NO CONFIGURATION ENTRIES ON FILE.'
                 TO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-IF
           .

              STRING '    UNKNOWN KEY - NO PROGRAM READS IT '
                 '(MISSPELLED?)'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           ELSE
              PERFORM CHECK-VALUE-RULES
              IF NOT WS-VALUE-OK THEN
                 STRING '    VALUE FAILS THE TYPE/RANGE RULES - '
                    'THE PROGRAM WILL KEEP ITS DEFAULT'
                    DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                 PERFORM PUT-CHECK-REPORT-LINE
              END-IF
           END-IF
           PERFORM VARYING WS-RAW-SUB-2 FROM 1 BY 1
                 STRING '    DUPLICATE KEY - THE LAST OCCURRENCE '
                    'WINS SILENTLY'
                    DELIMITED BY SIZE INTO CHECK-REPORT-LINE
                 PERFORM PUT-CHECK-REPORT-LINE
                 MOVE WS-RAW-SUB TO WS-RAW-SUB-2
              END-IF
           END-PERFORM
           IF RAW-LOADED-SEQ(WS-RAW-SUB) > WS-CONFIG-MAX THEN
              PERFORM FLAG-RAW-ENTRY
              MOVE WS-CONFIG-MAX TO WS-EDIT-A
              MOVE SPACES TO CHECK-REPORT-LINE
              STRING '    PAST THE ' FUNCTION TRIM(WS-EDIT-A)
                 '-ENTRY CONFIG TABLE - THE LOADERS DROP THIS ENTRY'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-IF
           .

              FUNCTION TRIM(RAW-KEY(WS-RAW-SUB)) ' '
              FUNCTION TRIM(RAW-VALUE(WS-RAW-SUB))
              DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           PERFORM PUT-CHECK-REPORT-LINE
           .

       FIND-DICT-KEY.
      *    WRITE-EFFECTIVE-PARAMETERS PRINTS, FOR EVERY DICTIONARY
      *    KEY, THE VALUE THE PROGRAMS WILL ACTUALLY USE NEXT TO ITS
      *    SOURCE - THE LAST VALID CONFIG OCCURRENCE WITHIN THE
      *    CONFIG TABLE'S WINDOW, OR THE BUILT-IN DEFAULT.  COMMAND-LINE
      *    ARGUMENTS STILL OVERRIDE AT RUN TIME AND ARE NOTED AS
      *    SUCH.
       WRITE-EFFECTIVE-PARAMETERS.
           MOVE 'EFFECTIVE PARAMETERS (ARGUMENTS MAY STILL OVERRIDE):'
              TO CHECK-REPORT-LINE
           PERFORM PUT-CHECK-REPORT-LINE
           PERFORM VARYING WS-DICT-SUB FROM 1 BY 1
              UNTIL WS-DICT-SUB > WS-DICT-COUNT
              PERFORM RESOLVE-EFFECTIVE-VALUE
                 FUNCTION TRIM(WS-EFF-VALUE) '  ['
                 FUNCTION TRIM(WS-EFF-SOURCE) ']'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-PERFORM
           .

              UNTIL WS-RAW-SUB > WS-RAW-COUNT
              IF RAW-KEY(WS-RAW-SUB) = DICT-KEY(WS-DICT-SUB)
                 AND RAW-LOADED-SEQ(WS-RAW-SUB) >= 1
                 AND RAW-LOADED-SEQ(WS-RAW-SUB) <= WS-CONFIG-MAX THEN
                 MOVE WS-RAW-SUB TO WS-RAW-SUB-2
              END-IF
           END-PERFORM
           END-IF
           .

      *
      *    PUT-CHECK-REPORT-LINE WRITES CHECK-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-CHECK-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CHECK-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CHECK-REPORT-LINE
                 WRITE CHECK-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CHECK-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CHECK-REPORT-LINE
           END-IF
           WRITE CHECK-REPORT-LINE
           .

      *
      *    WRITE-CHECK-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-CHECK-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM CFGCHECK.
