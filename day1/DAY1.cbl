           FILE STATUS IS WS-LIST-FILE-STATUS.
           COPY ELFMSTSL.
           COPY EXCSL.
           COPY RESUBSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY ARCHCTSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY CAPUSL.
           COPY REQNSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  CSV-FILE.
       01  CSV-LINE                PIC X(120).
       COPY EXCFD.
       COPY RESUBFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY CAPUFD.
       COPY REQNFD.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-ELF-NUM         PIC 9(9).
           05 FILLER               PIC X(1).
           05 TS-HIGHEST           PIC 9(9).
       COPY ELFMSTFD.
       COPY OPERFD.
       COPY DSUFD.
       FD  MANIFEST-LIST-FILE.
       01  MANIFEST-LIST-RECORD    PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SKIP-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-CKPT-FILE-STATUS       PIC X(2) VALUE '00'.
           88 FS-CKPT-SUCCESS                 VALUE '00'.
       01 WS-READ-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-WRITE-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-LINES             PIC 9(9) BINARY VALUE ZERO.
       01 WS-CAMP-LINE-MARK         PIC 9(9) BINARY VALUE ZERO.
       01 WS-CSV-LINES              PIC 9(9) BINARY VALUE ZERO.
       01 WS-MASTER-POST-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-INPUT-FILENAME         PIC X(100) VALUE 'input.txt'.
       01 WS-REPORT-FILENAME         PIC X(100) VALUE
           'DAY1RPT.TXT'.
              10 TEAM-OVER-COUNT    PIC 9(9) BINARY.
       01 WS-TEAM-SUB               PIC 9(4) BINARY.
       01 WS-TEAM-AVG               PIC 9(9) BINARY.
       01 WS-CSV-TEAM-TOTAL         PIC 9(15).
       01 WS-CSV-TEAM-UNDER         PIC 9(9).
       01 WS-CSV-TEAM-OVER          PIC 9(9).
       01 WS-CSV-TEAM-LIMITS        PIC X(1).
       01 WS-TEAM-FULL-WARNED-SW    PIC X(1) VALUE 'N'.
           88 WS-TEAM-FULL-WARNED             VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-LOADED-SW       PIC X(1) VALUE 'N'.
           88 WS-TRNS-EOF                     VALUE 'Y' FALSE 'N'.
       01 WS-TRND-SAVE-SUB          PIC 9(4) BINARY.
       01 WS-POST-LIMIT             PIC 9(9) BINARY.
      *
      *    A RESUBMITTED CALORIES LINE BELONGS TO THE ELF NAMED IN
      *    ITS ORIGINAL REJECT AND IS ADDED TO THAT ELF'S TOTAL FOR
      *    THIS RUN, THEN THE ELF IS RE-RANKED.
       01 WS-RESUB-ELF              PIC 9(9) BINARY.
       01 WS-RESUB-MSG-HEAD         PIC X(80).
       01 WS-RESUB-MSG-TAIL         PIC X(80).
       01 WS-RESUB-SAVE-ELF         PIC 9(9) BINARY.
       01 WS-RESUB-SAVE-SUM         PIC 9(9) BINARY.
       01 WS-RESUB-SAVE-CAMP        PIC 9(4) BINARY.
      *
      *    RATION REQUISITION: ONE ORDER PER ELF BELOW THE MINIMUM
      *    RATION, OR - AT TEAM LEVEL - ONE PER TEAM AND CAMP, FOR
      *    ENOUGH RATION PACKS TO MAKE UP THE SHORTFALL.  REQN-TEAM-
      *    TABLE GATHERS THE TEAM ORDERS BEFORE THEY ARE WRITTEN.
       01 WS-REQN-LEVEL             PIC X(4) VALUE 'ELF'.
       01 WS-REQN-PACK              PIC 9(9) BINARY VALUE 1000.
       01 WS-REQN-WRITTEN-SW        PIC X(1) VALUE 'N'.
           88 WS-REQN-WRITTEN                 VALUE 'Y' FALSE 'N'.
       01 WS-REQN-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-REQN-HASH              PIC 9(15) BINARY VALUE ZERO.
       01 WS-REQN-SHORTFALL         PIC 9(9) BINARY.
       01 WS-REQN-CAMP              PIC X(20).
       01 WS-REQN-CAMP-SUB          PIC 9(4) BINARY.
       01 WS-REQN-TEAM-COUNT        PIC 9(4) BINARY VALUE ZERO.
       01 REQN-TEAM-TABLE.
           05 REQN-TEAM-ENTRY OCCURS 1000 TIMES.
              10 RO-CAMP-SUB        PIC 9(4) BINARY.
              10 RO-TEAM            PIC X(10).
              10 RO-ELVES           PIC 9(5) BINARY.
              10 RO-CALORIES        PIC 9(9) BINARY.
              10 RO-SHORTFALL       PIC 9(9) BINARY.
       01 WS-REQN-SUB               PIC 9(4) BINARY.
       COPY ELFMSTWS.
       COPY EXCWS.
       COPY RESUBWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY CAPUWS.
       COPY ARCHIVEWS.
       COPY FNCHKWS.
       COPY REQNWS.
       COPY OPERWS.
       COPY QGATEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY1' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY1' TO WS-EXC-PROGRAM-ID
           MOVE 'INVALID CALORIES VALUE' TO WS-RESUB-MSG-PREFIX
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY1' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           PERFORM GET-TOP-N
           PERFORM GET-CKPT-INTERVAL
              END-PERFORM
              PERFORM PROCESS-MANIFEST-RECORDS
              CLOSE INPUT-FILE
              IF FS-SUCCESS THEN
                 MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-LINE-NUM TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF

           IF FS-SUCCESS AND NOT WS-CAMP-FAILED THEN
              PERFORM PROCESS-RESUBMISSIONS
           END-IF

           IF FS-SUCCESS AND (WS-CKPT-EXISTS OR WS-CKPT-WRITTEN) THEN

           PERFORM WRITE-REPORT

           IF WS-MIN-RATION-SET AND FS-SUCCESS AND
              NOT WS-CAMP-FAILED THEN
              PERFORM WRITE-REQUISITION-FILE
           END-IF

           IF WS-MIN-RATION-SET OR WS-MAX-LOAD-SET THEN
              PERFORM WRITE-COMPLIANCE-REPORT
           END-IF

           PERFORM RECORD-TABLE-USAGE
           MOVE 'DAY1' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
      *    A CAMP THAT FAILED TO OPEN EARLIER IN A CONSOLIDATED RUN
      *    MUST FAIL THE WHOLE RUN - A LATER CAMP'S CLEAN OPEN RESETS
      *    THE FILE STATUS, SO THE LATCHED SWITCH IS CHECKED TOO.
      *    A RUN THAT REJECTED TOO MUCH OF ITS INPUT IS HELD BY THE
      *    QUALITY GATE: NOTHING PUBLISHED, NOTHING POSTED, AND THE
      *    RESUBMISSIONS IT APPLIED STAY PENDING FOR THE RERUN.
           IF FS-SUCCESS AND NOT WS-CAMP-FAILED THEN
              MOVE 'DAY1' TO WS-QG-PROGRAM-ID
              MOVE WS-LINE-NUM TO WS-QG-RECORDS
              MOVE WS-BAD-RECORD-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
           END-IF
           IF FS-SUCCESS AND NOT WS-CAMP-FAILED
              AND NOT WS-QG-HELD THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
              PERFORM SETTLE-RESUBMISSIONS
              IF WS-LINE-NUM > ZERO THEN
                 IF WS-RESUMED THEN
                    DISPLAY 'DAY1: RUN WAS RESUMED FROM A CHECKPOINT '
              END-IF
              PERFORM ARCHIVE-RUN-INPUTS
           ELSE
              IF WS-QG-HELD THEN
                 PERFORM HOLD-QUALITY-FAILED
              ELSE
                 MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

                    AT END
                       SET WS-LIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LIST-LINES
                       PERFORM TALLY-MANIFEST-LIST-RECORD
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-LIST-FILE
              MOVE WS-MANIFEST-LIST-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LIST-LINES TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              DISPLAY 'DAY1: ' WS-CAMP-COUNT ' CAMP MANIFEST(S) '
                 'LISTED.'
           END-IF
           MOVE CAMP-FILENAME(WS-CAMP-SUB) TO WS-INPUT-FILENAME
           MOVE WS-ELF-NUM TO CAMP-FIRST-ELF(WS-CAMP-SUB)
           MOVE 'N' TO INPUT-FILE-EOF-SW
           MOVE WS-LINE-NUM TO WS-CAMP-LINE-MARK
           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           IF NOT FS-SUCCESS THEN
           END-IF
           PERFORM PROCESS-MANIFEST-RECORDS
           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-LINE-NUM - WS-CAMP-LINE-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-CUR-ELF-LINES > ZERO OR CALORIES-SUM > ZERO THEN
              MOVE ZERO TO CALORIES-SUM
              MOVE ZERO TO WS-CUR-ELF-LINES
      *    COMBINED RANKING ACROSS ALL CAMPS.
       WRITE-CAMP-SECTIONS.
           MOVE 'PER-CAMP SUBTOTALS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
              UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
              PERFORM WRITE-ONE-CAMP-SECTION
              ': ' WS-EDIT-C ' ELF/ELVES (SEQUENCE ' WS-EDIT-A
              ' THROUGH ' WS-EDIT-B ')'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-CAMP-K FROM 1 BY 1
              UNTIL WS-CAMP-K > WS-TOP-N
              IF CAMP-TOP-ELF(WS-CAMP-SUB, WS-CAMP-K) NOT = ZERO THEN
                 STRING '    #' WS-EDIT-C ': ELF ' WS-EDIT-A ' = '
                    WS-EDIT-B ' (' FUNCTION TRIM(WS-ROSTER-LABEL) ')'
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM
           .
              FUNCTION TRIM(WS-CSV-PUBLISHED)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE WS-REPORT-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-CSV-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-CSV-LINES TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mkdir -p ' FUNCTION TRIM(WS-ARCHIVE-DIR)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
              FUNCTION TRIM(WS-RUN-ID) '.CSV'
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           IF WS-REQN-WRITTEN THEN
              MOVE SPACES TO WS-PUBLISH-CMD
              STRING 'mv ' FUNCTION TRIM(WS-REQN-FILENAME) ' '
                 FUNCTION TRIM(WS-REQN-PUBLISHED)
                 DELIMITED BY SIZE INTO WS-PUBLISH-CMD
              CALL 'SYSTEM' USING WS-PUBLISH-CMD
              MOVE WS-REQN-PUBLISHED TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-REQN-COUNT + 2
              PERFORM WRITE-DATASET-USAGE
              PERFORM REGISTER-REQUISITIONS
           END-IF
           .

      *
      *    EVEN WHEN NO ONE IS WATCHING THE CONSOLE.
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY1' TO WS-PG-PROGRAM-ID
           MOVE 'TOP ELF CALORIE TOTALS' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE CALORIES-TABLE-SUM(1) TO WS-EDIT-A
           MOVE CALORIES-TABLE-ELF(1) TO WS-EDIT-B
           MOVE CALORIES-TABLE-ELF(1) TO WS-ROSTER-ELF
              ' (ELF #' WS-EDIT-B ' - '
              FUNCTION TRIM(WS-ROSTER-LABEL) ')'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-TOP-N TO WS-EDIT-C
           MOVE TOP-N-SUM TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING 'SUM OF ' WS-EDIT-C ' HIGHEST: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-TOP-N
              MOVE SUB TO WS-EDIT-C
              MOVE CALORIES-TABLE-ELF(SUB) TO WS-EDIT-A
                 ' = ' WS-EDIT-B ' ('
                 FUNCTION TRIM(WS-ROSTER-LABEL) ')'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE SPACES TO CSV-LINE
              STRING 'TOP,' WS-EDIT-C ',' WS-EDIT-A ',' WS-EDIT-B
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
           END-PERFORM
           MOVE CALORIES-TABLE-SUM(1) TO WS-EDIT-A
           MOVE CALORIES-TABLE-ELF(1) TO WS-EDIT-B
           STRING 'SUMMARY,HIGHEST,' WS-EDIT-A ',' WS-EDIT-B
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE TOP-N-SUM TO WS-EDIT-A
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,TOPNSUM,' WS-EDIT-A
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           PERFORM WRITE-TEAM-CSV-ROWS
           MOVE SPACES TO CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           CLOSE CSV-FILE
           PERFORM WRITE-ROSTER-WARNINGS
           IF WS-BAD-RECORD-COUNT > ZERO THEN
              STRING WS-EDIT-A
                 ' INVALID CALORIES RECORD(S) WERE IGNORED.'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           IF WS-MULTI-MODE THEN
              PERFORM WRITE-CAMP-SECTIONS
           END-IF
           PERFORM WRITE-DISTRIBUTION-STATS
           PERFORM WRITE-TEAM-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'CALORIE RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ELVES ON FILE' TO WS-PG-COUNT-LABEL
           MOVE WS-ROSTER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'INVALID RECORDS IGNORED' TO WS-PG-COUNT-LABEL
           MOVE WS-BAD-RECORD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           .

           IF NOT WS-ROSTER-LOADED OR WS-RESUMED THEN
              MOVE 'TEAM TOTALS NOT AVAILABLE FOR THIS RUN.'
                 TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           ELSE
              PERFORM BUILD-TEAM-TOTALS
              SORT TEAM-ENTRY DESCENDING TEAM-TOTAL
              MOVE 'TEAM TOTALS AND RANKING:' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              IF WS-TEAM-COUNT = ZERO THEN
                 MOVE '  NO ROSTERED TEAMS IN THE MANIFEST.'
                    TO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              END-IF
              PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
                 UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
           END-IF
           .

      *
      *    WRITE-TEAM-CSV-ROWS GIVES EACH ROSTER TEAM A TEAM ROW IN
      *    DAY1RPT.CSV - ELVES, TOTAL CALORIES, ELVES BELOW THE
      *    MINIMUM RATION AND ABOVE THE MAXIMUM LOAD, AND Y WHEN
      *    EITHER LIMIT WAS IN FORCE - FOR THE TEAM SCORECARD.  NO
      *    ROWS ARE WRITTEN WHEN THE TEAM TOTALS ARE NOT AVAILABLE
      *    (SEE WRITE-TEAM-SECTION).
       WRITE-TEAM-CSV-ROWS.
           IF WS-ROSTER-LOADED AND NOT WS-RESUMED THEN
              PERFORM BUILD-TEAM-TOTALS
              IF WS-MIN-RATION-SET OR WS-MAX-LOAD-SET THEN
                 MOVE 'Y' TO WS-CSV-TEAM-LIMITS
              ELSE
                 MOVE 'N' TO WS-CSV-TEAM-LIMITS
              END-IF
              PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
                 UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
                 MOVE TEAM-ELVES(WS-TEAM-SUB) TO WS-EDIT-A
                 MOVE TEAM-TOTAL(WS-TEAM-SUB) TO WS-CSV-TEAM-TOTAL
                 MOVE TEAM-UNDER-COUNT(WS-TEAM-SUB) TO WS-CSV-TEAM-UNDER
                 MOVE TEAM-OVER-COUNT(WS-TEAM-SUB) TO WS-CSV-TEAM-OVER
                 MOVE SPACES TO CSV-LINE
                 STRING 'TEAM,' FUNCTION TRIM(TEAM-NAME(WS-TEAM-SUB))
                    ',' WS-EDIT-A ',' WS-CSV-TEAM-TOTAL ','
                    WS-CSV-TEAM-UNDER ',' WS-CSV-TEAM-OVER ','
                    WS-CSV-TEAM-LIMITS
                    DELIMITED BY SIZE INTO CSV-LINE
                 WRITE CSV-LINE
                 ADD 1 TO WS-CSV-LINES
              END-PERFORM
           END-IF
           .

      *
      *    BUILD-TEAM-TOTALS FOLDS EVERY ROSTERED ELF'S TOTAL INTO
      *    ITS TEAM ROW, TRACKING THE TOP ELF WITHIN EACH TEAM AND
              FUNCTION TRIM(TEAM-NAME(WS-TEAM-SUB))
              ': TOTAL ' WS-EDIT-A ' AVERAGE ' WS-EDIT-B
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE TEAM-TOP-ELF(WS-TEAM-SUB) TO WS-EDIT-A
           MOVE TEAM-TOP-TOTAL(WS-TEAM-SUB) TO WS-EDIT-B
           MOVE TEAM-TOP-ELF(WS-TEAM-SUB) TO WS-ROSTER-ELF
           STRING '      TOP ELF #' WS-EDIT-A ' = ' WS-EDIT-B
              ' (' FUNCTION TRIM(WS-ROSTER-LABEL) ')'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-MIN-RATION-SET OR WS-MAX-LOAD-SET THEN
              MOVE TEAM-UNDER-COUNT(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE TEAM-OVER-COUNT(WS-TEAM-SUB) TO WS-EDIT-B
              STRING '      COMPLIANCE: ' WS-EDIT-A
                 ' BELOW MINIMUM, ' WS-EDIT-B ' ABOVE MAXIMUM'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

           IF WS-ROSTER-COUNT = ZERO OR WS-RESUMED THEN
              MOVE 'DISTRIBUTION STATISTICS NOT AVAILABLE FOR THIS RUN.'
                 TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           ELSE
              PERFORM COMPUTE-DISTRIBUTION-STATS
              PERFORM WRITE-STATS-SECTION
       WRITE-STATS-SECTION.
           MOVE 'DISTRIBUTION STATISTICS (ALL ELVES READ):'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-STATS-COUNT TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  ELF COUNT:  ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-STATS-MEAN TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  MEAN:       ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-STATS-Q1 TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  QUARTILE 1: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-STATS-MEDIAN TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  MEDIAN:     ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-STATS-Q3 TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  QUARTILE 3: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 'CALORIE-BAND HISTOGRAM:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 10
              COMPUTE WS-BAND-LO = (WS-BAND-SUB - 1) * WS-BAND-WIDTH
              STRING '  ' WS-EDIT-A '-' WS-EDIT-B ' '
                 WS-EDIT-BAND-COUNT ' ' WS-BAND-BAR
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *    FALLS BACK TO SEQUENCE NUMBERS ONLY.
       LOAD-ROSTER-TABLE.
           INITIALIZE ROSTER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER-SUCCESS THEN
              SET WS-ROSTER-LOADED TO TRUE
                    AT END
                       SET WS-ROSTER-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-ROSTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'DAY1: DAY1ROST.TXT NOT FOUND - ELF NAMES WILL '
                 'NOT APPEAR ON THE REPORT.'
                    STRING 'WARNING: ELF #' WS-EDIT-A
                       ' IS IN THE MANIFEST BUT NOT IN THE ROSTER.'
                       DELIMITED BY SIZE INTO REPORT-LINE
                    PERFORM PUT-REPORT-LINE
                 END-IF
              END-PERFORM
              IF WS-UNROSTERED-COUNT > ZERO THEN
           MOVE ZERO TO WS-UNDER-RATION-COUNT
           MOVE ZERO TO WS-OVER-LOAD-COUNT
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY1' TO WS-PG-PROGRAM-ID
           MOVE 'RATION COMPLIANCE EXCEPTIONS' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO EXCEPTION-LINE
           MOVE WS-MIN-RATION TO WS-EDIT-A
           MOVE WS-MAX-LOAD TO WS-EDIT-B
                    ' (NO MINIMUM RATION CHECK)'
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-EVALUATE
           PERFORM PUT-EXCEPTION-LINE
           IF WS-RESUMED THEN
              MOVE SPACES TO EXCEPTION-LINE
              STRING 'NOTE: RUN RESUMED FROM CHECKPOINT - '
                 'PRE-RESUME ELVES WERE NOT CHECKED.'
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
              PERFORM PUT-EXCEPTION-LINE
           END-IF
           PERFORM VARYING WS-ELF-SUB FROM WS-FIRST-ELF-THIS-RUN BY 1
              UNTIL WS-ELF-SUB > WS-ROSTER-COUNT
           STRING 'TOTALS: ' WS-EDIT-A ' BELOW MINIMUM, '
              WS-EDIT-B ' ABOVE MAXIMUM'
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM PUT-EXCEPTION-LINE
           MOVE 2 TO WS-PG-RPT
           MOVE 'ELVES ON FILE' TO WS-PG-COUNT-LABEL
           MOVE WS-ROSTER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'BELOW MINIMUM RATION' TO WS-PG-COUNT-LABEL
           MOVE WS-UNDER-RATION-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ABOVE MAXIMUM LOAD' TO WS-PG-COUNT-LABEL
           MOVE WS-OVER-LOAD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           IF WS-REQN-WRITTEN THEN
              MOVE 'RATION ORDERS RAISED' TO WS-PG-COUNT-LABEL
              MOVE WS-REQN-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
           END-IF
           PERFORM WRITE-EXCEPTION-FOOTER
           CLOSE EXCEPTION-REPORT-FILE
           MOVE 'DAY1EXCP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           IF WS-UNDER-RATION-COUNT > ZERO
              OR WS-OVER-LOAD-COUNT > ZERO THEN
              DISPLAY 'DAY1: ' WS-UNDER-RATION-COUNT ' ELF/ELVES '
              WS-BREACH-TEXT ' ('
              FUNCTION TRIM(WS-ROSTER-LABEL) ')'
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           PERFORM PUT-EXCEPTION-LINE
           .

      *
      *    WRITE-REQUISITION-FILE RAISES THE COMMISSARY'S RATION
      *    ORDERS (DAY1REQN.TXT, SEE REQNFD.CPY) FOR EVERY ELF BELOW
      *    THE MINIMUM RATION: THE SHORTFALL IN CALORIES AND ENOUGH
      *    PACKS OF DAY1-REQN-PACK-CALORIES (DEFAULT 1000) TO COVER
      *    IT, CHARGED TO THE CAMP WHOSE MANIFEST THE ELF CAME FROM.
      *    WITH DAY1-REQN-LEVEL TEAM THE ROSTERED ELVES ARE ORDERED
      *    FOR BY TEAM AND CAMP INSTEAD; ELVES WITH NO TEAM ARE STILL
      *    ORDERED FOR ONE BY ONE.  A RESUMED RUN'S TOTALS ARE
      *    INCOMPLETE, SO IT RAISES NO ORDERS AT ALL.
       WRITE-REQUISITION-FILE.
           IF WS-RESUMED THEN
              DISPLAY 'DAY1: RUN WAS RESUMED FROM A CHECKPOINT - NO '
                 'RATION REQUISITION WAS RAISED.'
           ELSE
              MOVE ZERO TO WS-REQN-COUNT
              MOVE ZERO TO WS-REQN-HASH
              MOVE ZERO TO WS-REQN-TEAM-COUNT
              OPEN OUTPUT REQUISITION-FILE
              MOVE SPACES TO REQN-HEADER-RECORD
              MOVE 'H' TO RQH-REC-TYPE
              MOVE 'DAY1REQN' TO RQH-INTERFACE
              MOVE WS-RUN-ID TO RQH-RUN-ID
              MOVE WS-HIST-RUN-DATE TO RQH-RUN-DATE
              MOVE WS-MIN-RATION TO RQH-MIN-RATION
              MOVE WS-REQN-PACK TO RQH-PACK-CALORIES
              MOVE WS-REQN-LEVEL TO RQH-ORDER-LEVEL
              WRITE REQN-HEADER-RECORD
              PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                 UNTIL WS-ELF-SUB > WS-ROSTER-COUNT
                    OR WS-ELF-SUB > WS-ELF-LIMIT
                 IF ELF-TOTAL(WS-ELF-SUB) < WS-MIN-RATION THEN
                    PERFORM RAISE-ELF-REQUISITION
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-REQN-SUB FROM 1 BY 1
                 UNTIL WS-REQN-SUB > WS-REQN-TEAM-COUNT
                 PERFORM WRITE-TEAM-REQUISITION
              END-PERFORM
              MOVE SPACES TO REQN-TRAILER-RECORD
              MOVE 'T' TO RQT-REC-TYPE
              MOVE WS-RUN-ID TO RQT-RUN-ID
              MOVE WS-REQN-COUNT TO RQT-RECORD-COUNT
              MOVE WS-REQN-HASH TO RQT-QUANTITY-HASH
              WRITE REQN-TRAILER-RECORD
              CLOSE REQUISITION-FILE
              SET WS-REQN-WRITTEN TO TRUE
              DISPLAY 'DAY1: ' WS-REQN-COUNT ' RATION ORDER(S) RAISED '
                 'FOR THE COMMISSARY - SEE DAY1REQN.TXT.'
           END-IF
           .

      *
      *    RAISE-ELF-REQUISITION ORDERS FOR THE ELF IN WS-ELF-SUB, OR
      *    AT TEAM LEVEL ADDS IT TO ITS TEAM'S ORDER FOR ITS CAMP.
       RAISE-ELF-REQUISITION.
           COMPUTE WS-REQN-SHORTFALL =
              WS-MIN-RATION - ELF-TOTAL(WS-ELF-SUB)
           PERFORM FIND-REQUISITION-CAMP
           MOVE ZERO TO WS-REQN-SUB
           IF WS-REQN-LEVEL = 'TEAM' AND ROSTER-KNOWN(WS-ELF-SUB) AND
              ROSTER-TEAM(WS-ELF-SUB) NOT = SPACES THEN
              PERFORM VARYING WS-REQN-SUB FROM 1 BY 1
                 UNTIL WS-REQN-SUB > WS-REQN-TEAM-COUNT
                 OR (RO-TEAM(WS-REQN-SUB) = ROSTER-TEAM(WS-ELF-SUB)
                 AND RO-CAMP-SUB(WS-REQN-SUB) = WS-REQN-CAMP-SUB)
                 CONTINUE
              END-PERFORM
              IF WS-REQN-SUB > WS-REQN-TEAM-COUNT THEN
                 IF WS-REQN-TEAM-COUNT < 1000 THEN
                    ADD 1 TO WS-REQN-TEAM-COUNT
                    MOVE WS-REQN-TEAM-COUNT TO WS-REQN-SUB
                    MOVE WS-REQN-CAMP-SUB TO RO-CAMP-SUB(WS-REQN-SUB)
                    MOVE ROSTER-TEAM(WS-ELF-SUB) TO RO-TEAM(WS-REQN-SUB)
                    MOVE ZERO TO RO-ELVES(WS-REQN-SUB)
                    MOVE ZERO TO RO-CALORIES(WS-REQN-SUB)
                    MOVE ZERO TO RO-SHORTFALL(WS-REQN-SUB)
                 ELSE
                    MOVE ZERO TO WS-REQN-SUB
                 END-IF
              END-IF
           END-IF
           IF WS-REQN-SUB > ZERO THEN
              ADD 1 TO RO-ELVES(WS-REQN-SUB)
              ADD ELF-TOTAL(WS-ELF-SUB) TO RO-CALORIES(WS-REQN-SUB)
              ADD WS-REQN-SHORTFALL TO RO-SHORTFALL(WS-REQN-SUB)
           ELSE
              MOVE SPACES TO REQN-ORDER-RECORD
              MOVE 'ELF' TO RQD-ORDER-LEVEL
              MOVE WS-ELF-SUB TO RQD-ELF-NUM
              IF ROSTER-KNOWN(WS-ELF-SUB) THEN
                 MOVE ROSTER-TEAM(WS-ELF-SUB) TO RQD-TEAM
              END-IF
              MOVE 1 TO RQD-ELVES
              MOVE ELF-TOTAL(WS-ELF-SUB) TO RQD-CALORIES
              MOVE WS-REQN-SHORTFALL TO RQD-SHORTFALL
              PERFORM WRITE-REQUISITION-ORDER
           END-IF
           .

      *
      *    FIND-REQUISITION-CAMP NAMES THE CAMP WHOSE MANIFEST THE ELF
      *    IN WS-ELF-SUB WAS READ FROM - ON A SINGLE-MANIFEST RUN
      *    THERE IS ONLY THE MAIN CAMP.
       FIND-REQUISITION-CAMP.
           MOVE ZERO TO WS-REQN-CAMP-SUB
           MOVE 'MAIN' TO WS-REQN-CAMP
           IF WS-MULTI-MODE THEN
              PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                 UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
                 IF WS-ELF-SUB >= CAMP-FIRST-ELF(WS-CAMP-SUB) AND
                    WS-ELF-SUB <= CAMP-LAST-ELF(WS-CAMP-SUB) THEN
                    MOVE WS-CAMP-SUB TO WS-REQN-CAMP-SUB
                    MOVE CAMP-NAME(WS-CAMP-SUB) TO WS-REQN-CAMP
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    WRITE-TEAM-REQUISITION WRITES THE TEAM ORDER IN WS-REQN-SUB.
       WRITE-TEAM-REQUISITION.
           MOVE SPACES TO REQN-ORDER-RECORD
           MOVE 'TEAM' TO RQD-ORDER-LEVEL
           MOVE ZERO TO RQD-ELF-NUM
           MOVE RO-TEAM(WS-REQN-SUB) TO RQD-TEAM
           MOVE RO-ELVES(WS-REQN-SUB) TO RQD-ELVES
           MOVE RO-CALORIES(WS-REQN-SUB) TO RQD-CALORIES
           MOVE RO-SHORTFALL(WS-REQN-SUB) TO RQD-SHORTFALL
           MOVE RO-CAMP-SUB(WS-REQN-SUB) TO WS-REQN-CAMP-SUB
           IF WS-REQN-CAMP-SUB > ZERO THEN
              MOVE CAMP-NAME(WS-REQN-CAMP-SUB) TO WS-REQN-CAMP
           ELSE
              MOVE 'MAIN' TO WS-REQN-CAMP
           END-IF
           PERFORM WRITE-REQUISITION-ORDER
           .

      *
      *    WRITE-REQUISITION-ORDER NUMBERS AND WRITES THE ORDER BUILT
      *    IN REQN-ORDER-RECORD, SIZING IT IN WHOLE PACKS, AND KEEPS
      *    THE TRAILER'S COUNT AND HASH TOTAL.
       WRITE-REQUISITION-ORDER.
           ADD 1 TO WS-REQN-COUNT
           MOVE 'D' TO RQD-REC-TYPE
           MOVE WS-RUN-ID TO RQD-RUN-ID
           MOVE WS-REQN-COUNT TO RQD-ORDER-NUM
           MOVE WS-REQN-CAMP TO RQD-CAMP
           COMPUTE RQD-QUANTITY =
              (RQD-SHORTFALL + WS-REQN-PACK - 1) / WS-REQN-PACK
           ADD RQD-QUANTITY TO WS-REQN-HASH
           WRITE REQN-ORDER-RECORD
           .

      *
      *    REGISTER-REQUISITIONS ENTERS THE ORDERS JUST PUBLISHED ON
      *    THE REQUISITION REGISTER (DAY1REQL.TXT) AS SENT AND NOT
      *    YET CONFIRMED, FOR REQNACK TO MATCH THE COMMISSARY'S
      *    ACKNOWLEDGEMENTS AGAINST.  A RERUN UNDER THE SAME RUN ID
      *    REPLACES THAT RUN'S EARLIER ENTRIES, AS ITS FILE REPLACED
      *    THE EARLIER ONE.  THE READ-BACK OF THE REQUISITION FILE
      *    IS THIS RUN'S OWN OUTPUT, SO ONLY THE REGISTER GOES ON THE
      *    DATASET USAGE LOG.
       REGISTER-REQUISITIONS.
           PERFORM GET-REQL-LOCK
           IF NOT WS-REQL-LOCKED THEN
              DISPLAY 'DAY1: COULD NOT GET THE DAY1REQL.TXT LOCK AFTER '
                 '10 TRIES - THIS RUN''S ORDERS ARE NOT ON THE '
                 'REQUISITION REGISTER.'
           ELSE
              PERFORM REBUILD-REQN-REGISTER
              PERFORM FREE-REQL-LOCK
           END-IF
           .

      *
      *    REBUILD-REQN-REGISTER COPIES THE REGISTER TO DAY1REQL.NEW
      *    LESS THIS RUN'S EARLIER ENTRIES, ADDS THE ORDERS JUST
      *    PUBLISHED AND MOVES THE NEW COPY OVER THE REGISTER.  IF
      *    THE NEW COPY CANNOT BE OPENED THE REGISTER IS LEFT AS IT
      *    WAS.
       REBUILD-REQN-REGISTER.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITE-COUNT
           OPEN OUTPUT REQN-REGISTER-NEW-FILE
           IF NOT FS-REQLNEW-OK THEN
              DISPLAY 'DAY1: DAY1REQL.NEW COULD NOT BE OPENED (FILE '
                 'STATUS ' WS-REQLNEW-STATUS-CD ') - THIS RUN''S '
                 'ORDERS ARE NOT ON THE REQUISITION REGISTER.'
           ELSE
              OPEN INPUT REQN-REGISTER-FILE
              IF FS-REQL-OK THEN
                 SET WS-REQN-EOF TO FALSE
                 PERFORM UNTIL WS-REQN-EOF
                    READ REQN-REGISTER-FILE
                       AT END
                          SET WS-REQN-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-READ-COUNT
                          MOVE RQL-ORDER TO REQN-ORDER-VIEW
                          IF RQV-RUN-ID NOT = WS-RUN-ID THEN
                             WRITE REQN-REGISTER-NEW-RECORD
                                FROM REQN-REGISTER-RECORD
                             ADD 1 TO WS-WRITE-COUNT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REQN-REGISTER-FILE
                 MOVE 'DAY1REQL.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-READ-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
              MOVE WS-REQN-PUBLISHED TO WS-REQN-FILENAME
              OPEN INPUT REQUISITION-FILE
              IF FS-REQN-OK THEN
                 SET WS-REQN-EOF TO FALSE
                 PERFORM UNTIL WS-REQN-EOF
                    READ REQUISITION-FILE
                       AT END
                          SET WS-REQN-EOF TO TRUE
                       NOT AT END
                          IF RQD-REC-TYPE = 'D' THEN
                             MOVE SPACES TO REQN-REGISTER-RECORD
                             MOVE REQN-ORDER-RECORD(1:95) TO RQL-ORDER
                             MOVE WS-HIST-RUN-DATE TO RQL-SENT-DATE
                             MOVE ZERO TO RQL-ACK-QUANTITY
                             WRITE REQN-REGISTER-NEW-RECORD
                                FROM REQN-REGISTER-RECORD
                             ADD 1 TO WS-WRITE-COUNT
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REQUISITION-FILE
              END-IF
              CLOSE REQN-REGISTER-NEW-FILE
              MOVE 'mv DAY1REQL.NEW DAY1REQL.TXT' TO WS-REQN-CMD
              CALL 'SYSTEM' USING WS-REQN-CMD
              MOVE 'DAY1REQL.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-WRITE-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    LOAD-CHECKPOINT RESTORES PROGRESS FROM A PRIOR RUN THAT
      *    DID NOT REACH END-OF-FILE, SO A RESTART PICKS UP CLOSE TO
      *    WHERE THE ABENDED RUN LEFT OFF INSTEAD OF FROM ELF ONE.
      *    THE CHECKPOINT IS THE RUN'S OWN RESTART SCRATCH FILE, SO
      *    IT IS KEPT OFF THE DATASET USAGE LOG.
       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF FS-CKPT-SUCCESS THEN
           MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-MESSAGE
           MOVE WS-ELF-NUM TO WS-EDIT-A
           STRING 'INVALID CALORIES VALUE "' CALORIES
              '" FOR ELF ' WS-EDIT-A ' - RECORD IGNORED'
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    APPLY-RESUBMITTED-RECORD TAKES ONE CORRECTED CALORIES LINE
      *    FROM THE RESUBMISSION FILE (SEE RESUBRD.CPY) AS AN EXTRA
      *    LINE AFTER THE MANIFEST.  IT COUNTS TOWARD THE ELF ITS
      *    ORIGINAL REJECT NAMED, WHICH MUST BE IN THIS RUN; A VALUE
      *    THAT IS STILL NOT NUMERIC IS REJECTED AGAIN THE USUAL WAY.
       APPLY-RESUBMITTED-RECORD.
           ADD 1 TO WS-LINE-NUM
           MOVE WS-LINE-NUM TO WS-RESUB-DONE-LINE
           MOVE WS-RESUB-RECORD TO CALORIES
           MOVE ZERO TO WS-RESUB-ELF
           MOVE SPACES TO WS-RESUB-MSG-HEAD
           MOVE SPACES TO WS-RESUB-MSG-TAIL
           UNSTRING WS-RESUB-ORIG-MESSAGE DELIMITED BY '" FOR ELF '
              INTO WS-RESUB-MSG-HEAD WS-RESUB-MSG-TAIL
           IF WS-RESUB-MSG-TAIL(1:9) IS NUMERIC THEN
              MOVE WS-RESUB-MSG-TAIL(1:9) TO WS-RESUB-ELF
           END-IF
           MOVE WS-ELF-NUM TO WS-RESUB-SAVE-ELF
           MOVE CALORIES-SUM TO WS-RESUB-SAVE-SUM
           MOVE WS-CAMP-SUB TO WS-RESUB-SAVE-CAMP
           EVALUATE TRUE
              WHEN WS-RESUB-ELF = ZERO
                 SET WS-RESUB-NOT-APPLIED TO TRUE
                 MOVE 'ORIGINAL REJECT DOES NOT NAME ITS ELF'
                    TO WS-RESUB-NOTE
              WHEN WS-RESUB-ELF > WS-ROSTER-COUNT
                 OR WS-RESUB-ELF > WS-ELF-LIMIT
                 SET WS-RESUB-NOT-APPLIED TO TRUE
                 MOVE WS-RESUB-ELF TO WS-EDIT-A
                 STRING 'ELF ' WS-EDIT-A ' IS NOT IN THIS RUN'
                    DELIMITED BY SIZE INTO WS-RESUB-NOTE
              WHEN FUNCTION TEST-NUMVAL(CALORIES) NOT = ZERO
                 MOVE WS-RESUB-ELF TO WS-ELF-NUM
                 DISPLAY 'DAY1: INVALID RESUBMITTED CALORIES VALUE "'
                    CALORIES '" AT LINE ' WS-LINE-NUM
                    ' - RECORD IGNORED.'
                 PERFORM LOG-CALORIES-EXCEPTION
                 ADD 1 TO WS-BAD-RECORD-COUNT
                 SET WS-RESUB-FAILED TO TRUE
              WHEN OTHER
                 PERFORM POST-RESUBMITTED-CALORIES
                 SET WS-RESUB-PASSED TO TRUE
           END-EVALUATE
           MOVE WS-RESUB-SAVE-ELF TO WS-ELF-NUM
           MOVE WS-RESUB-SAVE-SUM TO CALORIES-SUM
           MOVE WS-RESUB-SAVE-CAMP TO WS-CAMP-SUB
           .

      *
      *    POST-RESUBMITTED-CALORIES ADDS THE CORRECTED VALUE TO THE
      *    ELF'S TOTAL AND OFFERS THE NEW TOTAL TO THE TOP-N
      *    RANKING - AND, ON A CONSOLIDATED RUN, ITS CAMP'S RANKING -
      *    AFTER TAKING OUT THE ENTRY ITS OLD TOTAL MAY HAVE HELD.
       POST-RESUBMITTED-CALORIES.
           ADD FUNCTION NUMVAL(CALORIES) TO ELF-TOTAL(WS-RESUB-ELF)
           MOVE ELF-TOTAL(WS-RESUB-ELF) TO CALORIES-SUM
           MOVE WS-RESUB-ELF TO WS-ELF-NUM
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > WS-TOP-N
              IF CALORIES-TABLE-ELF(SUB) = WS-RESUB-ELF THEN
                 MOVE ZERO TO CALORIES-TABLE-SUM(SUB)
                 MOVE ZERO TO CALORIES-TABLE-ELF(SUB)
              END-IF
           END-PERFORM
           SORT CALORIES-TABLE DESCENDING CALORIES-TABLE-SUM
           PERFORM CHECK-ELF
           IF WS-MULTI-MODE THEN
              PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                 UNTIL WS-CAMP-SUB > WS-CAMP-COUNT
                 OR (WS-RESUB-ELF >= CAMP-FIRST-ELF(WS-CAMP-SUB)
                     AND WS-RESUB-ELF <= CAMP-LAST-ELF(WS-CAMP-SUB))
                 CONTINUE
              END-PERFORM
              IF WS-CAMP-SUB <= WS-CAMP-COUNT THEN
                 PERFORM DROP-CAMP-TOP-ELF
                 PERFORM CHECK-CAMP-ELF
              END-IF
           END-IF
           .

       DROP-CAMP-TOP-ELF.
           PERFORM VARYING WS-CAMP-K FROM 1 BY 1
              UNTIL WS-CAMP-K > WS-TOP-N
              OR CAMP-TOP-ELF(WS-CAMP-SUB, WS-CAMP-K) = WS-RESUB-ELF
              CONTINUE
           END-PERFORM
           IF WS-CAMP-K <= WS-TOP-N THEN
              PERFORM VARYING WS-CAMP-K FROM WS-CAMP-K BY 1
                 UNTIL WS-CAMP-K >= WS-TOP-N
                 MOVE CAMP-TOP-SUM(WS-CAMP-SUB, WS-CAMP-K + 1)
                    TO CAMP-TOP-SUM(WS-CAMP-SUB, WS-CAMP-K)
                 MOVE CAMP-TOP-ELF(WS-CAMP-SUB, WS-CAMP-K + 1)
                    TO CAMP-TOP-ELF(WS-CAMP-SUB, WS-CAMP-K)
              END-PERFORM
              MOVE ZERO TO CAMP-TOP-SUM(WS-CAMP-SUB, WS-TOP-N)
              MOVE ZERO TO CAMP-TOP-ELF(WS-CAMP-SUB, WS-TOP-N)
           END-IF
           .

       CHECK-ELF.
           IF CALORIES-TABLE-SUM(WS-TOP-N) < CALORIES-SUM THEN
              MOVE CALORIES-SUM TO CALORIES-TABLE-SUM(WS-TOP-N)
      *    PRIOR TOTALS COME FROM THE MASTER AND THE TREND FROM
      *    DAY1TRNS.TXT, AND THE HISTORY TAIL IS NEVER SCANNED AGAIN.
       LOAD-ELF-HISTORY.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT HISTORY-FILE
           IF FS-HIST-SUCCESS THEN
              PERFORM UNTIL WS-HIST-EOF
                    AT END
                       SET WS-HIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              MOVE 'DAY1HIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM PUSH-TREND-ENTRY
              PERFORM BUILD-PRIOR-TOP-TABLE
           END-IF
           INITIALIZE ROSTER-TABLE
           MOVE SPACES TO WS-PRIOR-RUN-DATE
           MOVE SPACES TO WS-PRIOR-RUN-TIME
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ELF-MASTER-FILE
           IF FS-ELFMST-OK THEN
              SET WS-MASTER-LOADED TO TRUE
                    AT END
                       SET WS-ELFMST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-MASTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE ELF-MASTER-FILE
              MOVE 'DAY1MAST.DAT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM BUILD-PRIOR-TOP-TABLE
              PERFORM LOAD-TREND-STATE
           ELSE
      *    ITS NAME, TEAM AND PRIOR TOTAL FOR GOOD.
       POST-ELF-MASTER.
           SET WS-ELFMST-EOF TO FALSE
           MOVE ZERO TO WS-MASTER-POST-COUNT
           IF WS-MASTER-FRESH THEN
              OPEN OUTPUT ELF-MASTER-FILE
           ELSE
                 PERFORM POST-ONE-ELF-MASTER
              END-PERFORM
              CLOSE ELF-MASTER-FILE
              MOVE 'DAY1MAST.DAT' TO WS-DSU-DATASET
              IF WS-MASTER-FRESH THEN
                 MOVE 'OUTPUT' TO WS-DSU-MODE
              ELSE
                 MOVE 'I-O' TO WS-DSU-MODE
              END-IF
              MOVE WS-MASTER-POST-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

                       MOVE ZERO TO EM-LAST-TOTAL
                 END-EVALUATE
                 WRITE ELF-MASTER-RECORD
                 ADD 1 TO WS-MASTER-POST-COUNT
              END-IF
           ELSE
              MOVE WS-ELF-SUB TO EM-ELF-NUM
                 MOVE WS-HIST-RUN-TIME TO EM-LAST-RUN-TIME
                 MOVE ELF-TOTAL(WS-ELF-SUB) TO EM-LAST-TOTAL
                 REWRITE ELF-MASTER-RECORD
                 ADD 1 TO WS-MASTER-POST-COUNT
              ELSE
                 MOVE SPACES TO ELF-MASTER-RECORD
                 MOVE WS-ELF-SUB TO EM-ELF-NUM
                 MOVE WS-HIST-RUN-TIME TO EM-LAST-RUN-TIME
                 MOVE ELF-TOTAL(WS-ELF-SUB) TO EM-LAST-TOTAL
                 WRITE ELF-MASTER-RECORD
                 ADD 1 TO WS-MASTER-POST-COUNT
              END-IF
           END-IF
           .
      *    THE WHOLE DAY1HIST.TXT TAIL.  A MISSING FILE JUST MEANS NO
      *    TREND HAS BEEN BANKED YET.
       LOAD-TREND-STATE.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT TREND-STATE-FILE
           IF FS-TRNS-SUCCESS THEN
              PERFORM UNTIL WS-TRNS-EOF
                    AT END
                       SET WS-TRNS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-TREND-COUNT < 20 THEN
                          ADD 1 TO WS-TREND-COUNT
                          MOVE TS-RUN-DATE
                 END-READ
              END-PERFORM
              CLOSE TREND-STATE-FILE
              MOVE 'DAY1TRNS.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *    LAST 20 RUNS, SO THE NEXT RUN'S TREND REPORT LOADS 20
      *    SMALL RECORDS INSTEAD OF SCANNING HISTORY.
       SAVE-TREND-STATE.
           MOVE ZERO TO WS-WRITE-COUNT
           OPEN OUTPUT TREND-STATE-FILE
           MOVE 1 TO WS-TRND-SAVE-SUB
           IF WS-TREND-COUNT = 20 THEN
              MOVE TR-RUN-TIME(WS-TRND-SAVE-SUB) TO TS-RUN-TIME
              MOVE TR-HIGHEST(WS-TRND-SAVE-SUB) TO TS-HIGHEST
              WRITE TREND-STATE-RECORD
              ADD 1 TO WS-WRITE-COUNT
              ADD 1 TO WS-TRND-SAVE-SUB
           END-PERFORM
           MOVE SPACES TO TREND-STATE-RECORD
           MOVE WS-HIST-RUN-TIME TO TS-RUN-TIME
           MOVE CALORIES-TABLE-SUM(1) TO TS-HIGHEST
           WRITE TREND-STATE-RECORD
           ADD 1 TO WS-WRITE-COUNT
           CLOSE TREND-STATE-FILE
           MOVE 'DAY1TRNS.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-WRITE-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    AND EACH CURRENT TOP-N ELF'S CHANGE AGAINST THE PRIOR RUN.
       WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-FILE
           MOVE 3 TO WS-PG-RPT
           MOVE 'DAY1' TO WS-PG-PROGRAM-ID
           MOVE 'RUN-OVER-RUN ELF CALORIE TREND' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE 'HIGHEST-TOTAL TREND (OLDEST FIRST):' TO TREND-LINE
           PERFORM PUT-TREND-LINE
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
              UNTIL WS-TREND-SUB > WS-TREND-COUNT
              MOVE TR-HIGHEST(WS-TREND-SUB) TO WS-EDIT-A
              STRING '  ' TR-RUN-DATE(WS-TREND-SUB) ' '
                 TR-RUN-TIME(WS-TREND-SUB) ' HIGHEST ' WS-EDIT-A
                 DELIMITED BY SIZE INTO TREND-LINE
              PERFORM PUT-TREND-LINE
           END-PERFORM
           MOVE CALORIES-TABLE-SUM(1) TO WS-EDIT-A
           MOVE SPACES TO TREND-LINE
           STRING '  ' WS-HIST-RUN-DATE ' ' WS-HIST-RUN-TIME
              ' HIGHEST ' WS-EDIT-A ' (CURRENT RUN)'
              DELIMITED BY SIZE INTO TREND-LINE
           PERFORM PUT-TREND-LINE
           IF NOT WS-PRIOR-RUN-FOUND THEN
              MOVE 'NO PRIOR RUNS IN DAY1HIST.TXT - NO COMPARISON MADE.'
                 TO TREND-LINE
              PERFORM PUT-TREND-LINE
           ELSE
              PERFORM WRITE-TOP-N-MOVEMENT
           END-IF
           MOVE 3 TO WS-PG-RPT
           MOVE 'PRIOR RUNS IN HISTORY' TO WS-PG-COUNT-LABEL
           MOVE WS-TREND-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ELVES ON FILE' TO WS-PG-COUNT-LABEL
           MOVE WS-ROSTER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-TREND-FOOTER
           CLOSE TREND-FILE
           MOVE 'DAY1TRND.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(3) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           STRING 'TOP-N MOVEMENT VS PRIOR RUN ' WS-PRIOR-RUN-DATE
              ' ' WS-PRIOR-RUN-TIME ':'
              DELIMITED BY SIZE INTO TREND-LINE
           PERFORM PUT-TREND-LINE
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
              UNTIL WS-TREND-SUB > WS-TOP-N
              IF CALORIES-TABLE-ELF(WS-TREND-SUB) NOT = ZERO THEN
                       ' DELTA ' WS-EDIT-DELTA ' (ENTERED TOP-N)'
                       DELIMITED BY SIZE INTO TREND-LINE
                 END-IF
                 PERFORM PUT-TREND-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
                    STRING '  ELF ' WS-EDIT-B ' DROPPED OUT OF TOP-N'
                       ' (PRIOR TOTAL ' WS-EDIT-A ')'
                       DELIMITED BY SIZE INTO TREND-LINE
                    PERFORM PUT-TREND-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE 'DAY1-REQN-LEVEL' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION UPPER-CASE(WS-CFG-VALUE) = 'TEAM' THEN
              MOVE 'TEAM' TO WS-REQN-LEVEL
           END-IF
           MOVE 'DAY1-REQN-PACK-CALORIES' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999999 THEN
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                 TO WS-REQN-PACK
           END-IF
           .

      *
      *    PUT-REPORT-LINE WRITES REPORT-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

      *
      *    WRITE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *
      *    PUT-EXCEPTION-LINE WRITES EXCEPTION-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-EXCEPTION-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE EXCEPTION-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO EXCEPTION-LINE
                 WRITE EXCEPTION-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE EXCEPTION-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO EXCEPTION-LINE
           END-IF
           WRITE EXCEPTION-LINE
           .

      *
      *    WRITE-EXCEPTION-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-EXCEPTION-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO EXCEPTION-LINE
              PERFORM PUT-EXCEPTION-LINE
           END-PERFORM
           .

      *
      *    PUT-TREND-LINE WRITES TREND-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-TREND-LINE.
           MOVE 3 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE TREND-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO TREND-LINE
                 WRITE TREND-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE TREND-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO TREND-LINE
           END-IF
           WRITE TREND-LINE
           .

      *
      *    WRITE-TREND-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-TREND-FOOTER.
           MOVE 3 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO TREND-LINE
              PERFORM PUT-TREND-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY CAPUWR.

      *
      *    RECORD-TABLE-USAGE LOGS HOW MANY ELVES THIS RUN'S
      *    MANIFEST(S) HELD AGAINST WS-ELF-LIMIT, FOR THE CAPACITY
      *    FORECAST (CAPFCST).  ELVES PAST THE LIMIT ARE STILL
      *    COUNTED, SO AN OVERRUN SHOWS AS MORE THAN 100 PERCENT.
       RECORD-TABLE-USAGE.
           MOVE 'DAY1' TO WS-CAPU-PROGRAM-ID
           MOVE 'ELF-TABLE' TO WS-CAPU-TABLE-NAME
           MOVE WS-ROSTER-COUNT TO WS-CAPU-USED
           MOVE WS-ELF-LIMIT TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY RESUBRD.

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.

       COPY REQNLK.
        END PROGRAM DAY1.
