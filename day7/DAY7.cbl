       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY ARCHCTSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INREC                   PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).
       FD  CSV-FILE.
       01  CSV-LINE                PIC X(250).
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       01  WS-LINE-NUM             PIC 9(9) BINARY VALUE ZERO.
       01  WS-CSV-LINES            PIC 9(9) BINARY VALUE ZERO.
      *
      *    THE TRANSCRIPT IS A CAPTURED TERMINAL SESSION: "$ CD X"
      *    AND "$ LS" COMMAND LINES, EACH LS FOLLOWED BY ITS OUTPUT -
      *    "DIR NAME" FOR A SUBDIRECTORY, "SIZE NAME" FOR A FILE.
       01  WS-TOKEN-1              PIC X(40).
       01  WS-TOKEN-2              PIC X(40).
       01  WS-TOKEN-3              PIC X(40).
       01  WS-TOKEN-4              PIC X(40).
       01  WS-CHILD-NAME           PIC X(40).
       01  WS-LISTING-SW           PIC X(1) VALUE 'N'.
           88 WS-LISTING                    VALUE 'Y' FALSE 'N'.
       01  WS-RELISTING-SW         PIC X(1) VALUE 'N'.
           88 WS-RELISTING                  VALUE 'Y' FALSE 'N'.
       01  WS-LINE-OK-SW           PIC X(1) VALUE 'Y'.
           88 WS-LINE-OK                    VALUE 'Y' FALSE 'N'.
       01  WS-LINE-REASON          PIC X(50).
      *
      *    DIR-TABLE IS THE REBUILT DIRECTORY TREE.  ENTRY 1 IS THE
      *    ROOT; EVERY OTHER ENTRY POINTS AT ITS PARENT, AND A CHILD
      *    IS ALWAYS FILED AFTER ITS PARENT, SO ONE BACKWARD PASS
      *    ROLLS EVERY DIRECTORY'S TOTAL UP INTO ITS ANCESTORS.  A
      *    DIRECTORY LISTED TWICE HAS ITS SECOND LISTING IGNORED SO
      *    ITS FILES ARE NEVER COUNTED DOUBLE.
       01  WS-DIR-LIMIT            PIC 9(4) BINARY VALUE 2000.
       01  WS-DIR-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01  DIR-TABLE.
           05 DIR-ENTRY OCCURS 2000 TIMES.
              10 DIR-NAME          PIC X(40).
              10 DIR-PARENT        PIC 9(4) BINARY.
              10 DIR-PATH          PIC X(200).
              10 DIR-OWN-SIZE      PIC 9(12) BINARY.
              10 DIR-TOTAL-SIZE    PIC 9(12) BINARY.
              10 DIR-FILE-COUNT    PIC 9(9) BINARY.
              10 DIR-LISTED-SW     PIC X(1).
                 88 DIR-LISTED              VALUE 'Y' FALSE 'N'.
       01  WS-DIR-SUB              PIC 9(4) BINARY.
       01  WS-CUR-DIR              PIC 9(4) BINARY VALUE 1.
       01  WS-FOUND-DIR            PIC 9(4) BINARY.
       01  WS-DIR-FULL-SW          PIC X(1) VALUE 'N'.
           88 WS-DIR-FULL                   VALUE 'Y' FALSE 'N'.
       01  WS-FILE-SIZE            PIC 9(12) BINARY.
       01  WS-FILE-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01  WS-DUP-LISTINGS         PIC 9(9) BINARY VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(9) BINARY VALUE ZERO.
      *
      *    AUDIT FIGURES.  THE THRESHOLD AND THE FREE-SPACE TARGET
      *    COME FROM RUNPARMS.TXT; THE DEFAULTS ARE THE HELP DESK'S
      *    STANDING FIGURES FOR THE COMMUNICATOR'S DISK.
       01  WS-SIZE-THRESHOLD       PIC 9(12) BINARY VALUE 100000.
       01  WS-DISK-CAPACITY        PIC 9(12) BINARY VALUE 70000000.
       01  WS-FREE-TARGET          PIC 9(12) BINARY VALUE 30000000.
       01  WS-USED-SPACE           PIC 9(12) BINARY VALUE ZERO.
       01  WS-FREE-NOW             PIC S9(12) BINARY VALUE ZERO.
       01  WS-NEED-TO-FREE         PIC S9(12) BINARY VALUE ZERO.
       01  WS-SMALL-COUNT          PIC 9(9) BINARY VALUE ZERO.
       01  WS-SMALL-TOTAL          PIC 9(15) BINARY VALUE ZERO.
       01  WS-DELETE-DIR           PIC 9(4) BINARY VALUE ZERO.
       01  WS-DELETE-SIZE          PIC 9(12) BINARY VALUE ZERO.
       01  WS-SMALL-FLAG           PIC X(1).
       01  WS-EDIT-SIZE            PIC Z(11)9.
       01  WS-EDIT-SIZE-2          PIC Z(11)9.
       01  WS-EDIT-NEED            PIC -(11)9.
       01  WS-EDIT-TOTAL           PIC Z(14)9.
       01  WS-EDIT-A               PIC Z(8)9.
       01  WS-EDIT-B               PIC Z(8)9.
       01  WS-CSV-SIZE             PIC 9(12).
       01  WS-CSV-SIZE-2           PIC 9(12).
       01  WS-CSV-TOTAL            PIC 9(15).
       01  WS-CSV-CNT              PIC 9(9).
       01  WS-INPUT-FILENAME       PIC X(100) VALUE 'input.txt'.
       01  WS-REPORT-FILENAME      PIC X(100) VALUE
           'DAY7RPT.TXT'.
      *
      *    COMMIT PROTOCOL: THE REPORT AND CSV ARE WRITTEN UNDER .WRK
      *    WORKING NAMES AND ONLY RENAMED TO THEIR PUBLISHED NAMES AT
      *    CLEAN END OF JOB, WITH AN EOJ,RUN-ID MARKER ROW CLOSING
      *    THE CSV, SO A RUN THAT DIES MID-WRITE CAN NEVER LEAVE A
      *    PARTIAL FILE SITTING THERE LOOKING FINISHED.
       01  WS-REPORT-PUBLISHED     PIC X(100).
       01  WS-CSV-FILENAME         PIC X(100) VALUE
           'DAY7RPT.CSV.WRK'.
       01  WS-CSV-PUBLISHED        PIC X(100) VALUE 'DAY7RPT.CSV'.
       01  WS-PUBLISH-CMD          PIC X(250).
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY ARCHIVEWS.
       COPY FNCHKWS.
       COPY OPERWS.
       COPY QGATEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY7' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY7' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY7' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
                                  ==WS-INPUT-FILENAME==.
           PERFORM SET-WORK-FILENAMES
           INITIALIZE DIR-TABLE
           MOVE 1 TO WS-DIR-COUNT
           MOVE '/' TO DIR-NAME(1)
           MOVE '/' TO DIR-PATH(1)
           MOVE ZERO TO DIR-PARENT(1)
           SET DIR-LISTED(1) TO FALSE

           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    PERFORM TAKE-TRANSCRIPT-LINE
              END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF

      *    A TREE THAT OVERFLOWED THE DIRECTORY TABLE IS MISSING
      *    WHOLE BRANCHES - EVERY SIZE ABOVE THEM WOULD BE UNDERSTATED
      *    AND THE DELETION ADVICE WRONG, SO THE RUN FAILS AND THE
      *    LAST PUBLISHED REPORT SURVIVES IT.
           IF WS-DIR-FULL THEN
              DISPLAY 'DAY7: MORE THAN 2000 DIRECTORIES IN THE '
                 'TRANSCRIPT - THE RUN IS MARKED FAILED.'
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM ROLL-UP-DIRECTORY-SIZES
           PERFORM FIND-DELETION-CANDIDATE

           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY7' TO WS-PG-PROGRAM-ID
           MOVE 'DEVICE STORAGE AUDIT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES

           PERFORM WRITE-DIRECTORY-DETAIL
           PERFORM WRITE-AUDIT-SUMMARY

           MOVE 1 TO WS-PG-RPT
           MOVE 'TERMINAL RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DIRECTORIES' TO WS-PG-COUNT-LABEL
           MOVE WS-DIR-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'FILES' TO WS-PG-COUNT-LABEL
           MOVE WS-FILE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'RECORDS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE CSV-FILE

           DISPLAY 'PART1: ' WS-SMALL-TOTAL
           DISPLAY 'PART2: ' WS-DELETE-SIZE
           IF WS-REJECT-COUNT > ZERO THEN
              DISPLAY 'DAY7: ' WS-REJECT-COUNT ' RECORD(S) REJECTED '
                 '- SEE EXCPTNS.TXT.'
           END-IF

           MOVE 'DAY7' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS AND RETURN-CODE = ZERO THEN
              MOVE 'DAY7' TO WS-QG-PROGRAM-ID
              MOVE WS-LINE-NUM TO WS-QG-RECORDS
              MOVE WS-REJECT-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
           END-IF
           IF FS-SUCCESS AND RETURN-CODE = ZERO AND NOT WS-QG-HELD THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
              PERFORM ARCHIVE-INPUT-FILE
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

      *
      *    CHECK-INPUT-FILE-OPEN REPORTS AN INPUT-FILE THAT COULDN'T
      *    BE OPENED (MISSING, PERMISSIONS, ETC.) INSTEAD OF LETTING
      *    THE PROGRAM RUN STRAIGHT THROUGH HAVING QUIETLY PROCESSED
      *    ZERO RECORDS.
       CHECK-INPUT-FILE-OPEN.
           IF NOT FS-SUCCESS THEN
              DISPLAY 'DAY7: INPUT FILE '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' COULD NOT BE OPENED (FILE STATUS ' INPUT-FILE-STATUS
                 ') - NO RECORDS WILL BE PROCESSED.'
              SET INPUT-FILE-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *
      *    TAKE-TRANSCRIPT-LINE SPLITS ONE TRANSCRIPT LINE INTO ITS
      *    WORDS AND HANDS IT TO THE COMMAND OR LISTING-OUTPUT
      *    HANDLER.  A LINE EITHER HANDLER CANNOT MAKE SENSE OF IS
      *    REJECTED TO THE SHARED EXCEPTION FILE AND SKIPPED.
       TAKE-TRANSCRIPT-LINE.
           IF INREC NOT = SPACES THEN
              SET WS-LINE-OK TO TRUE
              MOVE SPACES TO WS-LINE-REASON
              MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                 WS-TOKEN-4
              UNSTRING FUNCTION TRIM(INREC) DELIMITED BY ALL SPACE
                 INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
              IF WS-TOKEN-1 = '$' THEN
                 PERFORM TAKE-COMMAND-LINE
              ELSE
                 PERFORM TAKE-LISTING-LINE
              END-IF
              IF NOT WS-LINE-OK THEN
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
                 MOVE 'E' TO WS-EXC-SEVERITY
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'TRANSCRIPT LINE REJECTED - '
                    FUNCTION TRIM(WS-LINE-REASON)
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF
           .

      *
      *    TAKE-COMMAND-LINE FOLLOWS A "$ CD" OR "$ LS".  CD TO "/"
      *    GOES TO THE ROOT, "CD .." TO THE PARENT, AND CD TO A NAME
      *    INTO THAT SUBDIRECTORY (FILING IT IF THE TRANSCRIPT NEVER
      *    LISTED IT).  AN LS OF A DIRECTORY ALREADY LISTED STARTS A
      *    REPEAT LISTING WHOSE OUTPUT IS READ BUT NOT COUNTED.
       TAKE-COMMAND-LINE.
           SET WS-LISTING TO FALSE
           SET WS-RELISTING TO FALSE
           EVALUATE TRUE
              WHEN FUNCTION UPPER-CASE(WS-TOKEN-2) = 'CD'
                   AND WS-TOKEN-3 NOT = SPACES
                   AND WS-TOKEN-4 = SPACES
                 EVALUATE TRUE
                    WHEN WS-TOKEN-3 = '/'
                       MOVE 1 TO WS-CUR-DIR
                    WHEN WS-TOKEN-3 = '..'
                       IF WS-CUR-DIR = 1 THEN
                          MOVE 'CD .. ABOVE THE ROOT DIRECTORY'
                             TO WS-LINE-REASON
                       ELSE
                          MOVE DIR-PARENT(WS-CUR-DIR) TO WS-CUR-DIR
                       END-IF
                    WHEN OTHER
                       MOVE WS-TOKEN-3 TO WS-CHILD-NAME
                       PERFORM FIND-OR-FILE-CHILD
                       IF WS-FOUND-DIR > ZERO THEN
                          MOVE WS-FOUND-DIR TO WS-CUR-DIR
                       END-IF
                 END-EVALUATE
              WHEN FUNCTION UPPER-CASE(WS-TOKEN-2) = 'LS'
                   AND WS-TOKEN-3 = SPACES
                 SET WS-LISTING TO TRUE
                 IF DIR-LISTED(WS-CUR-DIR) THEN
                    SET WS-RELISTING TO TRUE
                    ADD 1 TO WS-DUP-LISTINGS
                 ELSE
                    SET DIR-LISTED(WS-CUR-DIR) TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE 'NOT A CD OR LS COMMAND' TO WS-LINE-REASON
           END-EVALUATE
           IF WS-LINE-REASON NOT = SPACES THEN
              SET WS-LINE-OK TO FALSE
           END-IF
           .

      *
      *    TAKE-LISTING-LINE FILES ONE LINE OF LS OUTPUT AGAINST THE
      *    CURRENT DIRECTORY - A "DIR NAME" LINE FILES THE CHILD
      *    DIRECTORY, A "SIZE NAME" LINE ADDS THE FILE'S SIZE.
       TAKE-LISTING-LINE.
           EVALUATE TRUE
              WHEN NOT WS-LISTING
                 MOVE 'OUTPUT LINE WITH NO LS COMMAND BEFORE IT'
                    TO WS-LINE-REASON
              WHEN WS-TOKEN-2 = SPACES OR WS-TOKEN-3 NOT = SPACES
                 MOVE 'NOT OF THE FORM DIR NAME OR SIZE NAME'
                    TO WS-LINE-REASON
              WHEN FUNCTION UPPER-CASE(WS-TOKEN-1) = 'DIR'
                 MOVE WS-TOKEN-2 TO WS-CHILD-NAME
                 PERFORM FIND-OR-FILE-CHILD
              WHEN FUNCTION TEST-NUMVAL(WS-TOKEN-1) NOT = ZERO
                 MOVE 'FILE SIZE NOT NUMERIC' TO WS-LINE-REASON
              WHEN FUNCTION NUMVAL(WS-TOKEN-1) < ZERO
                   OR FUNCTION NUMVAL(WS-TOKEN-1) > 999999999999
                 MOVE 'FILE SIZE OUT OF RANGE' TO WS-LINE-REASON
              WHEN WS-RELISTING
                 CONTINUE
              WHEN OTHER
                 COMPUTE WS-FILE-SIZE = FUNCTION NUMVAL(WS-TOKEN-1)
                 ADD WS-FILE-SIZE TO DIR-OWN-SIZE(WS-CUR-DIR)
                 ADD 1 TO DIR-FILE-COUNT(WS-CUR-DIR)
                 ADD 1 TO WS-FILE-COUNT
           END-EVALUATE
           IF WS-LINE-REASON NOT = SPACES THEN
              SET WS-LINE-OK TO FALSE
           END-IF
           .

      *
      *    FIND-OR-FILE-CHILD LOOKS UP THE SUBDIRECTORY NAMED IN THE
      *    WS-CHILD-NAME UNDER THE CURRENT DIRECTORY, FILING A NEW
      *    ENTRY WHEN IT ISN'T THERE YET.  WS-FOUND-DIR COMES BACK
      *    ZERO WHEN THE NAME COULDN'T BE FILED.
       FIND-OR-FILE-CHILD.
           MOVE ZERO TO WS-FOUND-DIR
           PERFORM VARYING WS-DIR-SUB FROM 2 BY 1
              UNTIL WS-DIR-SUB > WS-DIR-COUNT OR WS-FOUND-DIR > ZERO
              IF DIR-PARENT(WS-DIR-SUB) = WS-CUR-DIR
                 AND DIR-NAME(WS-DIR-SUB) = WS-CHILD-NAME THEN
                 MOVE WS-DIR-SUB TO WS-FOUND-DIR
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-FOUND-DIR > ZERO
                 CONTINUE
              WHEN WS-DIR-COUNT >= WS-DIR-LIMIT
                 SET WS-DIR-FULL TO TRUE
                 MOVE 'DIRECTORY TABLE FULL (2000 DIRECTORIES)'
                    TO WS-LINE-REASON
              WHEN OTHER
                 ADD 1 TO WS-DIR-COUNT
                 MOVE WS-CHILD-NAME TO DIR-NAME(WS-DIR-COUNT)
                 MOVE WS-CUR-DIR TO DIR-PARENT(WS-DIR-COUNT)
                 MOVE ZERO TO DIR-OWN-SIZE(WS-DIR-COUNT)
                 MOVE ZERO TO DIR-TOTAL-SIZE(WS-DIR-COUNT)
                 MOVE ZERO TO DIR-FILE-COUNT(WS-DIR-COUNT)
                 SET DIR-LISTED(WS-DIR-COUNT) TO FALSE
                 MOVE SPACES TO DIR-PATH(WS-DIR-COUNT)
                 STRING FUNCTION TRIM(DIR-PATH(WS-CUR-DIR))
                    FUNCTION TRIM(WS-CHILD-NAME) '/'
                    DELIMITED BY SIZE INTO DIR-PATH(WS-DIR-COUNT)
                 MOVE WS-DIR-COUNT TO WS-FOUND-DIR
           END-EVALUATE
           .

      *
      *    ROLL-UP-DIRECTORY-SIZES STARTS EVERY TOTAL AT THE SIZE OF
      *    THE DIRECTORY'S OWN FILES, THEN WALKS THE TABLE FROM THE
      *    LAST ENTRY BACK, ADDING EACH FINISHED TOTAL INTO ITS
      *    PARENT.  THE ROOT'S TOTAL IS THE SPACE IN USE.
       ROLL-UP-DIRECTORY-SIZES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
              UNTIL WS-DIR-SUB > WS-DIR-COUNT
              MOVE DIR-OWN-SIZE(WS-DIR-SUB)
                 TO DIR-TOTAL-SIZE(WS-DIR-SUB)
           END-PERFORM
           PERFORM VARYING WS-DIR-SUB FROM WS-DIR-COUNT BY -1
              UNTIL WS-DIR-SUB < 2
              ADD DIR-TOTAL-SIZE(WS-DIR-SUB)
                 TO DIR-TOTAL-SIZE(DIR-PARENT(WS-DIR-SUB))
           END-PERFORM
           MOVE DIR-TOTAL-SIZE(1) TO WS-USED-SPACE
           .

      *
      *    FIND-DELETION-CANDIDATE WORKS OUT HOW MUCH SPACE MUST BE
      *    FREED TO REACH THE FREE-SPACE TARGET AND PICKS THE
      *    SMALLEST SINGLE DIRECTORY WHOSE DELETION FREES AT LEAST
      *    THAT MUCH.  IT ALSO TOTALS THE DIRECTORIES AT OR UNDER
      *    THE SIZE THRESHOLD.  A TRANSCRIPT SHOWING MORE SPACE IN
      *    USE THAN THE DISK HOLDS MEANS THE CAPACITY FIGURE IN
      *    RUNPARMS.TXT IS WRONG, AND IS CALLED OUT AS A WARNING.
       FIND-DELETION-CANDIDATE.
           COMPUTE WS-FREE-NOW = WS-DISK-CAPACITY - WS-USED-SPACE
           COMPUTE WS-NEED-TO-FREE = WS-FREE-TARGET - WS-FREE-NOW
           IF WS-FREE-NOW < ZERO THEN
              MOVE ZERO TO WS-EXC-LINE-NUM
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'SPACE IN USE EXCEEDS THE CONFIGURED DISK CAPACITY'
                 TO WS-EXC-MESSAGE
              PERFORM WRITE-EXCEPTION
           END-IF
           MOVE ZERO TO WS-DELETE-DIR
           MOVE ZERO TO WS-DELETE-SIZE
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
              UNTIL WS-DIR-SUB > WS-DIR-COUNT
              IF DIR-TOTAL-SIZE(WS-DIR-SUB) <= WS-SIZE-THRESHOLD THEN
                 ADD 1 TO WS-SMALL-COUNT
                 ADD DIR-TOTAL-SIZE(WS-DIR-SUB) TO WS-SMALL-TOTAL
              END-IF
              IF WS-NEED-TO-FREE > ZERO
                 AND DIR-TOTAL-SIZE(WS-DIR-SUB) >= WS-NEED-TO-FREE
                 AND (WS-DELETE-DIR = ZERO
                      OR DIR-TOTAL-SIZE(WS-DIR-SUB) < WS-DELETE-SIZE)
                 THEN
                 MOVE WS-DIR-SUB TO WS-DELETE-DIR
                 MOVE DIR-TOTAL-SIZE(WS-DIR-SUB) TO WS-DELETE-SIZE
              END-IF
           END-PERFORM
           .

      *
      *    WRITE-DIRECTORY-DETAIL LISTS EVERY DIRECTORY IN THE ORDER
      *    THE TRANSCRIPT REVEALED IT, WITH ITS TOTAL SIZE, THE SIZE
      *    OF ITS OWN FILES, AND A "*" WHERE THE TOTAL IS AT OR UNDER
      *    THE SIZE THRESHOLD.
       WRITE-DIRECTORY-DETAIL.
           MOVE '  TOTAL SIZE    OWN FILES  FILES  SMALL  DIRECTORY'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
              UNTIL WS-DIR-SUB > WS-DIR-COUNT
              IF DIR-TOTAL-SIZE(WS-DIR-SUB) <= WS-SIZE-THRESHOLD THEN
                 MOVE '*' TO WS-SMALL-FLAG
              ELSE
                 MOVE SPACE TO WS-SMALL-FLAG
              END-IF
              MOVE DIR-TOTAL-SIZE(WS-DIR-SUB) TO WS-EDIT-SIZE
              MOVE DIR-OWN-SIZE(WS-DIR-SUB) TO WS-EDIT-SIZE-2
              MOVE DIR-FILE-COUNT(WS-DIR-SUB) TO WS-EDIT-A
              MOVE SPACES TO REPORT-LINE
              STRING WS-EDIT-SIZE ' ' WS-EDIT-SIZE-2
                 WS-EDIT-A(5:5) '    ' WS-SMALL-FLAG '    '
                 FUNCTION TRIM(DIR-PATH(WS-DIR-SUB))
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE DIR-TOTAL-SIZE(WS-DIR-SUB) TO WS-CSV-SIZE
              MOVE DIR-OWN-SIZE(WS-DIR-SUB) TO WS-CSV-SIZE-2
              MOVE DIR-FILE-COUNT(WS-DIR-SUB) TO WS-CSV-CNT
              IF WS-SMALL-FLAG = '*' THEN
                 MOVE 'Y' TO WS-SMALL-FLAG
              ELSE
                 MOVE 'N' TO WS-SMALL-FLAG
              END-IF
              MOVE SPACES TO CSV-LINE
              STRING 'DIR,' FUNCTION TRIM(DIR-PATH(WS-DIR-SUB)) ','
                 WS-CSV-SIZE ',' WS-CSV-SIZE-2 ',' WS-CSV-CNT ','
                 WS-SMALL-FLAG
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
           END-PERFORM
           .

      *
      *    WRITE-AUDIT-SUMMARY CLOSES THE REPORT OFF WITH THE TREE
      *    COUNTS, THE THRESHOLD TOTAL, THE FREE-SPACE ARITHMETIC AND
      *    THE DIRECTORY TO DELETE, THEN THE PART1/PART2 FIGURES IN
      *    THE SUMMARY-LINE SHAPE THE OTHER DAY REPORTS USE.
       WRITE-AUDIT-SUMMARY.
           MOVE WS-DIR-COUNT TO WS-EDIT-A
           MOVE WS-FILE-COUNT TO WS-EDIT-B
           MOVE WS-USED-SPACE TO WS-EDIT-SIZE
           MOVE SPACES TO REPORT-LINE
           STRING 'DIRECTORIES: ' WS-EDIT-A '  FILES: ' WS-EDIT-B
              '  SPACE IN USE: ' WS-EDIT-SIZE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-SIZE-THRESHOLD TO WS-EDIT-SIZE
           MOVE WS-SMALL-COUNT TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING 'SIZE THRESHOLD: ' WS-EDIT-SIZE
              '  DIRECTORIES AT OR UNDER IT: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-DISK-CAPACITY TO WS-EDIT-SIZE
           MOVE WS-FREE-TARGET TO WS-EDIT-SIZE-2
           MOVE WS-NEED-TO-FREE TO WS-EDIT-NEED
           MOVE SPACES TO REPORT-LINE
           STRING 'DISK CAPACITY: ' WS-EDIT-SIZE '  FREE TARGET: '
              WS-EDIT-SIZE-2 '  STILL TO FREE: ' WS-EDIT-NEED
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN WS-NEED-TO-FREE NOT > ZERO
                 MOVE 'DELETE: NOTHING - FREE-SPACE TARGET ALREADY MET'
                    TO REPORT-LINE
              WHEN WS-DELETE-DIR = ZERO
                 MOVE 'DELETE: NO SINGLE DIRECTORY FREES ENOUGH SPACE'
                    TO REPORT-LINE
              WHEN OTHER
                 MOVE WS-DELETE-SIZE TO WS-EDIT-SIZE
                 STRING 'DELETE: '
                    FUNCTION TRIM(DIR-PATH(WS-DELETE-DIR))
                    '  FREES: ' WS-EDIT-SIZE
                    DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM PUT-REPORT-LINE
           MOVE WS-DUP-LISTINGS TO WS-EDIT-A
           MOVE WS-REJECT-COUNT TO WS-EDIT-B
           MOVE SPACES TO REPORT-LINE
           STRING 'REPEAT LISTINGS IGNORED: ' WS-EDIT-A
              '  REJECTED RECORDS: ' WS-EDIT-B
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-SMALL-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'PART1: ' WS-EDIT-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-DELETE-SIZE TO WS-EDIT-SIZE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART2: ' WS-EDIT-SIZE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-USED-SPACE TO WS-CSV-SIZE
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,USED,' WS-CSV-SIZE
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE WS-REJECT-COUNT TO WS-CSV-CNT
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,REJECTED,' WS-CSV-CNT
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           IF WS-DELETE-DIR > ZERO THEN
              STRING 'SUMMARY,DELETE,'
                 FUNCTION TRIM(DIR-PATH(WS-DELETE-DIR))
                 DELIMITED BY SIZE INTO CSV-LINE
           ELSE
              MOVE 'SUMMARY,DELETE,' TO CSV-LINE
           END-IF
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE WS-SMALL-TOTAL TO WS-CSV-TOTAL
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' WS-CSV-TOTAL
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE WS-DELETE-SIZE TO WS-CSV-SIZE
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' WS-CSV-SIZE
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
      *    SET-WORK-FILENAMES SWITCHES THE REPORT AND CSV TO THEIR
      *    .WRK WORKING NAMES, REMEMBERING THE PUBLISHED NAMES FOR
      *    THE END-OF-JOB RENAME.  THE REPORT NAME CAN COME FROM
      *    RUNPARMS.TXT AND FEEDS A SHELL RENAME, SO IT GETS THE
      *    SAME METACHARACTER SCREEN AS AN INPUT NAME.
       SET-WORK-FILENAMES.
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-REPORT-FILENAME==.
           IF WS-REPORT-FILENAME = 'input.txt' THEN
              MOVE 'DAY7RPT.TXT' TO WS-REPORT-FILENAME
           END-IF
           MOVE WS-REPORT-FILENAME TO WS-REPORT-PUBLISHED
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM(WS-REPORT-PUBLISHED) '.WRK'
              DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           .

      *
      *    PUBLISH-OUTPUT-FILES RENAMES THE FINISHED WORKING FILES TO
      *    THEIR PUBLISHED NAMES AT CLEAN END OF JOB AND BANKS A
      *    RUN-STAMPED COPY OF THE CSV IN THE ARCHIVE DIRECTORY FOR
      *    RUN-TO-RUN COMPARISON.  A FAILED RUN NEVER GETS HERE, SO
      *    THE LAST PUBLISHED REPORTS SURVIVE IT UNTOUCHED.
       PUBLISH-OUTPUT-FILES.
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-REPORT-FILENAME) ' '
              FUNCTION TRIM(WS-REPORT-PUBLISHED)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-CSV-FILENAME) ' '
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
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'cp ' FUNCTION TRIM(WS-CSV-PUBLISHED) ' '
              FUNCTION TRIM(WS-ARCHIVE-DIR) '/DAY7RPT_'
              FUNCTION TRIM(WS-RUN-ID) '.CSV'
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           .

      *
      *    APPLY-CONFIG-PARMS ADOPTS THIS PROGRAM'S TUNING VALUES
      *    FROM THE SHOP-WIDE RUNPARMS.TXT CONFIGURATION FILE.  THE
      *    CONFIG VALUE REPLACES THE BUILT-IN DEFAULT, AND ANY
      *    COMMAND-LINE ARGUMENT SUPPLIED AFTERWARDS STILL OVERRIDES
      *    BOTH.
       APPLY-CONFIG-PARMS.
           MOVE 'DAY7-SIZE-THRESHOLD' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999999999 THEN
              COMPUTE WS-SIZE-THRESHOLD = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY7-DISK-CAPACITY' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999999999 THEN
              COMPUTE WS-DISK-CAPACITY = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY7-FREE-TARGET' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999999999 THEN
              COMPUTE WS-FREE-TARGET = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY7-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-FILENAME
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-INPUT-FILENAME==.
           MOVE 'DAY7-REPORT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-REPORT-FILENAME
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

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM DAY7.
