           FILE STATUS IS WS-PROBE-STATUS-CD.
           COPY CONFIGSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROBE-FILE.
       01  PROBE-RECORD            PIC X(1).
       COPY CONFIGFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-DAY-CHOICE            PIC X(4).
           88 WS-DAY-VALID   VALUES 'DAY1' 'DAY2' 'DAY3'
                                     'DAY4' 'DAY5' 'DAY6' 'DAY7'
                                     'DAY8'.
       01 WS-INPUT-FILENAME        PIC X(100).
       01 WS-CMD                   PIC X(200).
       01 WS-STEP-FAILED-SW        PIC X(1) VALUE 'N'.
      *    PER-PROGRAM LAST-RUN SUMMARY LIFTED FROM runlog.txt SO
      *    THE MENU SHOWS WHAT HAS ALREADY HAPPENED TODAY INSTEAD OF
      *    LETTING AN OPERATOR SILENTLY RERUN A PROGRAM AGAINST A
      *    STALE LEFTOVER INPUT.  SLOTS 1-8 ARE DAY1, DAY2, DAY3,
      *    DAY4, DAY6, DAY8, DAY5, DAY7.
       01 RUN-SUMMARY-TABLE.
           05 RSUM-ENTRY OCCURS 8 TIMES.
              10 RSUM-RUN-SW       PIC X(1).
                 88 RSUM-HAS-RUN            VALUE 'Y' FALSE 'N'.
              10 RSUM-DATE         PIC X(10).
       01 WS-MENU-SLOT             PIC 9(4) BINARY.
       01 WS-RUNLOG-EOF-SW         PIC X(1) VALUE 'N'.
           88 WS-RUNLOG-EOF                 VALUE 'Y' FALSE 'N'.
       01 WS-RUNLOG-READ-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01 WS-TODAY-DASHED          PIC X(10).
       01 WS-TODAY-RAW.
           05 WS-TD-YYYY           PIC 9(4).
       COPY CONFIGWS.
       COPY RUNLOGWS.
       COPY FNCHKWS.
       COPY REHRSWS.
       COPY OPERWS.
       COPY RUNIDWS.
       COPY DSUWS.
       01 WS-LAUNCH-ARG            PIC X(20).
       01 WS-SIGNON-TRY            PIC 9(4) BINARY.

       PROCEDURE DIVISION.
           MOVE 'LAUNCH' TO WS-DSU-PROGRAM-ID
           PERFORM SIGN-ON-CONSOLE
           IF NOT WS-OPER-PERMITTED THEN
              DISPLAY 'LAUNCH: SIGN-ON FAILED - CONSOLE CLOSED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CONFIG-FILE
           PERFORM APPLY-CONFIG-PARMS
           PERFORM GET-REHEARSAL-OPTION
           IF WS-REHEARSAL THEN
              PERFORM GET-REHEARSAL-DIR
              PERFORM SEED-REHEARSAL-AREA
              IF NOT WS-REHEARSAL-READY THEN
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-RUN-LOG-FILENAME
              STRING FUNCTION TRIM(WS-REHEARSAL-DIR) '/runlog.txt'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-FILENAME
           END-IF
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DASHED
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
           PERFORM PROCESS-ONE-CHOICE UNTIL WS-OPERATOR-DONE
           STOP RUN.

      *
      *    SIGN-ON-CONSOLE ASKS FOR THE OPERATOR ID AND HOLDS IT TO
      *    THE AUTHORITY FILE (ANY LAUNCH GRANT LETS AN OPERATOR SIGN
      *    ON), ALLOWING THREE TRIES.  EVERY ATTEMPT GOES ON THE
      *    AUDIT TRAIL.  THE SIGNED-ON ID IS EXPORTED AS RUNOPERATOR
      *    SO THE PROGRAMS STARTED FROM THE CONSOLE RUN UNDER IT.
       SIGN-ON-CONSOLE.
           MOVE 'LAUNCH' TO WS-OPER-PROGRAM-ID
           MOVE 'SIGNON' TO WS-OPER-FUNCTION
           MOVE 'CONSOLE' TO WS-OPER-DETAIL
           SET WS-OPER-PERMITTED TO FALSE
           PERFORM VARYING WS-SIGNON-TRY FROM 1 BY 1
              UNTIL WS-SIGNON-TRY > 3 OR WS-OPER-PERMITTED
              MOVE SPACES TO WS-OPER-ID
              DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPER-ID
      *       A BLANK ENTRY MUST NOT FALL BACK ON RUNOPERATOR.
              IF WS-OPER-ID = SPACES THEN
                 MOVE '(NONE)' TO WS-OPER-ID
              END-IF
              SET WS-OPER-LOADED TO FALSE
              PERFORM CHECK-OPERATOR-AUTHORITY
              PERFORM CLOSE-OPERATOR-AUDIT
           END-PERFORM
           IF WS-OPER-PERMITTED THEN
              DISPLAY 'LAUNCH: SIGNED ON AS ' FUNCTION TRIM(WS-OPER-ID)
                 ' ' FUNCTION TRIM(WS-OPER-NAME) '.'
              DISPLAY 'RUNOPERATOR' UPON ENVIRONMENT-NAME
              DISPLAY WS-OPER-ID UPON ENVIRONMENT-VALUE
           END-IF
           .

      *
      *    CHECK-LAUNCH-AUTHORITY HOLDS THE CHOSEN DAY TO THE
      *    OPERATOR'S GRANTS (THE FUNCTION IS THE DAY NAME) AND PUTS
      *    THE ATTEMPT, WITH ITS DATASET, ON THE AUDIT TRAIL.  THE
      *    TRAIL IS CLOSED STRAIGHT AWAY SO ITS LOCK IS NOT HELD
      *    WHILE THE CONSOLE WAITS ON THE OPERATOR.
       CHECK-LAUNCH-AUTHORITY.
           MOVE WS-DAY-CHOICE TO WS-OPER-FUNCTION
           MOVE WS-INPUT-FILENAME TO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM CLOSE-OPERATOR-AUDIT
           IF NOT WS-OPER-PERMITTED THEN
              DISPLAY 'LAUNCH: ' WS-DAY-CHOICE ' NOT RUN.'
              SET WS-LAUNCH-OK TO FALSE
           END-IF
           .

      *
      *    GET-REHEARSAL-OPTION CHECKS FOR REHEARSE ON THE COMMAND
      *    LINE.  A REHEARSAL CONSOLE RUNS EACH CHOSEN PROGRAM INSIDE
      *    THE SANDBOX AGAINST COPIES OF THE MASTER AND STATE FILES
      *    (SEE REHRSWS.CPY), AND ITS MENU SHOWS THE SANDBOX RUN-LOG.
      *    A CONSOLE STARTED INSIDE A REHEARSAL IS ALREADY ONE.
       GET-REHEARSAL-OPTION.
           MOVE SPACES TO WS-LAUNCH-ARG
           ACCEPT WS-LAUNCH-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-REHEARSAL-ENV
           ACCEPT WS-REHEARSAL-ENV FROM ENVIRONMENT 'RUNREHEARSAL'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF FUNCTION UPPER-CASE(WS-LAUNCH-ARG) = 'REHEARSE'
              AND WS-REHEARSAL-ENV NOT = 'Y' THEN
              SET WS-REHEARSAL TO TRUE
           END-IF
           .

      *
      *    PROCESS-ONE-CHOICE RUNS ONE TRIP THROUGH THE MENU.  THE
      *    OPERATOR CAN QUEUE SEVERAL DAYS IN ONE SITTING; ENTERING
              PERFORM PROMPT-FOR-FILE
              PERFORM CHECK-DATASET-EXISTS
           END-IF
           IF WS-LAUNCH-OK THEN
              PERFORM CHECK-LAUNCH-AUTHORITY
           END-IF
           IF WS-LAUNCH-OK THEN
              PERFORM RUN-CHOSEN-DAY
              PERFORM CHECK-STEP-RC
      *    LOAD-RUN-SUMMARY LIFTS EACH PROGRAM'S MOST RECENT RUN-LOG
      *    ENTRY (DATE, COMPLETION STATUS, RECORDS READ) INTO THE
      *    MENU SUMMARY TABLE.  LATER ENTRIES OVERWRITE EARLIER ONES
      *    SO THE LAST RUN WINS.  A REHEARSAL READS THE SANDBOX
      *    RUN-LOG AND LEAVES THE PRODUCTION USAGE LOG ALONE.
       LOAD-RUN-SUMMARY.
           INITIALIZE RUN-SUMMARY-TABLE
           SET WS-RUNLOG-EOF TO FALSE
           MOVE ZERO TO WS-RUNLOG-READ-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-RUNLOG-EOF
                    AT END
                       SET WS-RUNLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RUNLOG-READ-COUNT
                       PERFORM TALLY-RUN-SUMMARY
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
              IF NOT WS-REHEARSAL THEN
                 MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-RUNLOG-READ-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           .


      *
      *    GET-DAY-SLOT MAPS A DAY NAME TO ITS RUN-SUMMARY SLOT
      *    (ZERO WHEN THE NAME ISN'T ONE OF THE DAY PROGRAMS).
       GET-DAY-SLOT.
           EVALUATE WS-DAY-CHOICE
              WHEN 'DAY1'
                 MOVE 5 TO WS-DAY-SLOT
              WHEN 'DAY8'
                 MOVE 6 TO WS-DAY-SLOT
              WHEN 'DAY5'
                 MOVE 7 TO WS-DAY-SLOT
              WHEN 'DAY7'
                 MOVE 8 TO WS-DAY-SLOT
              WHEN OTHER
                 MOVE ZERO TO WS-DAY-SLOT
           END-EVALUATE
      *    CHECK-DATASET-EXISTS PROBES THE ENTERED DATASET BEFORE
      *    THE CALL 'SYSTEM' COMMAND IS EVER BUILT, SO A TYPO STOPS
      *    HERE INSTEAD OF AS A HALF-RUN PROGRAM WITH AN EMPTY
      *    REPORT.  A REHEARSAL'S PROBE IS NOT LOGGED AS USAGE.
       CHECK-DATASET-EXISTS.
           OPEN INPUT PROBE-FILE
           IF FS-PROBE-OK THEN
              CLOSE PROBE-FILE
              IF NOT WS-REHEARSAL THEN
                 MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE ZERO TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           ELSE
              DISPLAY 'LAUNCH: DATASET '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
      *    WHICH PHYSICAL PROGRAM NAME GOES WITH WHICH DATASET.
       DISPLAY-MENU.
           DISPLAY ' '
           IF WS-REHEARSAL THEN
              DISPLAY '*** REHEARSAL - PROGRAMS RUN IN '
                 FUNCTION TRIM(WS-REHEARSAL-DIR)
                 ' AGAINST COPIES; PRODUCTION IS NOT TOUCHED ***'
           END-IF
           DISPLAY 'AVAILABLE PROGRAMS:'
           DISPLAY '  DAY1 - CALORIE MANIFEST (TOP ELF RANKING)'
           MOVE 1 TO WS-MENU-SLOT
           DISPLAY '  DAY4 - CLEANUP SECTION ASSIGNMENTS'
           MOVE 4 TO WS-MENU-SLOT
           PERFORM DISPLAY-RUN-STATUS
           DISPLAY '  DAY5 - SUPPLY STACK CRANE INSTRUCTIONS'
           MOVE 7 TO WS-MENU-SLOT
           PERFORM DISPLAY-RUN-STATUS
           DISPLAY '  DAY6 - COMMUNICATION DATASTREAM'
           MOVE 5 TO WS-MENU-SLOT
           PERFORM DISPLAY-RUN-STATUS
           DISPLAY '  DAY7 - DEVICE STORAGE AUDIT TRANSCRIPT'
           MOVE 8 TO WS-MENU-SLOT
           PERFORM DISPLAY-RUN-STATUS
           DISPLAY '  DAY8 - TREE HEIGHT GRID'
           MOVE 6 TO WS-MENU-SLOT
           PERFORM DISPLAY-RUN-STATUS
      *    RUN-CHOSEN-DAY BUILDS THE SAME COMMAND LINE DRIVER.CBL
      *    WOULD USE FOR THIS STEP AND HANDS IT TO THE COMPILED DAY
      *    EXECUTABLE VIA CALL 'SYSTEM', SO THIS LAUNCHER AND THE
      *    BATCH DRIVER STAY IN STEP ON EACH PROGRAM'S ARGUMENTS.  IN
      *    A REHEARSAL THE INPUT IS COPIED INTO THE SANDBOX AND THE
      *    PROGRAM IS STARTED THERE.
       RUN-CHOSEN-DAY.
           MOVE SPACES TO WS-CMD
           EVALUATE WS-DAY-CHOICE
                    FUNCTION TRIM(WS-INPUT-FILENAME)
                    DELIMITED BY SIZE INTO WS-CMD
           END-EVALUATE
           IF WS-REHEARSAL THEN
              MOVE WS-INPUT-FILENAME TO WS-REHEARSAL-INPUT
              PERFORM COPY-REHEARSAL-INPUT
              MOVE SPACES TO WS-REHEARSAL-CMD
              STRING 'cd ' FUNCTION TRIM(WS-REHEARSAL-DIR) ' && '
                 FUNCTION TRIM(WS-CMD)
                 DELIMITED BY SIZE INTO WS-REHEARSAL-CMD
              CALL 'SYSTEM' USING WS-REHEARSAL-CMD
           ELSE
              CALL 'SYSTEM' USING WS-CMD
           END-IF
           .

      *

       COPY CONFIGRD.

       COPY REHRSRD.

       COPY OPERCHK.

       COPY DSUWR.

       END PROGRAM LAUNCH.
