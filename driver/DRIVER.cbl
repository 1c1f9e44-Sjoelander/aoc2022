           SELECT PREFLIGHT-FILE ASSIGN TO DYNAMIC WS-PREFLIGHT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLIGHT-STATUS-CD.
           SELECT CATCHUP-SUMMARY-FILE ASSIGN TO 'DRVRCTCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CU-SUMMARY-STATUS-CD.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY CAPUSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-STATUS-FILE.
       01  BATCH-STATUS-RECORD.
           05 BS-STEP-NAME         PIC X(8).
           05 FILLER               PIC X(1).
           05 BS-STEP-STATUS       PIC X(30).
       FD  STEP-DEF-FILE.
       01  STEP-DEF-RECORD.
           05 SD-SEQ               PIC X(3).
           05 SD-ENABLED           PIC X(1).
           05 FILLER               PIC X(1).
           05 SD-ARGS              PIC X(100).
           05 FILLER               PIC X(1).
           05 SD-COND              PIC X(8).
           05 FILLER               PIC X(1).
           05 SD-PREREQS           PIC X(60).
       FD  PREFLIGHT-FILE.
       01  PREFLIGHT-RECORD        PIC X(2048).
       FD  CATCHUP-SUMMARY-FILE.
       01  CATCHUP-SUMMARY-LINE    PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY CAPUFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-INPUT-DAY1            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY2            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY4            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY6            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY8            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY5            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY7            PIC X(100) VALUE 'input.txt'.
       01 WS-CMD                   PIC X(300).
       01 WS-STEP-NAME             PIC X(8).
      *
      *    WS-STEP-FAILED IS SET WHEN ANY STEP OF THE STREAM FAILS OR
      *    IS HELD BACK BY A FAILED PREREQUISITE - THE STREAM AS A
      *    WHOLE DID NOT COMPLETE, EVEN THOUGH INDEPENDENT STEPS
      *    WENT ON RUNNING.
       01 WS-STEP-FAILED-SW        PIC X(1) VALUE 'N'.
           88 WS-STEP-FAILED                VALUE 'Y' FALSE 'N'.
       01 WS-FAILED-COUNT          PIC 9(4) BINARY VALUE ZERO.
      *
      *    A STEP THAT ENDS RC 10 RAN CLEANLY BUT REJECTED MORE OF ITS
      *    INPUT THAN ITS REJECT-RATE THRESHOLD ALLOWS, SO IT HELD ITS
      *    OUTPUTS BACK (SEE QGATERD.CPY).  IT IS A QUALITY FAILURE,
      *    NOT A PROGRAM FAILURE: COUNTED APART, BUT ITS DEPENDENTS
      *    ARE HELD BACK THE SAME WAY.
       01 WS-QUALITY-FAILED-COUNT  PIC 9(4) BINARY VALUE ZERO.
       01 WS-NOT-RUN-COUNT         PIC 9(4) BINARY VALUE ZERO.
      *
      *    STEP TUNING VALUES SUBSTITUTED INTO THE STEP ARGUMENT
      *    TEMPLATES.  THE BUILT-IN DEFAULTS MATCH WHAT THIS DRIVER
           88 FS-BSTAT-OK                   VALUE '00'.
       01 WS-BSTAT-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-BSTAT-EOF                  VALUE 'Y' FALSE 'N'.
       01 WS-BSTAT-READ-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-FRESH-PARM            PIC X(8).
       01 WS-FRESH-RUN-SW          PIC X(1) VALUE 'N'.
           88 WS-FRESH-RUN                  VALUE 'Y' FALSE 'N'.
      *    RESOLVED INPUT NAME), &TOPN, &CKPT, &GRPSIZE AND &MAXVIEW
      *    (THE CONFIGURED TUNING VALUES); ANYTHING ELSE PASSES
      *    THROUGH AS WRITTEN.  WHEN DRVRSTEP.TXT ISN'T STAGED THE
      *    TRADITIONAL STREAM IS BUILT IN PLACE.
      *
      *    AFTER THE ARGUMENT TEMPLATE EACH STEP MAY CARRY A RUN
      *    CONDITION (COLUMN 125) AND A LIST OF PREREQUISITE STEP
      *    NAMES (COLUMN 134, SEPARATED BY SPACES OR COMMAS):
      *        CLEAN   - RUN ONLY IF EVERY PREREQUISITE ENDED RC 0
      *        RC<=N   - RUN IF EVERY PREREQUISITE RAN AND ENDED
      *                  WITH A RETURN CODE NO HIGHER THAN N
      *        ALWAYS  - RUN WHATEVER HAPPENED BEFORE IT
      *    A STEP WITH A CONDITION BUT NO PREREQUISITES IS
      *    INDEPENDENT AND ALWAYS GETS ITS TURN.  A STEP WITH
      *    NEITHER FIELD KEEPS THE ORIGINAL RULE - IT NEEDS EVERY
      *    EARLIER STEP TO HAVE ENDED CLEAN - SO AN OLD DRVRSTEP.TXT
      *    BEHAVES EXACTLY AS IT ALWAYS DID.  A STEP HELD BACK IS
      *    LOGGED "NOT RUN - PREREQ FAILED" AND COUNTS AS FAILED
      *    FOR ANY STEP THAT DEPENDS ON IT IN TURN.
       01 WS-SDEF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-SDEF-OK                    VALUE '00'.
       01 WS-SDEF-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-SDEF-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-SDEF-READ-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-STEP-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 0 TO 50 TIMES
              10 ST-ARGS           PIC X(100).
              10 ST-DONE-SW        PIC X(1).
                 88 ST-DONE                 VALUE 'Y' FALSE 'N'.
              10 ST-COND           PIC X(8).
              10 ST-PREREQS        PIC X(60).
              10 ST-RESULT-SW      PIC X(1).
                 88 ST-NOT-YET-RUN          VALUE ' '.
                 88 ST-ENDED-CLEAN          VALUE 'C'.
                 88 ST-ENDED-FAILED         VALUE 'F'.
                 88 ST-HELD-BACK            VALUE 'S'.
                 88 ST-PASSED-OVER          VALUE 'D'.
              10 ST-PREFLIGHT-SW   PIC X(1).
                 88 ST-PREFLIGHT-FAILED     VALUE 'Y' FALSE 'N'.
              10 ST-PF-REASON      PIC X(60).
              10 ST-RC             PIC S9(4) BINARY.
       01 WS-STEP-SUB              PIC 9(4) BINARY.
       01 WS-DONE-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 DONE-NAME-TABLE.
       01 WS-SCREEN-FIELD          PIC X(100).
       01 WS-SCREEN-SAVE           PIC X(100).
      *
      *    PREREQUISITE CHECK WORK FIELDS.
       01 WS-PREREQ-OK-SW          PIC X(1) VALUE 'Y'.
           88 WS-PREREQ-OK                  VALUE 'Y' FALSE 'N'.
       01 WS-PREREQ-NAME           PIC X(8).
       01 WS-PREREQ-FAILED-NAME    PIC X(8).
       01 WS-PREREQ-LIST           PIC X(60).
       01 WS-PREREQ-POINTER        PIC 9(4) BINARY.
       01 WS-PREREQ-SUB            PIC 9(4) BINARY.
       01 WS-PREREQ-FOUND          PIC 9(4) BINARY.
       01 WS-COND-MAX-RC           PIC S9(4) BINARY.
       01 WS-EDIT-RC               PIC Z(3)9.
       01 WS-BSTAT-OUTCOME         PIC X(30).
      *
      *    INBOUND REGISTRY: EACH DAY STEP'S INPUT IS OFFERED TO
      *    INBREG BEFORE THE STEP RUNS, AND A FILE WHOSE CONTENT WAS
      *    ALREADY PROCESSED FAILS THE STEP INSTEAD OF BEING POSTED
      *    A SECOND TIME.  INBOUND-REGISTRY N IN RUNPARMS.TXT TURNS
      *    THE CHECK OFF; <STEP>-SENDER NAMES WHO SENDS EACH INPUT.
       01 WS-INBOUND-ON-SW         PIC X(1) VALUE 'Y'.
           88 WS-INBOUND-ON                 VALUE 'Y' FALSE 'N'.
       01 WS-INBOUND-REGISTERED-SW PIC X(1) VALUE 'N'.
           88 WS-INBOUND-REGISTERED         VALUE 'Y' FALSE 'N'.
       01 WS-INBOUND-DUPLICATE-SW  PIC X(1) VALUE 'N'.
           88 WS-INBOUND-DUPLICATE          VALUE 'Y' FALSE 'N'.
       01 WS-INBOUND-SENDER        PIC X(20).
       01 WS-INBOUND-RC            PIC S9(9) BINARY.
      *
      *    PRE-FLIGHT: BEFORE THE FIRST STEP RUNS, EVERY ENABLED DAY
      *    STEP'S RESOLVED INPUT IS VERIFIED - THE FILE EXISTS, IS
      *    NON-EMPTY, AND ITS FIRST RECORD PASSES A CHEAP
      *    PER-PROGRAM SHAPE CHECK - SO A MISSING DAY4 INPUT IS
      *    KNOWN UP FRONT INSTEAD OF FORTY MINUTES IN.  A STEP WHOSE
      *    INPUT FAILS IS FAILED ("PRE-FLIGHT") WHEN ITS TURN COMES
      *    AND ONLY THE STEPS THAT DEPEND ON IT ARE HELD BACK; THE
      *    STREAM IS STOPPED BEFORE IT STARTS ONLY WHEN EVERY STEP
      *    LEFT TO RUN FAILED PRE-FLIGHT.
       01 WS-PREFLIGHT-NAME        PIC X(100).
       01 WS-PREFLIGHT-STATUS-CD   PIC X(2) VALUE '00'.
           88 FS-PREFLIGHT-OK               VALUE '00'.
       01 WS-PF-FAIL-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 WS-PF-PENDING-COUNT      PIC 9(4) BINARY VALUE ZERO.
       01 PF-MSG-TABLE.
           05 PF-MSG OCCURS 50 TIMES PIC X(160).
       01 WS-PF-SUB                PIC 9(4) BINARY.
           88 WS-PF-OK                      VALUE 'Y' FALSE 'N'.
       01 WS-PF-DASH-COUNT         PIC 9(4) BINARY.
       01 WS-PF-NAME-LEN           PIC 9(4) BINARY.
       01 WS-PF-READ-DONE-SW       PIC X(1) VALUE 'N'.
           88 WS-PF-READ-DONE               VALUE 'Y' FALSE 'N'.
       01 WS-PF-BLANKS             PIC 9(9) BINARY.
       01 WS-DATE-ARG              PIC X(20).
       01 WS-DATE-ARG-NUM          PIC 9(4) BINARY.
       01 WS-PROFILE-ARG           PIC X(20).
       01 WS-POS-ARG               PIC X(100).
       01 WS-POS-ARG-NUM           PIC 9(4) BINARY.
       01 WS-POS-SLOT              PIC 9(4) BINARY.
      *
      *    CATCH-UP MODE: FROM=YYYYMMDD AND TO=YYYYMMDD ON THE COMMAND
      *    LINE TURN THIS DRIVER INTO A CONTROLLER THAT RUNS THE FULL
      *    STREAM ONCE PER MISSED PROCESSING DATE, OLDEST FIRST.  A
      *    DATE'S INPUTS ARE STAGED UNDER THEIR USUAL NAMES IN A
      *    DIRECTORY NAMED FOR THE DATE BENEATH THE CATCHUP-STAGE-DIR
      *    DIRECTORY (DEFAULT staged, SO staged/20241207/...); A DATE
      *    WITH NOTHING STAGED WAS NOT A BUSINESS DATE AND IS PASSED
      *    BY.  EACH PASS IS A DRIVER RUN OF ITS OWN - ITS OWN RUN ID,
      *    DATE= OVERRIDE AND STAGE= DIRECTORY - AND THE SEQUENCE
      *    STOPS AT THE FIRST DATE THAT FAILS, SINCE LATER DATES MUST
      *    NOT REACH THE HISTORY FILES AHEAD OF IT.  DRVRCTCH.TXT
      *    LISTS EVERY DATE IN THE RANGE AND WHAT BECAME OF IT.
       01 WS-CATCHUP-MODE-SW       PIC X(1) VALUE 'N'.
           88 WS-CATCHUP-MODE               VALUE 'Y' FALSE 'N'.
       01 WS-CATCHUP-BAD-SW        PIC X(1) VALUE 'N'.
           88 WS-CATCHUP-BAD                VALUE 'Y' FALSE 'N'.
       01 WS-CATCHUP-HALTED-SW     PIC X(1) VALUE 'N'.
           88 WS-CATCHUP-HALTED             VALUE 'Y' FALSE 'N'.
       01 WS-CU-FROM-ARG           PIC X(8) VALUE SPACES.
       01 WS-CU-TO-ARG             PIC X(8) VALUE SPACES.
       01 WS-CU-FROM-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CU-TO-DATE            PIC 9(8) VALUE ZERO.
       01 WS-CU-FROM-INT           PIC 9(9) BINARY.
       01 WS-CU-TO-INT             PIC 9(9) BINARY.
       01 WS-CU-DATE-INT           PIC 9(9) BINARY.
       01 WS-CU-PASS-DATE          PIC 9(8).
       01 WS-CU-STAGE-ROOT         PIC X(60) VALUE 'staged'.
       01 WS-CU-STAGE-DIR          PIC X(100).
       01 WS-CU-RUN-ID             PIC X(15).
       01 WS-CU-LAST-RUN-ID        PIC X(15).
       01 WS-CU-PASS-RC            PIC S9(4) BINARY.
       01 WS-CU-FIRST-PASS-SW      PIC X(1) VALUE 'Y'.
           88 WS-CU-FIRST-PASS              VALUE 'Y' FALSE 'N'.
       01 WS-CU-RAN-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01 WS-CU-OK-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 WS-CU-UNSTAGED-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01 WS-CU-UNREACHED-COUNT    PIC 9(4) BINARY VALUE ZERO.
       01 WS-CU-DATE-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 CU-DATE-TABLE.
           05 CU-DATE-ENTRY OCCURS 62 TIMES.
              10 CU-DATE           PIC 9(8).
              10 CU-RUN-ID         PIC X(15).
              10 CU-OUTCOME        PIC X(40).
       01 WS-CU-SUB                PIC 9(4) BINARY.
       01 WS-CU-SUMMARY-STATUS-CD  PIC X(2) VALUE '00'.
           88 FS-CU-SUMMARY-OK              VALUE '00'.
       01 WS-CU-EDIT-COUNT         PIC Z(3)9.
      *
      *    STAGE=DIRECTORY PREFIXES EVERY DAY STEP'S INPUT NAME WITH
      *    THE GIVEN DIRECTORY - HOW A CATCH-UP PASS POINTS THE
      *    STREAM AT ONE DATE'S STAGED INPUTS.
       01 WS-STAGE-ARG             PIC X(100).
       01 WS-STAGE-DIR             PIC X(100) VALUE SPACES.
       01 WS-STAGE-WORK            PIC X(100).
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY CAPUWS.
       COPY FNCHKWS.
       COPY REHRSWS.
       COPY DSUWS.
      *
      *    REHEARSAL MODE: THE REHEARSE TOKEN SEEDS THE SANDBOX AND
      *    RE-RUNS THIS DRIVER INSIDE IT WITH THE SAME ARGUMENTS, SO
      *    THE WHOLE STREAM - STATE FILES, RUN CONTROL, RESTART
      *    STATUS AND ALL - RUNS AGAINST THE COPIES.
       01 WS-REHEARSE-ARG          PIC X(100).
       01 WS-REHEARSE-ARG-NAMED    PIC X(100).
       01 WS-REHEARSE-ARG-SW       PIC X(1) VALUE 'N'.
           88 WS-REHEARSE-ARG-BAD           VALUE 'Y' FALSE 'N'.
       01 WS-REHEARSAL-RC          PIC S9(4) BINARY.

       PROCEDURE DIVISION.
           MOVE 'DRIVER' TO WS-DSU-PROGRAM-ID
           PERFORM GET-FRESH-OPTION
           PERFORM GET-DATE-OVERRIDE
           PERFORM GET-PROFILE-OVERRIDE
           PERFORM GET-CATCHUP-RANGE
           PERFORM GET-STAGE-OVERRIDE
           PERFORM GET-REHEARSAL-OPTION
           PERFORM LOAD-CONFIG-FILE
           IF WS-REHEARSAL THEN
              PERFORM RUN-REHEARSAL
              STOP RUN
           END-IF
           IF WS-CATCHUP-MODE THEN
              IF WS-CATCHUP-BAD THEN
                 PERFORM REJECT-CATCHUP
              ELSE
                 PERFORM RUN-CATCHUP
              END-IF
              STOP RUN
           END-IF
           PERFORM GET-PROC-DATE
           PERFORM LOAD-BATCH-STATUS
           IF WS-RESUMING THEN
                 ' - COMPLETED STEPS WILL BE SKIPPED.'
           ELSE
              PERFORM GENERATE-RUN-ID
              PERFORM TAKE-STREAM-BACKUP
              IF WS-FRESH-RUN THEN
                 DELETE FILE BATCH-STATUS-FILE
              END-IF
              PERFORM WRITE-RUN-CONTROL
              DISPLAY 'DRIVER: BATCH RUN ID ' WS-RUN-ID ' ASSIGNED.'
           END-IF
      *    THE STEP STATUS FILE WAS READ BEFORE THE RUN ID WAS KNOWN,
      *    SO ITS USAGE IS LOGGED NOW.
           IF WS-BSTAT-READ-COUNT > ZERO THEN
              MOVE 'DRVRSTAT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-BSTAT-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 'DRIVER' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           IF WS-PROC-DATE NOT = ZERO THEN
              DISPLAY 'DRIVER: PROCESSING DATE ' WS-PROC-DATE
                 ' IN FORCE FOR THIS STREAM.'
           END-IF
           PERFORM APPLY-CONFIG-PARMS
           PERFORM GET-STEP-INPUT-NAMES
           IF WS-STAGE-DIR NOT = SPACES THEN
              PERFORM APPLY-STAGE-DIR
           END-IF
           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM RECORD-TABLE-USAGE
           PERFORM MARK-DONE-STEPS
           PERFORM PREFLIGHT-INPUTS
           IF WS-PF-FAIL-COUNT > ZERO
              AND WS-PF-FAIL-COUNT < WS-PF-PENDING-COUNT THEN
              DISPLAY 'DRIVER: PRE-FLIGHT FAILED FOR '
                 WS-PF-FAIL-COUNT ' STEP(S) - THEY WILL BE FAILED '
                 'AND THE STEPS THAT NEED THEM HELD BACK:'
              PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                 UNTIL WS-PF-SUB > WS-PF-FAIL-COUNT
                 DISPLAY '  ' FUNCTION TRIM(PF-MSG(WS-PF-SUB))
              END-PERFORM
           END-IF
           IF WS-PF-FAIL-COUNT > ZERO
              AND WS-PF-FAIL-COUNT >= WS-PF-PENDING-COUNT THEN
              DISPLAY 'DRIVER: PRE-FLIGHT FAILED FOR EVERY STEP LEFT '
                 'TO RUN - THE STREAM WAS NOT STARTED:'
              PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                 UNTIL WS-PF-SUB > WS-PF-FAIL-COUNT
                 DISPLAY '  ' FUNCTION TRIM(PF-MSG(WS-PF-SUB))
           PERFORM RUN-ONE-STEP
              VARYING WS-STEP-SUB FROM 1 BY 1
              UNTIL WS-STEP-SUB > WS-STEP-COUNT

           PERFORM RECORD-STREAM-TIMING

              DELETE FILE BATCH-STATUS-FILE
              DISPLAY 'DRIVER: BATCH STREAM COMPLETED - ALL STEPS '
                 'SUCCESSFUL.'
              MOVE ZERO TO RETURN-CODE
           ELSE
              DISPLAY 'DRIVER: ' WS-FAILED-COUNT ' STEP(S) FAILED, '
                 WS-QUALITY-FAILED-COUNT ' QUALITY FAILED, '
                 WS-NOT-RUN-COUNT ' NOT RUN - PREREQ FAILED.'
              DISPLAY 'DRIVER: RERUN DRIVER TO RESUME AT THE FAILED '
                 'STEP, OR PASS FRESH AS THE FIRST ARGUMENT FOR A '
                 'FULL RUN.'
              IF WS-QUALITY-FAILED-COUNT > ZERO THEN
                 DISPLAY 'DRIVER: A QUALITY-FAILED STEP ONLY '
                    'PUBLISHES WHEN RERUN WITH RUNQRELEASE=Y BY AN '
                    'OPERATOR GRANTED QRELEASE ON IT.'
              END-IF
              IF WS-FAILED-COUNT = ZERO
                 AND WS-QUALITY-FAILED-COUNT > ZERO THEN
                 MOVE 10 TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.

      *
      *    TAKE-STREAM-BACKUP SAVES THE MASTER AND STATE FILES AS ONE
      *    BACKUP SET UNDER THE NEW RUN ID (BKUPMGR TAKE) BEFORE THE
      *    STREAM CHANGES ANY OF THEM - RUN CONTROL AND THE STEP
      *    STATUS FILE INCLUDED.  WITHOUT THAT SET A BAD RUN COULD
      *    NOT BE UNDONE, SO A FAILED BACKUP STOPS THE STREAM.
      *    STREAM-BACKUP N IN RUNPARMS.TXT TURNS THE BACKUP OFF.
       TAKE-STREAM-BACKUP.
           MOVE 'STREAM-BACKUP' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION UPPER-CASE(WS-CFG-VALUE(1:1)) = 'N' THEN
              DISPLAY 'DRIVER: STREAM-START BACKUP IS TURNED OFF.'
           ELSE
              MOVE SPACES TO WS-CMD
              STRING 'BKUPMGR TAKE ' WS-RUN-ID
                 DELIMITED BY SIZE INTO WS-CMD
              CALL 'SYSTEM' USING WS-CMD
              IF RETURN-CODE NOT = ZERO THEN
                 DISPLAY 'DRIVER: STREAM-START BACKUP FAILED - THE '
                    'STREAM WAS NOT STARTED.'
                 MOVE 'DRIVER' TO RL-PROGRAM-ID
                 MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
                 MOVE 'BACKUP FAILED' TO WS-RUN-LOG-STATUS
                 PERFORM WRITE-RUN-LOG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      *
      *    GET-FRESH-OPTION CHECKS WHETHER THE OPERATOR ASKED FOR A
      *    FULL FRESH RUN BY PASSING FRESH ANYWHERE ON THE COMMAND
           END-PERFORM
           .

      *
      *    GET-CATCHUP-RANGE SCANS THE RUN-TIME ARGUMENTS FOR THE
      *    FROM=YYYYMMDD AND TO=YYYYMMDD PAIR THAT SELECTS CATCH-UP
      *    MODE.  BOTH MUST BE REAL CALENDAR DATES, FROM NO LATER
      *    THAN TO, AND THE RANGE NO LONGER THAN THE 62 DATES ONE
      *    SUMMARY HOLDS; ANYTHING ELSE STOPS THE DRIVER BEFORE A
      *    SINGLE PASS RUNS.  A DATE= OVERRIDE MEANS NOTHING
      *    ALONGSIDE A RANGE AND IS DROPPED.
       GET-CATCHUP-RANGE.
           PERFORM VARYING WS-DATE-ARG-NUM FROM 1 BY 1
              UNTIL WS-DATE-ARG-NUM > 10
              MOVE SPACES TO WS-DATE-ARG
              DISPLAY WS-DATE-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              EVALUATE TRUE
                 WHEN WS-DATE-ARG(1:5) = 'FROM='
                    MOVE WS-DATE-ARG(6:8) TO WS-CU-FROM-ARG
                    IF WS-DATE-ARG(14:1) NOT = SPACE THEN
                       MOVE 'BAD' TO WS-CU-FROM-ARG
                    END-IF
                 WHEN WS-DATE-ARG(1:3) = 'TO='
                    MOVE WS-DATE-ARG(4:8) TO WS-CU-TO-ARG
                    IF WS-DATE-ARG(12:1) NOT = SPACE THEN
                       MOVE 'BAD' TO WS-CU-TO-ARG
                    END-IF
              END-EVALUATE
           END-PERFORM
           IF WS-CU-FROM-ARG NOT = SPACES
              OR WS-CU-TO-ARG NOT = SPACES THEN
              SET WS-CATCHUP-MODE TO TRUE
              PERFORM CHECK-CATCHUP-RANGE
           END-IF
           .

       CHECK-CATCHUP-RANGE.
           EVALUATE TRUE
              WHEN WS-CU-FROM-ARG = SPACES OR WS-CU-TO-ARG = SPACES
                 DISPLAY 'DRIVER: CATCH-UP NEEDS BOTH FROM=YYYYMMDD '
                    'AND TO=YYYYMMDD.'
                 SET WS-CATCHUP-BAD TO TRUE
              WHEN WS-CU-FROM-ARG IS NOT NUMERIC
                 OR WS-CU-TO-ARG IS NOT NUMERIC
                 DISPLAY 'DRIVER: CATCH-UP DATES MUST BE YYYYMMDD.'
                 SET WS-CATCHUP-BAD TO TRUE
              WHEN OTHER
                 MOVE WS-CU-FROM-ARG TO WS-CU-FROM-DATE
                 MOVE WS-CU-TO-ARG TO WS-CU-TO-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-CU-FROM-DATE)
                    NOT = ZERO
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-CU-TO-DATE)
                    NOT = ZERO THEN
                    DISPLAY 'DRIVER: CATCH-UP DATE ' WS-CU-FROM-DATE
                       ' OR ' WS-CU-TO-DATE ' IS NOT A CALENDAR DATE.'
                    SET WS-CATCHUP-BAD TO TRUE
                 ELSE
                    COMPUTE WS-CU-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CU-FROM-DATE)
                    COMPUTE WS-CU-TO-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CU-TO-DATE)
                    IF WS-CU-FROM-INT > WS-CU-TO-INT THEN
                       DISPLAY 'DRIVER: CATCH-UP FROM= DATE IS LATER '
                          'THAN THE TO= DATE.'
                       SET WS-CATCHUP-BAD TO TRUE
                    END-IF
                    IF WS-CU-TO-INT - WS-CU-FROM-INT >= 62 THEN
                       DISPLAY 'DRIVER: CATCH-UP RANGE IS LONGER '
                          'THAN 62 DATES - RUN IT IN PIECES.'
                       SET WS-CATCHUP-BAD TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-PROC-DATE NOT = ZERO THEN
              DISPLAY 'DRIVER: DATE= IS IGNORED IN CATCH-UP MODE - '
                 'EACH PASS CARRIES ITS OWN DATE.'
              MOVE ZERO TO WS-PROC-DATE
           END-IF
           .

      *
      *    GET-STAGE-OVERRIDE SCANS THE RUN-TIME ARGUMENTS FOR A
      *    STAGE=DIRECTORY TOKEN.  THE NAME REACHES THE STEP COMMAND
      *    LINES, SO IT IS SCREENED LIKE ANY INPUT NAME AND DROPPED
      *    IF IT CARRIES A SHELL METACHARACTER.
       GET-STAGE-OVERRIDE.
           PERFORM VARYING WS-DATE-ARG-NUM FROM 1 BY 1
              UNTIL WS-DATE-ARG-NUM > 10
              MOVE SPACES TO WS-STAGE-ARG
              DISPLAY WS-DATE-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-STAGE-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF WS-STAGE-ARG(1:6) = 'STAGE=' THEN
                 MOVE WS-STAGE-ARG(7:94) TO WS-STAGE-DIR
                 COPY FNCHECK REPLACING ==FN-TARGET== BY
                                        ==WS-STAGE-DIR==.
                 IF WS-FNCHK-INVALID THEN
                    MOVE SPACES TO WS-STAGE-DIR
                 ELSE
                    DISPLAY 'DRIVER: INPUTS TAKEN FROM STAGING '
                       'DIRECTORY ' FUNCTION TRIM(WS-STAGE-DIR) '.'
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    APPLY-STAGE-DIR POINTS EVERY DAY STEP'S RESOLVED INPUT AT
      *    THE STAGING DIRECTORY.  AN INPUT ALREADY GIVEN AS A FULL
      *    PATH IS LEFT WHERE IT IS.
       APPLY-STAGE-DIR.
           MOVE WS-INPUT-DAY1 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY1
           MOVE WS-INPUT-DAY2 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY2
           MOVE WS-INPUT-DAY3 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY3
           MOVE WS-INPUT-DAY4 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY4
           MOVE WS-INPUT-DAY5 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY5
           MOVE WS-INPUT-DAY6 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY6
           MOVE WS-INPUT-DAY7 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY7
           MOVE WS-INPUT-DAY8 TO WS-STAGE-WORK
           PERFORM PREFIX-STAGE-DIR
           MOVE WS-STAGE-WORK TO WS-INPUT-DAY8
           .

       PREFIX-STAGE-DIR.
           IF WS-STAGE-WORK(1:1) NOT = '/' THEN
              MOVE WS-STAGE-WORK TO WS-STAGE-ARG
              MOVE SPACES TO WS-STAGE-WORK
              STRING FUNCTION TRIM(WS-STAGE-DIR) '/'
                 FUNCTION TRIM(WS-STAGE-ARG)
                 DELIMITED BY SIZE INTO WS-STAGE-WORK
           END-IF
           .

      *
      *    REJECT-CATCHUP LOGS A CATCH-UP REQUEST WHOSE DATES DID
      *    NOT PASS THE CHECKS ABOVE.  NOTHING HAS RUN.
       REJECT-CATCHUP.
           MOVE 'DRIVER' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           PERFORM GENERATE-RUN-ID
           MOVE 'CATCH-UP REJECTED' TO WS-RUN-LOG-STATUS
           PERFORM WRITE-RUN-LOG
           MOVE 8 TO RETURN-CODE
           .

      *
      *    RUN-CATCHUP IS THE WHOLE OF A CATCH-UP RUN.  IT WALKS THE
      *    DATES FROM OLDEST TO NEWEST, LAUNCHING ONE DRIVER PASS
      *    PER STAGED DATE, THEN WRITES DRVRCTCH.TXT AND A RUN-LOG
      *    ENTRY OF ITS OWN.  THE FIRST PASS HONORS FRESH AS GIVEN -
      *    RERUNNING A CATCH-UP FROM THE DATE THAT FAILED RESUMES
      *    THAT DATE'S STREAM AT ITS FAILED STEP - AND EVERY LATER
      *    PASS STARTS FRESH.
       RUN-CATCHUP.
           PERFORM GET-CATCHUP-STAGE-ROOT
           PERFORM GENERATE-RUN-ID
           MOVE WS-RUN-ID TO WS-CU-RUN-ID
           MOVE WS-RUN-ID TO WS-CU-LAST-RUN-ID
           DISPLAY 'DRIVER: CATCH-UP ' WS-CU-RUN-ID ' FOR '
              WS-CU-FROM-DATE ' THROUGH ' WS-CU-TO-DATE
              ' FROM ' FUNCTION TRIM(WS-CU-STAGE-ROOT) '.'
           PERFORM VARYING WS-CU-DATE-INT FROM WS-CU-FROM-INT BY 1
              UNTIL WS-CU-DATE-INT > WS-CU-TO-INT
              ADD 1 TO WS-CU-DATE-COUNT
              COMPUTE WS-CU-PASS-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-CU-DATE-INT)
              MOVE WS-CU-PASS-DATE TO CU-DATE(WS-CU-DATE-COUNT)
              MOVE SPACES TO CU-RUN-ID(WS-CU-DATE-COUNT)
              IF WS-CATCHUP-HALTED THEN
                 MOVE 'NOT RUN - EARLIER DATE FAILED'
                    TO CU-OUTCOME(WS-CU-DATE-COUNT)
                 ADD 1 TO WS-CU-UNREACHED-COUNT
              ELSE
                 PERFORM RUN-CATCHUP-PASS
              END-IF
           END-PERFORM
           PERFORM WRITE-CATCHUP-SUMMARY
           MOVE WS-CU-RUN-ID TO WS-RUN-ID
           MOVE ZERO TO WS-PROC-DATE
           MOVE 'DRVRCTCH.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE 'DRIVER' TO RL-PROGRAM-ID
           MOVE WS-CU-RAN-COUNT TO WS-RUN-LOG-RECORDS-READ
           MOVE ZERO TO WS-RUN-LOG-ELAPSED-SECS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           STRING 'CATCH-UP ' WS-CU-FROM-DATE '-' WS-CU-TO-DATE
              DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           EVALUATE TRUE
              WHEN WS-CATCHUP-HALTED
                 MOVE 'CATCH-UP HALTED' TO WS-RUN-LOG-STATUS
                 DISPLAY 'DRIVER: CATCH-UP HALTED AT THE FIRST '
                    'FAILED DATE - SEE DRVRCTCH.TXT.'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CU-RAN-COUNT = ZERO
                 MOVE 'CATCH-UP NO INPUTS' TO WS-RUN-LOG-STATUS
                 DISPLAY 'DRIVER: NO INPUTS WERE STAGED FOR ANY DATE '
                    'IN THE RANGE - NOTHING RUN.'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'CATCH-UP COMPLETE' TO WS-RUN-LOG-STATUS
                 DISPLAY 'DRIVER: CATCH-UP COMPLETE - '
                    WS-CU-OK-COUNT ' DATE(S) RUN.'
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-LOG
           .

      *
      *    GET-CATCHUP-STAGE-ROOT TAKES THE STAGING DIRECTORY FROM THE
      *    CATCHUP-STAGE-DIR KEY, SCREENED LIKE ANY NAME THAT REACHES
      *    A SHELL LINE.
       GET-CATCHUP-STAGE-ROOT.
           MOVE 'CATCHUP-STAGE-DIR' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND WS-CFG-VALUE NOT = SPACES THEN
              MOVE WS-CFG-VALUE TO WS-CU-STAGE-ROOT
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-CU-STAGE-ROOT==.
              IF WS-FNCHK-INVALID THEN
                 MOVE 'staged' TO WS-CU-STAGE-ROOT
              END-IF
           END-IF
           .

      *
      *    RUN-CATCHUP-PASS RUNS THE STREAM FOR ONE DATE, IF ANYTHING
      *    IS STAGED FOR IT.  A PASS LAUNCHED IN THE SAME SECOND AS
      *    THE ONE BEFORE WOULD BE HANDED THE SAME RUN ID, SO THE
      *    CONTROLLER WAITS FOR THE CLOCK TO MOVE ON FIRST.  THE
      *    PASS'S RUN ID IS READ BACK FROM RUNCTL.TXT FOR THE SUMMARY.
       RUN-CATCHUP-PASS.
           MOVE SPACES TO WS-CU-STAGE-DIR
           STRING FUNCTION TRIM(WS-CU-STAGE-ROOT) '/' WS-CU-PASS-DATE
              DELIMITED BY SIZE INTO WS-CU-STAGE-DIR
           MOVE SPACES TO WS-CMD
           STRING 'test -d ' FUNCTION TRIM(WS-CU-STAGE-DIR)
              DELIMITED BY SIZE INTO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE NOT = ZERO THEN
              MOVE 'NO INPUTS STAGED - PASSED BY'
                 TO CU-OUTCOME(WS-CU-DATE-COUNT)
              ADD 1 TO WS-CU-UNSTAGED-COUNT
              DISPLAY 'DRIVER: CATCH-UP ' WS-CU-PASS-DATE
                 ' - NOTHING STAGED, PASSED BY.'
           ELSE
              PERFORM LAUNCH-CATCHUP-PASS
           END-IF
           .

       LAUNCH-CATCHUP-PASS.
           PERFORM GENERATE-RUN-ID
           PERFORM UNTIL WS-RUN-ID NOT = WS-CU-LAST-RUN-ID
              MOVE 'sleep 1' TO WS-CMD
              CALL 'SYSTEM' USING WS-CMD
              PERFORM GENERATE-RUN-ID
           END-PERFORM
           MOVE SPACES TO WS-CMD
           MOVE 1 TO WS-CMD-POINTER
           STRING 'DRIVER DATE=' WS-CU-PASS-DATE
              ' STAGE=' FUNCTION TRIM(WS-CU-STAGE-DIR)
              DELIMITED BY SIZE INTO WS-CMD
              WITH POINTER WS-CMD-POINTER
           IF WS-FRESH-RUN OR NOT WS-CU-FIRST-PASS THEN
              STRING ' FRESH'
                 DELIMITED BY SIZE INTO WS-CMD
                 WITH POINTER WS-CMD-POINTER
           END-IF
           SET WS-CU-FIRST-PASS TO FALSE
           DISPLAY 'DRIVER: CATCH-UP ' WS-CU-PASS-DATE
              ' - STARTING PASS.'
           ADD 1 TO WS-CU-RAN-COUNT
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE > 255 THEN
              COMPUTE WS-CU-PASS-RC = RETURN-CODE / 256
           ELSE
              MOVE RETURN-CODE TO WS-CU-PASS-RC
           END-IF
           MOVE SPACES TO WS-RUN-ID
           OPEN INPUT RUN-CONTROL-FILE
           IF FS-RUNID-OK THEN
              READ RUN-CONTROL-FILE
                 NOT AT END
                    MOVE RC-RUN-ID TO WS-RUN-ID
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE WS-RUN-ID TO CU-RUN-ID(WS-CU-DATE-COUNT)
           MOVE WS-RUN-ID TO WS-CU-LAST-RUN-ID
           IF WS-CU-PASS-RC = ZERO THEN
              MOVE 'COMPLETED' TO CU-OUTCOME(WS-CU-DATE-COUNT)
              ADD 1 TO WS-CU-OK-COUNT
           ELSE
              MOVE WS-CU-PASS-RC TO WS-EDIT-RC
              MOVE SPACES TO CU-OUTCOME(WS-CU-DATE-COUNT)
              STRING 'FAILED - RC ' FUNCTION TRIM(WS-EDIT-RC)
                 ' - CATCH-UP STOPPED'
                 DELIMITED BY SIZE INTO CU-OUTCOME(WS-CU-DATE-COUNT)
              SET WS-CATCHUP-HALTED TO TRUE
           END-IF
           DISPLAY 'DRIVER: CATCH-UP ' WS-CU-PASS-DATE ' - '
              FUNCTION TRIM(CU-OUTCOME(WS-CU-DATE-COUNT)) '.'
           .

      *
      *    WRITE-CATCHUP-SUMMARY LISTS EVERY DATE OF THE RANGE WITH
      *    THE RUN ID OF ITS PASS AND ITS OUTCOME, SO THE MORNING
      *    SHIFT CAN SEE AT A GLANCE WHICH DAYS ARE BACK IN THE
      *    HISTORY FILES.
       WRITE-CATCHUP-SUMMARY.
           OPEN OUTPUT CATCHUP-SUMMARY-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DRIVER' TO WS-PG-PROGRAM-ID
           MOVE 'CATCH-UP SUMMARY' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           STRING 'CATCH-UP RUN ID: ' WS-CU-RUN-ID
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           STRING 'DATES: ' WS-CU-FROM-DATE ' THROUGH '
              WS-CU-TO-DATE '   STAGED UNDER: '
              FUNCTION TRIM(WS-CU-STAGE-ROOT)
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE 'DATE       RUN ID           OUTCOME'
              TO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
              UNTIL WS-CU-SUB > WS-CU-DATE-COUNT
              MOVE SPACES TO CATCHUP-SUMMARY-LINE
              STRING CU-DATE(WS-CU-SUB) '   '
                 CU-RUN-ID(WS-CU-SUB) '  '
                 CU-OUTCOME(WS-CU-SUB)
                 DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
              PERFORM PUT-CATCHUP-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           MOVE WS-CU-OK-COUNT TO WS-CU-EDIT-COUNT
           STRING 'DATES COMPLETED:      ' WS-CU-EDIT-COUNT
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           COMPUTE WS-CU-EDIT-COUNT = WS-CU-RAN-COUNT - WS-CU-OK-COUNT
           STRING 'DATES FAILED:         ' WS-CU-EDIT-COUNT
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           MOVE WS-CU-UNSTAGED-COUNT TO WS-CU-EDIT-COUNT
           STRING 'DATES NOT STAGED:     ' WS-CU-EDIT-COUNT
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE SPACES TO CATCHUP-SUMMARY-LINE
           MOVE WS-CU-UNREACHED-COUNT TO WS-CU-EDIT-COUNT
           STRING 'DATES NOT REACHED:    ' WS-CU-EDIT-COUNT
              DELIMITED BY SIZE INTO CATCHUP-SUMMARY-LINE
           PERFORM PUT-CATCHUP-SUMMARY-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DATES IN RANGE' TO WS-PG-COUNT-LABEL
           MOVE WS-CU-DATE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DATES RUN' TO WS-PG-COUNT-LABEL
           MOVE WS-CU-RAN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DATES COMPLETED' TO WS-PG-COUNT-LABEL
           MOVE WS-CU-OK-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CATCHUP-SUMMARY-FOOTER
           CLOSE CATCHUP-SUMMARY-FILE
           .

      *
      *    GET-REHEARSAL-OPTION SCANS THE RUN-TIME ARGUMENTS FOR THE
      *    REHEARSE TOKEN.  A DRIVER ALREADY RUNNING INSIDE A
      *    REHEARSAL SANDBOX (RUNREHEARSAL=Y) IGNORES IT, SO THE
      *    RE-RUN INSIDE THE SANDBOX CANNOT NEST ANOTHER ONE.
       GET-REHEARSAL-OPTION.
           PERFORM VARYING WS-DATE-ARG-NUM FROM 1 BY 1
              UNTIL WS-DATE-ARG-NUM > 10
              MOVE SPACES TO WS-REHEARSE-ARG
              DISPLAY WS-DATE-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-REHEARSE-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF FUNCTION UPPER-CASE(WS-REHEARSE-ARG) = 'REHEARSE'
                 THEN
                 SET WS-REHEARSAL TO TRUE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-REHEARSAL-ENV
           ACCEPT WS-REHEARSAL-ENV FROM ENVIRONMENT 'RUNREHEARSAL'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-REHEARSAL-ENV = 'Y' THEN
              IF WS-REHEARSAL THEN
                 DISPLAY 'DRIVER: ALREADY INSIDE A REHEARSAL - '
                    'REHEARSE IGNORED.'
              END-IF
              SET WS-REHEARSAL TO FALSE
           END-IF
           .

      *
      *    RUN-REHEARSAL SEEDS THE SANDBOX, CARRIES THE STEP INPUTS
      *    (AND, FOR A CATCH-UP, THE STAGING DIRECTORY) INTO IT, AND
      *    RE-RUNS THIS DRIVER THERE WITH EVERY ARGUMENT BUT REHEARSE.
      *    THE ARGUMENTS REACH A SHELL LINE, SO EACH IS SCREENED
      *    FIRST.  NOTHING IS WRITTEN HERE IN PRODUCTION - NOT EVEN
      *    A RUN-LOG ENTRY; THE SANDBOX RUN-LOG HOLDS THE REHEARSAL'S
      *    OWN ENTRIES, MARKED REHEARSAL.  AN ARGUMENT THE SCREEN
      *    REFUSES STOPS THE REHEARSAL BEFORE THE SANDBOX IS TOUCHED,
      *    RATHER THAN REHEARSING AGAINST A FILE THE OPERATOR DID NOT
      *    NAME.
       RUN-REHEARSAL.
           PERFORM GET-REHEARSAL-DIR
           PERFORM SCREEN-REHEARSAL-ARGS
           IF NOT WS-REHEARSE-ARG-BAD THEN
              PERFORM SEED-REHEARSAL-AREA
           END-IF
           IF WS-REHEARSE-ARG-BAD OR NOT WS-REHEARSAL-READY THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM GET-STEP-INPUT-NAMES
              IF WS-STAGE-DIR NOT = SPACES THEN
                 PERFORM APPLY-STAGE-DIR
              END-IF
              PERFORM COPY-STEP-INPUTS
              IF WS-CATCHUP-MODE THEN
                 PERFORM GET-CATCHUP-STAGE-ROOT
                 MOVE WS-CU-STAGE-ROOT TO WS-REHEARSAL-INPUT
                 IF WS-REHEARSAL-INPUT(1:1) NOT = '/' THEN
                    MOVE SPACES TO WS-REHEARSAL-CMD
                    STRING 'test ! -d '
                       FUNCTION TRIM(WS-REHEARSAL-INPUT)
                       ' || cp -rp ' FUNCTION TRIM(WS-REHEARSAL-INPUT)
                       ' ' FUNCTION TRIM(WS-REHEARSAL-DIR) '/'
                       DELIMITED BY SIZE INTO WS-REHEARSAL-CMD
                    CALL 'SYSTEM' USING WS-REHEARSAL-CMD
                 END-IF
              END-IF
              MOVE SPACES TO WS-CMD
              MOVE 1 TO WS-CMD-POINTER
              STRING 'cd ' FUNCTION TRIM(WS-REHEARSAL-DIR)
                 ' && DRIVER'
                 DELIMITED BY SIZE INTO WS-CMD
                 WITH POINTER WS-CMD-POINTER
              PERFORM VARYING WS-DATE-ARG-NUM FROM 1 BY 1
                 UNTIL WS-DATE-ARG-NUM > 10
                 MOVE SPACES TO WS-REHEARSE-ARG
                 DISPLAY WS-DATE-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-REHEARSE-ARG FROM ARGUMENT-VALUE
                    ON EXCEPTION
                       CONTINUE
                 END-ACCEPT
                 IF WS-REHEARSE-ARG NOT = SPACES
                    AND FUNCTION UPPER-CASE(WS-REHEARSE-ARG)
                       NOT = 'REHEARSE' THEN
                    COPY FNCHECK REPLACING ==FN-TARGET== BY
                                           ==WS-REHEARSE-ARG==.
                    STRING ' ' FUNCTION TRIM(WS-REHEARSE-ARG)
                       DELIMITED BY SIZE INTO WS-CMD
                       WITH POINTER WS-CMD-POINTER
                 END-IF
              END-PERFORM
              DISPLAY 'DRIVER: REHEARSAL STREAM STARTING IN '
                 FUNCTION TRIM(WS-REHEARSAL-DIR) '.'
              CALL 'SYSTEM' USING WS-CMD
              IF RETURN-CODE > 255 THEN
                 COMPUTE WS-REHEARSAL-RC = RETURN-CODE / 256
              ELSE
                 MOVE RETURN-CODE TO WS-REHEARSAL-RC
              END-IF
              MOVE WS-REHEARSAL-RC TO WS-EDIT-RC
              DISPLAY 'DRIVER: REHEARSAL ENDED RC '
                 FUNCTION TRIM(WS-EDIT-RC) ' - REPORTS, CSVS AND '
                 'RUN-LOG ARE IN ' FUNCTION TRIM(WS-REHEARSAL-DIR)
                 '; PRODUCTION FILES ARE UNCHANGED.'
              MOVE WS-REHEARSAL-RC TO RETURN-CODE
           END-IF
           .

      *
      *    SCREEN-REHEARSAL-ARGS PUTS EVERY ARGUMENT THAT WILL BE
      *    HANDED ON TO THE SANDBOX DRIVER THROUGH THE SHELL-CHARACTER
      *    SCREEN AND STOPS AT THE FIRST ONE REFUSED.
       SCREEN-REHEARSAL-ARGS.
           SET WS-REHEARSE-ARG-BAD TO FALSE
           PERFORM VARYING WS-DATE-ARG-NUM FROM 1 BY 1
              UNTIL WS-DATE-ARG-NUM > 10 OR WS-REHEARSE-ARG-BAD
              MOVE SPACES TO WS-REHEARSE-ARG
              DISPLAY WS-DATE-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-REHEARSE-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF WS-REHEARSE-ARG NOT = SPACES
                 AND FUNCTION UPPER-CASE(WS-REHEARSE-ARG)
                    NOT = 'REHEARSE' THEN
                 MOVE WS-REHEARSE-ARG TO WS-REHEARSE-ARG-NAMED
                 COPY FNCHECK REPLACING ==FN-TARGET== BY
                                        ==WS-REHEARSE-ARG==.
                 IF WS-FNCHK-INVALID THEN
                    SET WS-REHEARSE-ARG-BAD TO TRUE
                    DISPLAY 'DRIVER: REHEARSAL ARGUMENT "'
                       FUNCTION TRIM(WS-REHEARSE-ARG-NAMED)
                       '" REFUSED - REHEARSAL NOT STARTED.'
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    COPY-STEP-INPUTS CARRIES EACH DAY STEP'S RESOLVED INPUT
      *    INTO THE REHEARSAL SANDBOX.
       COPY-STEP-INPUTS.
           MOVE WS-INPUT-DAY1 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY2 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY3 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY4 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY5 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY6 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY7 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           MOVE WS-INPUT-DAY8 TO WS-REHEARSAL-INPUT
           PERFORM COPY-REHEARSAL-INPUT
           .

      *
      *    LOAD-BATCH-STATUS READS DRVRSTAT.TXT, THE STEP-COMPLETION
      *    FILE LEFT BEHIND WHEN A STREAM HALTS PART-WAY.  EACH STEP
      *    DEFINED STEP NAMES, NOT A FIXED SET OF SWITCHES - SO A
      *    RESTART RESUMES AT THE FAILED STEP INSTEAD OF
      *    RE-PROCESSING (AND RE-ARCHIVING) EVERY INPUT THAT ALREADY
      *    COMPLETED.  A FRESH RUN IGNORES THE FILE, AND DELETES IT
      *    ONCE THE STREAM-START BACKUP HAS SAVED IT.  ONLY
      *    STEPS RECORDED AS COMPLETED (OR WITH NO OUTCOME, AS THE
      *    FILE WAS ONCE WRITTEN) COUNT AS DONE; A FAILED OR NOT-RUN
      *    STEP RUNS AGAIN ON THE RESTART.
       LOAD-BATCH-STATUS.
           IF WS-FRESH-RUN THEN
              CONTINUE
           ELSE
              OPEN INPUT BATCH-STATUS-FILE
              IF FS-BSTAT-OK THEN
                       AT END
                          SET WS-BSTAT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BSTAT-READ-COUNT
                          SET WS-RESUMING TO TRUE
                          IF WS-DONE-COUNT < 50
                             AND (BS-STEP-STATUS = SPACES
                                  OR BS-STEP-STATUS = 'COMPLETED')
                             THEN
                             ADD 1 TO WS-DONE-COUNT
                             MOVE BS-STEP-NAME
                                TO DONE-NAME(WS-DONE-COUNT)
                 IF DONE-NAME(WS-DONE-SUB) = ST-NAME(WS-STEP-SUB)
                    THEN
                    SET ST-DONE(WS-STEP-SUB) TO TRUE
                    SET ST-ENDED-CLEAN(WS-STEP-SUB) TO TRUE
                    MOVE ZERO TO ST-RC(WS-STEP-SUB)
                 END-IF
              END-PERFORM
           END-PERFORM
      *
      *    MARK-STEP-COMPLETE APPENDS THE STEP JUST FINISHED TO
      *    DRVRSTAT.TXT SO A RESTART AFTER A LATER FAILURE KNOWS TO
      *    SKIP IT.  MARK-STEP-FAILED AND MARK-STEP-NOT-RUN RECORD
      *    THE OTHER OUTCOMES, SO THE FILE ACCOUNTS FOR EVERY STEP
      *    THE STREAM REACHED.
       MARK-STEP-COMPLETE.
           MOVE 'COMPLETED' TO WS-BSTAT-OUTCOME
           PERFORM WRITE-BATCH-STATUS
           .

       MARK-STEP-FAILED.
           MOVE ST-RC(WS-STEP-SUB) TO WS-EDIT-RC
           MOVE SPACES TO WS-BSTAT-OUTCOME
           EVALUATE TRUE
              WHEN ST-PREFLIGHT-FAILED(WS-STEP-SUB)
                 MOVE 'FAILED - PRE-FLIGHT' TO WS-BSTAT-OUTCOME
              WHEN ST-RC(WS-STEP-SUB) = 10
                 STRING 'QUALITY FAILED - RC '
                    FUNCTION TRIM(WS-EDIT-RC)
                    DELIMITED BY SIZE INTO WS-BSTAT-OUTCOME
              WHEN OTHER
                 STRING 'FAILED - RC ' FUNCTION TRIM(WS-EDIT-RC)
                    DELIMITED BY SIZE INTO WS-BSTAT-OUTCOME
           END-EVALUATE
           PERFORM WRITE-BATCH-STATUS
           .

       MARK-STEP-NOT-RUN.
           MOVE 'NOT RUN - PREREQ FAILED' TO WS-BSTAT-OUTCOME
           PERFORM WRITE-BATCH-STATUS
           .

       WRITE-BATCH-STATUS.
           OPEN EXTEND BATCH-STATUS-FILE
           IF NOT FS-BSTAT-OK
              CLOSE BATCH-STATUS-FILE
              OPEN OUTPUT BATCH-STATUS-FILE
           END-IF
           MOVE SPACES TO BATCH-STATUS-RECORD
           MOVE WS-STEP-NAME TO BS-STEP-NAME
           MOVE WS-BSTAT-OUTCOME TO BS-STEP-STATUS
           WRITE BATCH-STATUS-RECORD
           CLOSE BATCH-STATUS-FILE
           MOVE 'DRVRSTAT.TXT' TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE 1 TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    ARGUMENT TEMPLATE CARRYING A SHELL METACHARACTER DISABLES
      *    THE STEP - THESE VALUES REACH A CALL 'SYSTEM' COMMAND
      *    LINE.  A MISSING FILE FALLS BACK TO THE TRADITIONAL
      *    STREAM.
       LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEP-DEF-FILE
           IF FS-SDEF-OK THEN
                    AT END
                       SET WS-SDEF-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SDEF-READ-COUNT
                       PERFORM TALLY-STEP-DEFINITION
                 END-READ
              END-PERFORM
              CLOSE STEP-DEF-FILE
              MOVE 'DRVRSTEP.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-SDEF-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              SORT STEP-ENTRY ASCENDING ST-SEQ
              DISPLAY 'DRIVER: ' WS-STEP-COUNT ' STEP(S) LOADED '
                 'FROM DRVRSTEP.TXT.'
                 OR SD-NAME = SPACES
                 OR SD-PROGRAM = SPACES
                 OR (SD-ENABLED NOT = 'Y' AND SD-ENABLED NOT = 'N')
                 OR NOT (SD-COND = SPACES OR SD-COND = 'CLEAN'
                         OR SD-COND = 'ALWAYS'
                         OR (SD-COND(1:4) = 'RC<='
                             AND SD-COND(5:1) IS NUMERIC
                             AND (SD-COND(6:1) = SPACE
                                  OR SD-COND(6:1) IS NUMERIC)
                             AND SD-COND(7:2) = SPACES))
                 THEN
                 DISPLAY 'DRIVER: STEP DEFINITION "'
                    STEP-DEF-RECORD(1:24)
                    MOVE SD-ENABLED TO ST-ENABLED-SW(WS-STEP-COUNT)
                    MOVE SD-ARGS TO ST-ARGS(WS-STEP-COUNT)
                    SET ST-DONE(WS-STEP-COUNT) TO FALSE
                    MOVE SD-COND TO ST-COND(WS-STEP-COUNT)
                    MOVE SD-PREREQS TO ST-PREREQS(WS-STEP-COUNT)
                    MOVE SPACE TO ST-RESULT-SW(WS-STEP-COUNT)
                    MOVE ZERO TO ST-RC(WS-STEP-COUNT)
                 ELSE
                    DISPLAY 'DRIVER: MORE THAN 50 STEPS DEFINED - '
                       'STEPS PAST THE 50TH WERE IGNORED.'
           .

      *
      *    BUILD-DEFAULT-STEP-TABLE SUPPLIES THE TRADITIONAL STREAM -
      *    THE SAME PROGRAMS AND ARGUMENT SHAPES THE OLD HARDCODED
      *    RUN-DAYN PARAGRAPHS USED, WITH THE DAY5 CRANE RUN AND THE
      *    DAY7 STORAGE AUDIT IN THEIR PLACES BETWEEN THE OTHERS -
      *    WHEN NO STEP DEFINITION FILE IS STAGED.  THE DAY PROGRAMS
      *    SHARE NO DATA, SO EACH IS AN INDEPENDENT STEP: A BAD
      *    INPUT FOR ONE NO LONGER STOPS THE OTHERS.
       BUILD-DEFAULT-STEP-TABLE.
           MOVE 8 TO WS-STEP-COUNT
           MOVE 010 TO ST-SEQ(1)
           MOVE 'DAY1' TO ST-NAME(1)
           MOVE 'DAY1' TO ST-PROGRAM(1)
           SET ST-ENABLED(1) TO TRUE
           MOVE '&TOPN &CKPT &INPUT' TO ST-ARGS(1)
           SET ST-DONE(1) TO FALSE
           MOVE 'CLEAN' TO ST-COND(1)
           MOVE SPACES TO ST-PREREQS(1)
           MOVE SPACE TO ST-RESULT-SW(1)
           MOVE ZERO TO ST-RC(1)
           MOVE 020 TO ST-SEQ(2)
           MOVE 'DAY2' TO ST-NAME(2)
           MOVE 'DAY2' TO ST-PROGRAM(2)
           SET ST-ENABLED(2) TO TRUE
           MOVE '&INPUT' TO ST-ARGS(2)
           SET ST-DONE(2) TO FALSE
           MOVE 'CLEAN' TO ST-COND(2)
           MOVE SPACES TO ST-PREREQS(2)
           MOVE SPACE TO ST-RESULT-SW(2)
           MOVE ZERO TO ST-RC(2)
           MOVE 030 TO ST-SEQ(3)
           MOVE 'DAY3' TO ST-NAME(3)
           MOVE 'DAY3' TO ST-PROGRAM(3)
           SET ST-ENABLED(3) TO TRUE
           MOVE '&GRPSIZE &INPUT' TO ST-ARGS(3)
           SET ST-DONE(3) TO FALSE
           MOVE 'CLEAN' TO ST-COND(3)
           MOVE SPACES TO ST-PREREQS(3)
           MOVE SPACE TO ST-RESULT-SW(3)
           MOVE ZERO TO ST-RC(3)
           MOVE 040 TO ST-SEQ(4)
           MOVE 'DAY4' TO ST-NAME(4)
           MOVE 'DAY4' TO ST-PROGRAM(4)
           SET ST-ENABLED(4) TO TRUE
           MOVE '&INPUT' TO ST-ARGS(4)
           SET ST-DONE(4) TO FALSE
           MOVE 'CLEAN' TO ST-COND(4)
           MOVE SPACES TO ST-PREREQS(4)
           MOVE SPACE TO ST-RESULT-SW(4)
           MOVE ZERO TO ST-RC(4)
           MOVE 045 TO ST-SEQ(5)
           MOVE 'DAY5' TO ST-NAME(5)
           MOVE 'DAY5' TO ST-PROGRAM(5)
           SET ST-ENABLED(5) TO TRUE
           MOVE '&INPUT' TO ST-ARGS(5)
           SET ST-DONE(5) TO FALSE
           MOVE 'CLEAN' TO ST-COND(5)
           MOVE SPACES TO ST-PREREQS(5)
           MOVE SPACE TO ST-RESULT-SW(5)
           MOVE ZERO TO ST-RC(5)
           MOVE 050 TO ST-SEQ(6)
           MOVE 'DAY6' TO ST-NAME(6)
           MOVE 'DAY6' TO ST-PROGRAM(6)
           SET ST-ENABLED(6) TO TRUE
           MOVE '&INPUT' TO ST-ARGS(6)
           SET ST-DONE(6) TO FALSE
           MOVE 'CLEAN' TO ST-COND(6)
           MOVE SPACES TO ST-PREREQS(6)
           MOVE SPACE TO ST-RESULT-SW(6)
           MOVE ZERO TO ST-RC(6)
           MOVE 055 TO ST-SEQ(7)
           MOVE 'DAY7' TO ST-NAME(7)
           MOVE 'DAY7' TO ST-PROGRAM(7)
           SET ST-ENABLED(7) TO TRUE
           MOVE '&INPUT' TO ST-ARGS(7)
           SET ST-DONE(7) TO FALSE
           MOVE 'CLEAN' TO ST-COND(7)
           MOVE SPACES TO ST-PREREQS(7)
           MOVE SPACE TO ST-RESULT-SW(7)
           MOVE ZERO TO ST-RC(7)
           MOVE 060 TO ST-SEQ(8)
           MOVE 'DAY8' TO ST-NAME(8)
           MOVE 'DAY8' TO ST-PROGRAM(8)
           SET ST-ENABLED(8) TO TRUE
           MOVE '&MAXVIEW &INPUT' TO ST-ARGS(8)
           SET ST-DONE(8) TO FALSE
           MOVE 'CLEAN' TO ST-COND(8)
           MOVE SPACES TO ST-PREREQS(8)
           MOVE SPACE TO ST-RESULT-SW(8)
           MOVE ZERO TO ST-RC(8)
           .

      *
      *    PREFLIGHT-INPUTS CHECKS EVERY ENABLED, NOT-YET-COMPLETE
      *    DAY STEP'S INPUT BEFORE ANYTHING RUNS, COLLECTING EVERY
      *    PROBLEM SO THE OPERATOR GETS THE WHOLE LIST IN ONE
      *    MESSAGE INSTEAD OF ONE FAILURE PER RERUN.  EACH FAILING
      *    STEP IS MARKED SO RUN-ONE-STEP FAILS IT IN TURN;
      *    WS-PF-PENDING-COUNT COUNTS EVERY STEP LEFT TO RUN, DAY
      *    STEP OR NOT, SO THE CALLER CAN TELL WHETHER ANYTHING IS
      *    LEFT THAT COULD USEFULLY RUN.  THESE LOOKS AT AN INPUT ARE
      *    NOT ON THE DATASET USAGE LOG - THE STEP THAT READS IT
      *    LOGS IT.
       PREFLIGHT-INPUTS.
           MOVE ZERO TO WS-PF-PENDING-COUNT
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
              UNTIL WS-STEP-SUB > WS-STEP-COUNT
              SET ST-PREFLIGHT-FAILED(WS-STEP-SUB) TO FALSE
              MOVE SPACES TO ST-PF-REASON(WS-STEP-SUB)
              IF ST-ENABLED(WS-STEP-SUB)
                 AND NOT ST-DONE(WS-STEP-SUB) THEN
                 ADD 1 TO WS-PF-PENDING-COUNT
              END-IF
              IF ST-ENABLED(WS-STEP-SUB)
                 AND NOT ST-DONE(WS-STEP-SUB)
                 AND (ST-NAME(WS-STEP-SUB) = 'DAY1'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY2'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY3'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY4'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY5'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY6'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY7'
                      OR ST-NAME(WS-STEP-SUB) = 'DAY8') THEN
                 PERFORM PREFLIGHT-ONE-INPUT
              END-IF
              SET WS-PF-OK TO FALSE
              MOVE 'FILE MISSING OR UNREADABLE' TO WS-PF-REASON
           ELSE
              SET WS-PF-READ-DONE TO FALSE
              MOVE ZERO TO WS-PF-BLANKS
              PERFORM UNTIL WS-PF-READ-DONE
                 READ PREFLIGHT-FILE
                    AT END
                       SET WS-PF-READ-DONE TO TRUE
                       SET WS-PF-OK TO FALSE
                       IF WS-PF-BLANKS = ZERO THEN
                          MOVE 'FILE IS EMPTY' TO WS-PF-REASON
                       ELSE
                          MOVE 'FILE HOLDS ONLY BLANK RECORDS'
                             TO WS-PF-REASON
                       END-IF
                    NOT AT END
                       IF ST-NAME(WS-STEP-SUB) = 'DAY5'
                          AND PREFLIGHT-RECORD = SPACES THEN
                          ADD 1 TO WS-PF-BLANKS
                       ELSE
                          SET WS-PF-READ-DONE TO TRUE
                          PERFORM PREFLIGHT-SHAPE-CHECK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PREFLIGHT-FILE
           END-IF
           IF NOT WS-PF-OK THEN
      *    PREFLIGHT-SHAPE-CHECK APPLIES THE CHEAP PER-PROGRAM TEST
      *    TO THE FIRST RECORD: CALORIE LINES ARE NUMERIC OR BLANK,
      *    STRATEGY LINES START A-C, SECTION RECORDS CARRY A RANGE
      *    DASH, STACK DRAWINGS OPEN WITH A CRATE, GRID ROWS START
      *    WITH A DIGIT (TILE INDEXES EXCEPTED) - ENOUGH TO CATCH A
      *    FILE STAGED FOR THE WRONG PROGRAM.  DAY5 SKIPS LEADING
      *    BLANK LINES BEFORE ITS DRAWING, SO FOR DAY5 THE FIRST
      *    NON-BLANK RECORD IS THE ONE TESTED.
       PREFLIGHT-SHAPE-CHECK.
           EVALUATE ST-NAME(WS-STEP-SUB)
              WHEN 'DAY1'
                    MOVE 'FIRST RECORD CARRIES NO SECTION RANGE'
                       TO WS-PF-REASON
                 END-IF
              WHEN 'DAY5'
                 MOVE ZERO TO WS-PF-DASH-COUNT
                 INSPECT PREFLIGHT-RECORD(1:200)
                    TALLYING WS-PF-DASH-COUNT FOR ALL '['
                 IF WS-PF-DASH-COUNT = ZERO THEN
                    SET WS-PF-OK TO FALSE
                    MOVE 'FIRST RECORD IS NOT A CRATE ROW'
                       TO WS-PF-REASON
                 END-IF
              WHEN 'DAY6'
                 IF PREFLIGHT-RECORD = SPACES THEN
                    SET WS-PF-OK TO FALSE
                    MOVE 'FIRST RECORD IS BLANK' TO WS-PF-REASON
                 END-IF
              WHEN 'DAY7'
                 IF PREFLIGHT-RECORD(1:2) NOT = '$ ' THEN
                    SET WS-PF-OK TO FALSE
                    MOVE 'FIRST RECORD IS NOT A $ COMMAND LINE'
                       TO WS-PF-REASON
                 END-IF
              WHEN 'DAY8'
                 COMPUTE WS-PF-NAME-LEN = FUNCTION LENGTH(FUNCTION
                    TRIM(WS-PREFLIGHT-NAME))
           .

       RECORD-PREFLIGHT-FAILURE.
           SET ST-PREFLIGHT-FAILED(WS-STEP-SUB) TO TRUE
           MOVE WS-PF-REASON TO ST-PF-REASON(WS-STEP-SUB)
           IF WS-PF-FAIL-COUNT < 50 THEN
              ADD 1 TO WS-PF-FAIL-COUNT
              MOVE SPACES TO PF-MSG(WS-PF-FAIL-COUNT)
      *    FROM THE ARGUMENT TEMPLATE AND HANDS IT TO CALL 'SYSTEM',
      *    WITH THE SAME RETURN-CODE CHECK, TIMING ENTRY AND RESTART
      *    BOOKKEEPING EVERY STEP HAS ALWAYS HAD - NOW KEYED BY THE
      *    DEFINED STEP NAME.  A STEP WHOSE PREREQUISITES DID NOT
      *    MEET ITS RUN CONDITION IS HELD BACK AND LOGGED AS NOT RUN;
      *    ONE WHOSE INPUT FAILED PRE-FLIGHT IS FAILED WITHOUT BEING
      *    STARTED.
       RUN-ONE-STEP.
           MOVE ST-NAME(WS-STEP-SUB) TO WS-STEP-NAME
           EVALUATE TRUE
                 DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
                    ' ALREADY COMPLETE - SKIPPED.'
              WHEN NOT ST-ENABLED(WS-STEP-SUB)
                 SET ST-PASSED-OVER(WS-STEP-SUB) TO TRUE
                 DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
                    ' IS DISABLED - SKIPPED.'
              WHEN ST-PREFLIGHT-FAILED(WS-STEP-SUB)
                 PERFORM RECORD-PREFLIGHT-STEP-FAILED
              WHEN OTHER
                 PERFORM CHECK-STEP-PREREQS
                 IF WS-PREREQ-OK THEN
                    PERFORM CHECK-STEP-INBOUND
                    IF WS-INBOUND-DUPLICATE THEN
                       PERFORM RECORD-DUPLICATE-INPUT
                    ELSE
                       PERFORM EXECUTE-STEP
                    END-IF
                 ELSE
                    PERFORM RECORD-STEP-NOT-RUN
                 END-IF
           END-EVALUATE
           .

       EXECUTE-STEP.
           PERFORM START-STEP-TIMER
           PERFORM BUILD-STEP-COMMAND
           CALL 'SYSTEM' USING WS-CMD
           PERFORM CHECK-STEP-RC
           PERFORM RECORD-STEP-TIMING
           IF ST-ENDED-CLEAN(WS-STEP-SUB) THEN
              PERFORM MARK-STEP-COMPLETE
              IF WS-INBOUND-REGISTERED THEN
                 PERFORM POST-STEP-INBOUND
              END-IF
           ELSE
              PERFORM MARK-STEP-FAILED
           END-IF
           .

      *
      *    RECORD-PREFLIGHT-STEP-FAILED FAILS A STEP WHOSE INPUT DID
      *    NOT PASS PRE-FLIGHT.  THE STEP IS NOT STARTED; IT ENDS
      *    RC 8 AND IS LOGGED TO THE RUN-LOG AND DRVRSTAT.TXT WITH
      *    REASON PRE-FLIGHT, SO STEPS THAT NEED IT ARE HELD BACK
      *    AND A RESTART TRIES IT AGAIN ONCE THE INPUT IS REPLACED.
       RECORD-PREFLIGHT-STEP-FAILED.
           MOVE 8 TO ST-RC(WS-STEP-SUB)
           SET ST-ENDED-FAILED(WS-STEP-SUB) TO TRUE
           SET WS-STEP-FAILED TO TRUE
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
              ' NOT RUN - ITS INPUT FAILED PRE-FLIGHT ('
              FUNCTION TRIM(ST-PF-REASON(WS-STEP-SUB)) ').'
           MOVE 'DRIVER' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE ZERO TO WS-RUN-LOG-ELAPSED-SECS
           MOVE SPACES TO WS-RUN-LOG-STATUS
           STRING 'STEP ' WS-STEP-NAME ' FAILED'
              DELIMITED BY SIZE INTO WS-RUN-LOG-STATUS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           STRING 'PRE-FLIGHT - '
              FUNCTION TRIM(ST-PF-REASON(WS-STEP-SUB))
              DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           PERFORM WRITE-RUN-LOG
           PERFORM MARK-STEP-FAILED
           .

      *
      *    CHECK-STEP-INBOUND REGISTERS A DAY STEP'S INPUT WITH THE
      *    INBOUND REGISTRY (INBREG CHECK) BEFORE THE STEP RUNS.
      *    RC 8 MEANS THE CONTENT MATCHES A FILE ALREADY PROCESSED;
      *    INBREG HAS LOGGED THE DUPLICATE AND RAISED THE EXCEPTION.
      *    ANY OTHER NON-ZERO RC (AN UNREADABLE INPUT, SAY) IS
      *    REPORTED AND LEFT FOR THE STEP ITSELF TO FAIL ON.
       CHECK-STEP-INBOUND.
           SET WS-INBOUND-REGISTERED TO FALSE
           SET WS-INBOUND-DUPLICATE TO FALSE
           IF WS-INBOUND-ON
              AND ST-NAME(WS-STEP-SUB)(1:3) = 'DAY'
              AND ST-NAME(WS-STEP-SUB)(4:1) >= '1'
              AND ST-NAME(WS-STEP-SUB)(4:1) <= '8'
              AND ST-NAME(WS-STEP-SUB)(5:4) = SPACES THEN
              PERFORM GET-STEP-INPUT
              PERFORM GET-STEP-SENDER
              MOVE SPACES TO WS-CMD
              STRING 'INBREG CHECK ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-INPUT) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INBOUND-SENDER) DELIMITED BY SIZE
                 INTO WS-CMD
              CALL 'SYSTEM' USING WS-CMD
              IF RETURN-CODE > 255 THEN
                 COMPUTE WS-INBOUND-RC = RETURN-CODE / 256
              ELSE
                 MOVE RETURN-CODE TO WS-INBOUND-RC
              END-IF
              EVALUATE WS-INBOUND-RC
                 WHEN ZERO
                    SET WS-INBOUND-REGISTERED TO TRUE
                 WHEN 8
                    SET WS-INBOUND-DUPLICATE TO TRUE
                 WHEN OTHER
                    DISPLAY 'DRIVER: INBOUND REGISTRY CHECK FOR STEP '
                       WS-STEP-NAME ' ENDED RC ' WS-INBOUND-RC
                       ' - STEP RUNS UNREGISTERED.'
              END-EVALUATE
           END-IF
           .

      *
      *    GET-STEP-SENDER LOOKS UP <STEP>-SENDER (E.G. DAY1-SENDER)
      *    FOR THE RECEIPTS LISTING.  ONLY THE FIRST WORD IS USED AND
      *    IT IS SCREENED LIKE A DATASET NAME, SINCE IT GOES ON THE
      *    INBREG COMMAND LINE.
       GET-STEP-SENDER.
           MOVE SPACES TO WS-CFG-KEY
           STRING FUNCTION TRIM(WS-STEP-NAME) '-SENDER'
              DELIMITED BY SIZE INTO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           MOVE SPACES TO WS-INBOUND-SENDER
           IF WS-CFG-FOUND THEN
              UNSTRING WS-CFG-VALUE DELIMITED BY ALL ' '
                 INTO WS-INBOUND-SENDER
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-INBOUND-SENDER==.
              IF WS-FNCHK-INVALID THEN
                 MOVE SPACES TO WS-INBOUND-SENDER
              END-IF
           END-IF
           IF WS-INBOUND-SENDER = SPACES THEN
              MOVE 'UNKNOWN' TO WS-INBOUND-SENDER
           END-IF
           .

      *
      *    POST-STEP-INBOUND TELLS THE REGISTRY THE STEP ENDED CLEAN,
      *    SO ITS INPUT NOW COUNTS AS PROCESSED.
       POST-STEP-INBOUND.
           MOVE SPACES TO WS-CMD
           STRING 'INBREG POSTED ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
              INTO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY 'DRIVER: INBOUND REGISTRY COULD NOT MARK STEP '
                 WS-STEP-NAME ' INPUT PROCESSED.'
           END-IF
           .

      *
      *    RECORD-DUPLICATE-INPUT FAILS A STEP WHOSE INPUT DUPLICATES
      *    A FILE ALREADY PROCESSED.  THE STEP IS NOT RUN; IT ENDS
      *    RC 8 SO STEPS THAT NEED IT ARE HELD BACK LIKE ANY OTHER
      *    FAILURE, AND A RESTART OFFERS THE (REPLACED) INPUT AGAIN.
       RECORD-DUPLICATE-INPUT.
           MOVE 8 TO ST-RC(WS-STEP-SUB)
           SET ST-ENDED-FAILED(WS-STEP-SUB) TO TRUE
           SET WS-STEP-FAILED TO TRUE
           ADD 1 TO WS-FAILED-COUNT
           DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
              ' NOT RUN - ITS INPUT DUPLICATES A FILE ALREADY '
              'PROCESSED (SEE INBRCPT.TXT).'
           MOVE 'DRIVER' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE ZERO TO WS-RUN-LOG-ELAPSED-SECS
           MOVE SPACES TO WS-RUN-LOG-STATUS
           STRING 'STEP ' WS-STEP-NAME ' FAILED'
              DELIMITED BY SIZE INTO WS-RUN-LOG-STATUS
           MOVE 'DUPLICATE INPUT - SEE INBRCPT.TXT'
              TO WS-RUN-LOG-DETAIL
           PERFORM WRITE-RUN-LOG
           MOVE 'FAILED - DUPLICATE INPUT' TO WS-BSTAT-OUTCOME
           PERFORM WRITE-BATCH-STATUS
           .

      *
      *    CHECK-STEP-PREREQS DECIDES WHETHER THE STEP IN WS-STEP-SUB
      *    MAY RUN, FROM ITS RUN CONDITION AND THE OUTCOMES OF ITS
      *    PREREQUISITES SO FAR THIS STREAM.  A PREREQUISITE THAT IS
      *    NOT DEFINED, IS DISABLED, COMES LATER IN THE STREAM OR WAS
      *    ITSELF HELD BACK CANNOT SATISFY ANY CONDITION BUT ALWAYS.
      *    WS-PREREQ-FAILED-NAME NAMES THE FIRST ONE THAT FELL SHORT.
       CHECK-STEP-PREREQS.
           SET WS-PREREQ-OK TO TRUE
           MOVE SPACES TO WS-PREREQ-FAILED-NAME
           EVALUATE TRUE
              WHEN ST-COND(WS-STEP-SUB) = 'ALWAYS'
                 CONTINUE
              WHEN ST-COND(WS-STEP-SUB) = SPACES
                   AND ST-PREREQS(WS-STEP-SUB) = SPACES
                 PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                    UNTIL WS-PREREQ-SUB >= WS-STEP-SUB
                       OR NOT WS-PREREQ-OK
                    IF ST-ENDED-FAILED(WS-PREREQ-SUB)
                       OR ST-HELD-BACK(WS-PREREQ-SUB) THEN
                       SET WS-PREREQ-OK TO FALSE
                       MOVE ST-NAME(WS-PREREQ-SUB)
                          TO WS-PREREQ-FAILED-NAME
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 IF ST-COND(WS-STEP-SUB)(1:4) = 'RC<=' THEN
                    COMPUTE WS-COND-MAX-RC = FUNCTION NUMVAL(
                       ST-COND(WS-STEP-SUB)(5:2))
                 ELSE
                    MOVE ZERO TO WS-COND-MAX-RC
                 END-IF
                 MOVE ST-PREREQS(WS-STEP-SUB) TO WS-PREREQ-LIST
                 INSPECT WS-PREREQ-LIST REPLACING ALL ',' BY ' '
                 MOVE 1 TO WS-PREREQ-POINTER
                 PERFORM UNTIL WS-PREREQ-POINTER > 60
                    OR NOT WS-PREREQ-OK
                    MOVE SPACES TO WS-PREREQ-NAME
                    UNSTRING WS-PREREQ-LIST DELIMITED BY ALL ' '
                       INTO WS-PREREQ-NAME
                       WITH POINTER WS-PREREQ-POINTER
                    IF WS-PREREQ-NAME NOT = SPACES THEN
                       PERFORM CHECK-ONE-PREREQ
                    END-IF
                 END-PERFORM
           END-EVALUATE
           .

       CHECK-ONE-PREREQ.
           MOVE ZERO TO WS-PREREQ-FOUND
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
              UNTIL WS-PREREQ-SUB > WS-STEP-COUNT
                 OR WS-PREREQ-FOUND > ZERO
              IF ST-NAME(WS-PREREQ-SUB) = WS-PREREQ-NAME THEN
                 MOVE WS-PREREQ-SUB TO WS-PREREQ-FOUND
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-PREREQ-FOUND = ZERO
                 SET WS-PREREQ-OK TO FALSE
              WHEN ST-ENDED-CLEAN(WS-PREREQ-FOUND)
                 CONTINUE
              WHEN ST-ENDED-FAILED(WS-PREREQ-FOUND)
                   AND NOT ST-PREFLIGHT-FAILED(WS-PREREQ-FOUND)
                   AND ST-RC(WS-PREREQ-FOUND) > ZERO
                   AND ST-RC(WS-PREREQ-FOUND) <= WS-COND-MAX-RC
                   AND ST-RC(WS-PREREQ-FOUND) NOT = 10
                 CONTINUE
              WHEN OTHER
                 SET WS-PREREQ-OK TO FALSE
           END-EVALUATE
           IF NOT WS-PREREQ-OK THEN
              MOVE WS-PREREQ-NAME TO WS-PREREQ-FAILED-NAME
           END-IF
           .

      *
      *    RECORD-STEP-NOT-RUN LOGS A HELD-BACK STEP TO THE RUN-LOG
      *    AND DRVRSTAT.TXT AS "NOT RUN - PREREQ FAILED", NAMING THE
      *    PREREQUISITE THAT STOPPED IT, SO THE MORNING CHECK SEES
      *    EVERY STEP'S FATE INSTEAD OF A GAP.
       RECORD-STEP-NOT-RUN.
           SET ST-HELD-BACK(WS-STEP-SUB) TO TRUE
           SET WS-STEP-FAILED TO TRUE
           ADD 1 TO WS-NOT-RUN-COUNT
           DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
              ' NOT RUN - PREREQ FAILED ('
              FUNCTION TRIM(WS-PREREQ-FAILED-NAME) ').'
           MOVE 'DRIVER' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE ZERO TO WS-RUN-LOG-ELAPSED-SECS
           MOVE SPACES TO WS-RUN-LOG-STATUS
           STRING 'NOT RUN: ' WS-STEP-NAME
              DELIMITED BY SIZE INTO WS-RUN-LOG-STATUS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           STRING 'NOT RUN - PREREQ FAILED ('
              FUNCTION TRIM(WS-PREREQ-FAILED-NAME) ')'
              DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           PERFORM WRITE-RUN-LOG
           PERFORM MARK-STEP-NOT-RUN
           .

      *
      *    BUILD-STEP-COMMAND ASSEMBLES THE STEP'S COMMAND LINE:
      *    PROGRAM NAME, THEN EACH TEMPLATE TOKEN WITH &INPUT AND

      *
      *    GET-STEP-INPUT RESOLVES THE &INPUT TOKEN FOR THE CURRENT
      *    STEP.  THE CLASSIC DAY STEPS KEEP THEIR CONFIG AND
      *    POSITIONAL-ARGUMENT INPUT RESOLUTION; OTHER STEPS HAVE NO
      *    DRIVER-MANAGED INPUT AND RESOLVE TO THE STANDARD DEFAULT.
       GET-STEP-INPUT.
                 MOVE WS-INPUT-DAY3 TO WS-STEP-INPUT
              WHEN 'DAY4'
                 MOVE WS-INPUT-DAY4 TO WS-STEP-INPUT
              WHEN 'DAY5'
                 MOVE WS-INPUT-DAY5 TO WS-STEP-INPUT
              WHEN 'DAY6'
                 MOVE WS-INPUT-DAY6 TO WS-STEP-INPUT
              WHEN 'DAY7'
                 MOVE WS-INPUT-DAY7 TO WS-STEP-INPUT
              WHEN 'DAY8'
                 MOVE WS-INPUT-DAY8 TO WS-STEP-INPUT
              WHEN OTHER
      *
      *    GET-STEP-INPUT-NAMES READS THE INPUT DATASET NAME FOR EACH
      *    CLASSIC DAY STEP FROM THE POSITIONAL RUN-TIME ARGUMENTS
      *    (DAY1, DAY2, DAY3, DAY4, DAY6, DAY8 IN THAT ORDER, THEN
      *    DAY5 AND DAY7 - ADDED AT THE END SO EXISTING COMMAND
      *    LINES KEEP THEIR MEANING), LEAVING THE DEFAULT
      *    'input.txt' IN PLACE FOR ANY STEP
      *    WHOSE ARGUMENT IS OMITTED.  THE CONTROL TOKENS - FRESH,
      *    DATE=, PROFILE=, FROM=, TO=, STAGE= AND REHEARSE - ARE
      *    SKIPPED WHILE COUNTING POSITIONS,
      *    SO AN OPERATOR CAN PUT THEM ANYWHERE ON THE LINE WITHOUT
      *    SHIFTING THE REAL INPUT NAMES INTO THE WRONG DAY SLOTS.
       GET-STEP-INPUT-NAMES.
                    CONTINUE
                 WHEN WS-POS-ARG(1:8) = 'PROFILE='
                    CONTINUE
                 WHEN WS-POS-ARG(1:5) = 'FROM='
                    CONTINUE
                 WHEN WS-POS-ARG(1:3) = 'TO='
                    CONTINUE
                 WHEN WS-POS-ARG(1:6) = 'STAGE='
                    CONTINUE
                 WHEN FUNCTION UPPER-CASE(WS-POS-ARG) = 'REHEARSE'
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WS-POS-SLOT
                    PERFORM ASSIGN-POSITIONAL-INPUT
                 MOVE WS-POS-ARG TO WS-INPUT-DAY6
              WHEN 6
                 MOVE WS-POS-ARG TO WS-INPUT-DAY8
              WHEN 7
                 MOVE WS-POS-ARG TO WS-INPUT-DAY5
              WHEN 8
                 MOVE WS-POS-ARG TO WS-INPUT-DAY7
              WHEN OTHER
                 DISPLAY 'DRIVER: EXTRA ARGUMENT "'
                    FUNCTION TRIM(WS-POS-ARG)
                    '" PAST THE EIGHT INPUT SLOTS - IGNORED.'
           END-EVALUATE
           .

              COMPUTE WS-STREAM-WINDOW-SECS =
                 FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'INBOUND-REGISTRY' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION UPPER-CASE(WS-CFG-VALUE(1:1)) = 'N' THEN
              SET WS-INBOUND-ON TO FALSE
           END-IF
           .

      *
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-INPUT-DAY8==.
           MOVE 'DAY5-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-DAY5
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-INPUT-DAY5==.
           MOVE 'DAY7-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-DAY7
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-INPUT-DAY7==.
           .

      *
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE WS-STEP-ELAPSED TO WS-RUN-LOG-ELAPSED-SECS
           MOVE SPACES TO WS-RUN-LOG-STATUS
           IF ST-ENDED-FAILED(WS-STEP-SUB) THEN
              STRING 'STEP ' WS-STEP-NAME ' FAILED'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-STATUS
              IF ST-RC(WS-STEP-SUB) = 10 THEN
                 MOVE 'QUALITY GATE - REJECT RATE OVER LIMIT'
                    TO WS-RUN-LOG-DETAIL
              END-IF
           ELSE
              STRING 'STEP ' WS-STEP-NAME ' OK'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-STATUS
      *
      *    RECORD-STREAM-TIMING REPORTS THE WHOLE STREAM'S DURATION,
      *    WARNS WHEN IT BLOWS THE CONFIGURED STREAM ALLOWANCE, AND
      *    LOGS IT AS A RUN-LOG ENTRY OF ITS OWN.  A STREAM WITH ANY
      *    FAILED OR HELD-BACK STEP IS STILL LOGGED "STREAM HALTED" -
      *    IT DID NOT COMPLETE, AND THAT IS WHAT THE MORNING CHECKS
      *    KEY ON.
       RECORD-STREAM-TIMING.
           COMPUTE WS-STEP-END-SECS =
              FUNCTION SECONDS-PAST-MIDNIGHT
           MOVE WS-STREAM-ELAPSED TO WS-RUN-LOG-ELAPSED-SECS
           IF WS-STEP-FAILED THEN
              MOVE 'STREAM HALTED' TO WS-RUN-LOG-STATUS
              IF WS-QUALITY-FAILED-COUNT > ZERO THEN
                 MOVE WS-QUALITY-FAILED-COUNT TO WS-EDIT-RC
                 STRING FUNCTION TRIM(WS-EDIT-RC)
                    ' STEP(S) QUALITY FAILED'
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              END-IF
           ELSE
              MOVE 'STREAM COMPLETE' TO WS-RUN-LOG-STATUS
           END-IF

      *
      *    CHECK-STEP-RC EXAMINES THE RETURN-CODE LEFT BY THE STEP
      *    JUST INVOKED VIA CALL 'SYSTEM' AND RECORDS THE STEP'S
      *    OUTCOME.  A FAILED STEP NO LONGER HALTS THE STREAM - THE
      *    STEPS THAT DEPEND ON IT ARE HELD BACK BY THEIR RUN
      *    CONDITIONS, AND INDEPENDENT STEPS CARRY ON.  THE SHELL
      *    HANDS BACK THE STEP'S EXIT CODE IN THE HIGH BYTE OF THE
      *    WAIT STATUS, SO IT IS SHIFTED DOWN BEFORE BEING KEPT FOR
      *    THE RC<=N CONDITIONS.
       CHECK-STEP-RC.
           IF RETURN-CODE > 255 THEN
              COMPUTE ST-RC(WS-STEP-SUB) = RETURN-CODE / 256
           ELSE
              MOVE RETURN-CODE TO ST-RC(WS-STEP-SUB)
           END-IF
           EVALUATE TRUE
              WHEN RETURN-CODE = ZERO
                 DISPLAY 'DRIVER: STEP ' WS-STEP-NAME ' COMPLETED.'
                 SET ST-ENDED-CLEAN(WS-STEP-SUB) TO TRUE
              WHEN ST-RC(WS-STEP-SUB) = 10
                 DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
                    ' FAILED ITS REJECT-RATE QUALITY GATE - OUTPUTS '
                    'HELD, STEPS THAT NEED IT WILL NOT RUN.'
                 SET ST-ENDED-FAILED(WS-STEP-SUB) TO TRUE
                 SET WS-STEP-FAILED TO TRUE
                 ADD 1 TO WS-QUALITY-FAILED-COUNT
              WHEN OTHER
                 DISPLAY 'DRIVER: STEP ' WS-STEP-NAME
                    ' FAILED WITH RETURN CODE ' RETURN-CODE
                    ' - STEPS THAT NEED IT WILL NOT RUN.'
                 SET ST-ENDED-FAILED(WS-STEP-SUB) TO TRUE
                 SET WS-STEP-FAILED TO TRUE
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           .

      *
      *    RECORD-TABLE-USAGE LOGS THE STREAM'S STEP COUNT AGAINST THE
      *    50-ENTRY STEP TABLE AND THE SETTINGS LOADED FOR THE ACTIVE
      *    PROFILE AGAINST THE CONFIGURATION TABLE, FOR THE
      *    CAPACITY FORECAST (CAPFCST).
       RECORD-TABLE-USAGE.
           MOVE 'DRIVER' TO WS-CAPU-PROGRAM-ID
           MOVE 'STEP-TABLE' TO WS-CAPU-TABLE-NAME
           MOVE WS-STEP-COUNT TO WS-CAPU-USED
           MOVE 50 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'CONFIG-TABLE' TO WS-CAPU-TABLE-NAME
           MOVE WS-CONFIG-COUNT TO WS-CAPU-USED
           MOVE WS-CONFIG-MAX TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           .

      *
      *    PUT-CATCHUP-SUMMARY-LINE WRITES CATCHUP-SUMMARY-LINE UNDER
      *    THE STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW
      *    PAGE WHEN THE CURRENT ONE IS FULL.
       PUT-CATCHUP-SUMMARY-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CATCHUP-SUMMARY-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CATCHUP-SUMMARY-LINE
                 WRITE CATCHUP-SUMMARY-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CATCHUP-SUMMARY-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CATCHUP-SUMMARY-LINE
           END-IF
           WRITE CATCHUP-SUMMARY-LINE
           .

      *
      *    WRITE-CATCHUP-SUMMARY-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-CATCHUP-SUMMARY-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CATCHUP-SUMMARY-LINE
              PERFORM PUT-CATCHUP-SUMMARY-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY REHRSRD.

       COPY RUNLOGWR.

       COPY CAPUWR.

       COPY DSUWR.

       END PROGRAM DRIVER.
