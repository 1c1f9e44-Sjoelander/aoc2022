       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSUXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO 'DSUXREF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STEP-DEF-FILE ASSIGN TO 'DRVRSTEP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SDEF-STATUS-CD.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-LINE               PIC X(132).
       FD  STEP-DEF-FILE.
       01  STEP-DEF-RECORD.
           05 SD-SEQ               PIC X(3).
           05 FILLER               PIC X(1).
           05 SD-NAME              PIC X(8).
           05 FILLER               PIC X(1).
           05 SD-PROGRAM           PIC X(8).
           05 FILLER               PIC X(1).
           05 SD-ENABLED           PIC X(1).
           05 FILLER               PIC X(1).
           05 SD-ARGS              PIC X(100).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-SDEF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-SDEF-OK                    VALUE '00'.
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-SDEF-READ-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-BAD-COUNT             PIC 9(9) BINARY VALUE ZERO.
      *
      *    THE DATASET WHOSE IMPACT IS WANTED: THE FIRST ARGUMENT,
      *    ELSE DSUXREF-DATASET IN RUNPARMS.TXT.  NEITHER GIVEN, THE
      *    IMPACT LIST COVERS EVERY DATASET SOME PROGRAM READS.
       01 WS-TARGET-PARM           PIC X(100) VALUE SPACES.
       01 WS-TARGET-NAME           PIC X(100) VALUE SPACES.
       01 WS-TARGET-SUB            PIC 9(4) BINARY VALUE ZERO.
       01 WS-MATCH-A               PIC X(100).
       01 WS-MATCH-B               PIC X(100).
      *
      *    LINK-TABLE HOLDS ONE ROW PER DATASET / PROGRAM / ROLE SEEN
      *    IN DSUSAGE.TXT, WITH THE LATEST USE.  A PROGRAM THAT OPENS
      *    A DATASET OUTPUT OR EXTEND PRODUCES IT, ONE THAT OPENS IT
      *    INPUT CONSUMES IT, AND I-O IS BOTH.  ONCE LOADED THE TABLE
      *    IS SORTED BY DATASET, SO EACH DATASET'S LINKS ARE ONE RUN
      *    OF ROWS - PRODUCERS FIRST.
       01 WS-LINK-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 0 TO 3000 TIMES
                 DEPENDING ON WS-LINK-COUNT.
              10 LK-DATASET        PIC X(100).
              10 LK-ROLE           PIC X(1).
                 88 LK-PRODUCER             VALUE '1'.
                 88 LK-CONSUMER             VALUE '2'.
              10 LK-PROGRAM        PIC X(8).
              10 LK-MODE           PIC X(6).
              10 LK-RUN-ID         PIC X(15).
              10 LK-WHEN.
                 15 LK-RUN-DATE    PIC X(10).
                 15 FILLER         PIC X(1).
                 15 LK-RUN-TIME    PIC X(8).
              10 LK-RECORDS        PIC 9(9) BINARY.
              10 LK-USES           PIC 9(7) BINARY.
              10 LK-DS-SUB         PIC 9(4) BINARY.
       01 WS-LK-SUB                PIC 9(4) BINARY.
       01 WS-LK-SUB-2              PIC 9(4) BINARY.
       01 WS-LINKS-FULL-SW         PIC X(1) VALUE 'N'.
           88 WS-LINKS-FULL                 VALUE 'Y' FALSE 'N'.
       01 WS-NEW-ROLE              PIC X(1).
       01 WS-NEW-WHEN.
           05 WS-NEW-DATE          PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NEW-TIME          PIC X(8).
      *
      *    DATASET-TABLE HOLDS ONE ROW PER DATASET, POINTING AT ITS
      *    RUN OF LINKS.  DS-SEEN AND DS-VIA ARE IMPACT WORK FIELDS.
       01 WS-DATASET-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 DATASET-TABLE.
           05 DATASET-ENTRY OCCURS 3000 TIMES.
              10 DS-NAME           PIC X(100).
              10 DS-FIRST-LINK     PIC 9(4) BINARY.
              10 DS-LAST-LINK      PIC 9(4) BINARY.
              10 DS-PROD-COUNT     PIC 9(4) BINARY.
              10 DS-CONS-COUNT     PIC 9(4) BINARY.
              10 DS-SEEN-SW        PIC X(1).
                 88 DS-SEEN                 VALUE 'Y' FALSE 'N'.
              10 DS-VIA            PIC X(8).
       01 WS-DS-SUB                PIC 9(4) BINARY.
       01 WS-NEW-DATASET-SW        PIC X(1) VALUE 'N'.
           88 WS-NEW-DATASET                VALUE 'Y' FALSE 'N'.
       01 WS-NO-PRODUCER-COUNT     PIC 9(4) BINARY VALUE ZERO.
      *
      *    PROGRAM-TABLE HOLDS ONE ROW PER PROGRAM IN THE LOG, WITH
      *    THE DRIVER STEP(S) THAT RUN IT.
       01 WS-PROGRAM-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 PROGRAM-TABLE.
           05 PROGRAM-ENTRY OCCURS 200 TIMES.
              10 PM-PROGRAM        PIC X(8).
              10 PM-STEPS          PIC X(26).
              10 PM-SEEN-SW        PIC X(1).
                 88 PM-SEEN                 VALUE 'Y' FALSE 'N'.
              10 PM-VIA            PIC 9(4) BINARY.
       01 WS-PM-SUB                PIC 9(4) BINARY.
       01 WS-PROGRAMS-FULL-SW      PIC X(1) VALUE 'N'.
           88 WS-PROGRAMS-FULL              VALUE 'Y' FALSE 'N'.
       01 WS-STEP-POINTER          PIC 9(4) BINARY.
      *
      *    IMPACT WORK: THE DATASETS STILL TO FOLLOW, AND THE
      *    PROGRAMS AND DATASETS REACHED, IN THE ORDER REACHED.
       01 WS-QUEUE-HEAD            PIC 9(4) BINARY.
       01 WS-QUEUE-TAIL            PIC 9(4) BINARY.
       01 QUEUE-TABLE.
           05 QUEUE-DS OCCURS 3000 TIMES PIC 9(4) BINARY.
       01 WS-HIT-PROGRAM-COUNT     PIC 9(4) BINARY.
       01 HIT-PROGRAM-TABLE.
           05 HIT-PROGRAM OCCURS 200 TIMES PIC 9(4) BINARY.
       01 WS-HIT-DATASET-COUNT     PIC 9(4) BINARY.
       01 HIT-DATASET-TABLE.
           05 HIT-DATASET OCCURS 3000 TIMES PIC 9(4) BINARY.
       01 WS-HIT-SUB               PIC 9(4) BINARY.
       01 WS-IMPACT-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(5)9.
       01 WS-SHOW-RUN-ID           PIC X(15).
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DSUXREF' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DSUXREF' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-TARGET-DATASET
           PERFORM LOAD-USAGE-LOG
           IF WS-LINK-COUNT > 1 THEN
              SORT LINK-ENTRY ASCENDING LK-DATASET LK-ROLE LK-PROGRAM
           END-IF
           PERFORM BUILD-DATASET-TABLE
           PERFORM BUILD-PROGRAM-TABLE
           PERFORM LOAD-STEP-DEFINITIONS
           PERFORM FIND-TARGET-DATASET

           OPEN OUTPUT XREF-FILE
           PERFORM WRITE-XREF-HEADING
           PERFORM WRITE-DATASET-SECTION
           PERFORM WRITE-IMPACT-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'USAGE RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-READ-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DATASETS' TO WS-PG-COUNT-LABEL
           MOVE WS-DATASET-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'PROGRAMS' TO WS-PG-COUNT-LABEL
           MOVE WS-PROGRAM-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DATASETS WITH NO PRODUCER' TO WS-PG-COUNT-LABEL
           MOVE WS-NO-PRODUCER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'IMPACT LISTS' TO WS-PG-COUNT-LABEL
           MOVE WS-IMPACT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-XREF-FOOTER
           CLOSE XREF-FILE
           MOVE 'DSUXREF.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'DSUXREF: ' WS-DATASET-COUNT ' DATASET(S) AND '
              WS-PROGRAM-COUNT ' PROGRAM(S) CROSS-REFERENCED - SEE '
              'DSUXREF.TXT.'

           MOVE 'DSUXREF' TO RL-PROGRAM-ID
           MOVE WS-READ-COUNT TO WS-RUN-LOG-RECORDS-READ
           MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           IF WS-TARGET-NAME NOT = SPACES AND WS-TARGET-SUB = ZERO
              THEN
              STRING FUNCTION TRIM(WS-TARGET-NAME)
                 ' NOT IN THE USAGE LOG'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-TARGET-NAME NOT = SPACES AND WS-TARGET-SUB = ZERO
              THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *
      *    GET-TARGET-DATASET TAKES THE DATASET TO TRACE FROM THE
      *    FIRST ARGUMENT, FALLING BACK TO DSUXREF-DATASET IN
      *    RUNPARMS.TXT.
       GET-TARGET-DATASET.
           MOVE SPACES TO WS-TARGET-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-PARM FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-TARGET-PARM NOT = SPACES THEN
              MOVE WS-TARGET-PARM TO WS-TARGET-NAME
           ELSE
              MOVE 'DSUXREF-DATASET' TO WS-CFG-KEY
              PERFORM GET-CONFIG-VALUE
              IF WS-CFG-FOUND THEN
                 MOVE WS-CFG-VALUE TO WS-TARGET-NAME
              END-IF
           END-IF
           .

      *
      *    LOAD-USAGE-LOG READS DSUSAGE.TXT, THE DATASET USAGE THE
      *    PROGRAMS THEMSELVES RECORD, INTO LINK-TABLE.
       LOAD-USAGE-LOG.
           SET WS-READ-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT DATASET-USAGE-FILE
           IF FS-DSU-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ DATASET-USAGE-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-USAGE-RECORD
                 END-READ
              END-PERFORM
              CLOSE DATASET-USAGE-FILE
              MOVE 'DSUSAGE.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-BAD-COUNT > ZERO THEN
                 DISPLAY 'DSUXREF: ' WS-BAD-COUNT ' MALFORMED USAGE '
                    'RECORD(S) IGNORED.'
              END-IF
           ELSE
              DISPLAY 'DSUXREF: DSUSAGE.TXT NOT FOUND - NO DATASET '
                 'USAGE RECORDED YET.'
           END-IF
           .

       TAKE-USAGE-RECORD.
           IF DU-PROGRAM-ID = SPACES OR DU-DATASET = SPACES THEN
              ADD 1 TO WS-BAD-COUNT
           ELSE
              MOVE DU-RUN-DATE TO WS-NEW-DATE
              MOVE DU-RUN-TIME TO WS-NEW-TIME
              EVALUATE DU-OPEN-MODE
                 WHEN 'INPUT'
                    MOVE '2' TO WS-NEW-ROLE
                    PERFORM POST-USAGE-LINK
                 WHEN 'OUTPUT'
                 WHEN 'EXTEND'
                    MOVE '1' TO WS-NEW-ROLE
                    PERFORM POST-USAGE-LINK
                 WHEN 'I-O'
                    MOVE '1' TO WS-NEW-ROLE
                    PERFORM POST-USAGE-LINK
                    MOVE '2' TO WS-NEW-ROLE
                    PERFORM POST-USAGE-LINK
                 WHEN OTHER
                    ADD 1 TO WS-BAD-COUNT
              END-EVALUATE
           END-IF
           .

      *
      *    POST-USAGE-LINK FINDS OR ADDS THE LINK FOR THIS RECORD'S
      *    DATASET, PROGRAM AND WS-NEW-ROLE, AND KEEPS THE LATEST USE
      *    ON IT.  THE LOG IS WRITTEN IN TIME ORDER, BUT A RESTORED
      *    OR MERGED LOG NEED NOT BE, SO THE DATE DECIDES.
       POST-USAGE-LINK.
           PERFORM VARYING WS-LK-SUB FROM 1 BY 1
              UNTIL WS-LK-SUB > WS-LINK-COUNT
              OR (LK-DATASET(WS-LK-SUB) = DU-DATASET
                  AND LK-PROGRAM(WS-LK-SUB) = DU-PROGRAM-ID
                  AND LK-ROLE(WS-LK-SUB) = WS-NEW-ROLE)
              CONTINUE
           END-PERFORM
           IF WS-LK-SUB > WS-LINK-COUNT THEN
              IF WS-LINK-COUNT < 3000 THEN
                 ADD 1 TO WS-LINK-COUNT
                 MOVE WS-LINK-COUNT TO WS-LK-SUB
                 INITIALIZE LINK-ENTRY(WS-LK-SUB)
                 MOVE DU-DATASET TO LK-DATASET(WS-LK-SUB)
                 MOVE DU-PROGRAM-ID TO LK-PROGRAM(WS-LK-SUB)
                 MOVE WS-NEW-ROLE TO LK-ROLE(WS-LK-SUB)
              ELSE
                 MOVE ZERO TO WS-LK-SUB
                 IF NOT WS-LINKS-FULL THEN
                    SET WS-LINKS-FULL TO TRUE
                    DISPLAY 'DSUXREF: MORE THAN 3000 DATASET USES '
                       'IN THE LOG - THE REST ARE LEFT OUT.'
                 END-IF
              END-IF
           END-IF
           IF WS-LK-SUB NOT = ZERO THEN
              ADD 1 TO LK-USES(WS-LK-SUB)
              IF WS-NEW-WHEN >= LK-WHEN(WS-LK-SUB) THEN
                 MOVE WS-NEW-DATE TO LK-RUN-DATE(WS-LK-SUB)
                 MOVE WS-NEW-TIME TO LK-RUN-TIME(WS-LK-SUB)
                 MOVE DU-RUN-ID TO LK-RUN-ID(WS-LK-SUB)
                 MOVE DU-OPEN-MODE TO LK-MODE(WS-LK-SUB)
                 IF DU-RECORDS IS NUMERIC THEN
                    MOVE DU-RECORDS TO LK-RECORDS(WS-LK-SUB)
                 ELSE
                    MOVE ZERO TO LK-RECORDS(WS-LK-SUB)
                 END-IF
              END-IF
           END-IF
           .

      *
      *    BUILD-DATASET-TABLE WALKS THE SORTED LINKS, STARTING A NEW
      *    DATASET ROW AT EACH CHANGE OF NAME.
       BUILD-DATASET-TABLE.
           PERFORM VARYING WS-LK-SUB FROM 1 BY 1
              UNTIL WS-LK-SUB > WS-LINK-COUNT
              SET WS-NEW-DATASET TO TRUE
              IF WS-DATASET-COUNT > ZERO THEN
                 IF LK-DATASET(WS-LK-SUB) =
                    DS-NAME(WS-DATASET-COUNT) THEN
                    SET WS-NEW-DATASET TO FALSE
                 END-IF
              END-IF
              IF WS-NEW-DATASET THEN
                 ADD 1 TO WS-DATASET-COUNT
                 MOVE WS-DATASET-COUNT TO WS-DS-SUB
                 MOVE LK-DATASET(WS-LK-SUB) TO DS-NAME(WS-DS-SUB)
                 MOVE WS-LK-SUB TO DS-FIRST-LINK(WS-DS-SUB)
                 MOVE ZERO TO DS-PROD-COUNT(WS-DS-SUB)
                 MOVE ZERO TO DS-CONS-COUNT(WS-DS-SUB)
              END-IF
              MOVE WS-LK-SUB TO DS-LAST-LINK(WS-DS-SUB)
              MOVE WS-DS-SUB TO LK-DS-SUB(WS-LK-SUB)
              IF LK-PRODUCER(WS-LK-SUB) THEN
                 ADD 1 TO DS-PROD-COUNT(WS-DS-SUB)
              ELSE
                 ADD 1 TO DS-CONS-COUNT(WS-DS-SUB)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
              UNTIL WS-DS-SUB > WS-DATASET-COUNT
              IF DS-PROD-COUNT(WS-DS-SUB) = ZERO THEN
                 ADD 1 TO WS-NO-PRODUCER-COUNT
              END-IF
           END-PERFORM
           .

      *
      *    BUILD-PROGRAM-TABLE LISTS EACH PROGRAM NAMED IN THE LINKS
      *    ONCE.
       BUILD-PROGRAM-TABLE.
           PERFORM VARYING WS-LK-SUB FROM 1 BY 1
              UNTIL WS-LK-SUB > WS-LINK-COUNT
              MOVE LK-PROGRAM(WS-LK-SUB) TO WS-MATCH-A
              PERFORM FIND-PROGRAM
              IF WS-PM-SUB = ZERO AND NOT WS-PROGRAMS-FULL THEN
                 IF WS-PROGRAM-COUNT < 200 THEN
                    ADD 1 TO WS-PROGRAM-COUNT
                    MOVE WS-PROGRAM-COUNT TO WS-PM-SUB
                    MOVE LK-PROGRAM(WS-LK-SUB)
                       TO PM-PROGRAM(WS-PM-SUB)
                    MOVE SPACES TO PM-STEPS(WS-PM-SUB)
                 ELSE
                    SET WS-PROGRAMS-FULL TO TRUE
                    DISPLAY 'DSUXREF: MORE THAN 200 PROGRAMS IN THE '
                       'LOG - THE REST ARE LEFT OUT OF THE IMPACT '
                       'LISTS.'
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    FIND-PROGRAM LOOKS UP WS-MATCH-A(1:8) IN PROGRAM-TABLE,
      *    LEAVING ZERO IN WS-PM-SUB WHEN IT IS NOT THERE.
       FIND-PROGRAM.
           PERFORM VARYING WS-PM-SUB FROM 1 BY 1
              UNTIL WS-PM-SUB > WS-PROGRAM-COUNT
              OR PM-PROGRAM(WS-PM-SUB) = WS-MATCH-A(1:8)
              CONTINUE
           END-PERFORM
           IF WS-PM-SUB > WS-PROGRAM-COUNT THEN
              MOVE ZERO TO WS-PM-SUB
           END-IF
           .

      *
      *    LOAD-STEP-DEFINITIONS NAMES THE DRIVER STEP(S) THAT RUN
      *    EACH PROGRAM, FROM DRVRSTEP.TXT - OR, WHEN IT ISN'T
      *    STAGED, FROM THE DRIVER'S BUILT-IN STREAM, WHERE EACH DAY
      *    PROGRAM IS A STEP OF THE SAME NAME.
       LOAD-STEP-DEFINITIONS.
           SET WS-READ-EOF TO FALSE
           OPEN INPUT STEP-DEF-FILE
           IF FS-SDEF-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ STEP-DEF-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SDEF-READ-COUNT
                       IF STEP-DEF-RECORD NOT = SPACES
                          AND STEP-DEF-RECORD(1:1) NOT = '*'
                          AND SD-NAME NOT = SPACES
                          AND SD-PROGRAM NOT = SPACES THEN
                          PERFORM NOTE-PROGRAM-STEP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-DEF-FILE
              MOVE 'DRVRSTEP.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-SDEF-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              PERFORM VARYING WS-PM-SUB FROM 1 BY 1
                 UNTIL WS-PM-SUB > WS-PROGRAM-COUNT
                 IF PM-PROGRAM(WS-PM-SUB) = 'DAY1' OR 'DAY2' OR
                    'DAY3' OR 'DAY4' OR 'DAY5' OR 'DAY6' OR 'DAY7'
                    OR 'DAY8' THEN
                    MOVE PM-PROGRAM(WS-PM-SUB) TO PM-STEPS(WS-PM-SUB)
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    NOTE-PROGRAM-STEP ADDS SD-NAME TO THE STEP LIST OF THE
      *    PROGRAM IT RUNS.  A PROGRAM RUN BY MORE STEPS THAN FIT
      *    SHOWS THE FIRST FEW FOLLOWED BY "...".
       NOTE-PROGRAM-STEP.
           MOVE SD-PROGRAM TO WS-MATCH-A
           PERFORM FIND-PROGRAM
           IF WS-PM-SUB NOT = ZERO THEN
              IF PM-STEPS(WS-PM-SUB) = SPACES THEN
                 MOVE SD-NAME TO PM-STEPS(WS-PM-SUB)
              ELSE
                 MOVE FUNCTION LENGTH(FUNCTION TRIM(
                    PM-STEPS(WS-PM-SUB) TRAILING)) TO WS-STEP-POINTER
                 ADD 1 TO WS-STEP-POINTER
                 IF WS-STEP-POINTER + FUNCTION LENGTH(FUNCTION TRIM(
                    SD-NAME)) > 23 THEN
                    IF PM-STEPS(WS-PM-SUB)(24:3) = SPACES THEN
                       MOVE '...' TO PM-STEPS(WS-PM-SUB)(24:3)
                    END-IF
                 ELSE
                    STRING ',' FUNCTION TRIM(SD-NAME)
                       DELIMITED BY SIZE INTO PM-STEPS(WS-PM-SUB)
                       WITH POINTER WS-STEP-POINTER
                 END-IF
              END-IF
           END-IF
           .

      *
      *    FIND-TARGET-DATASET MATCHES THE REQUESTED DATASET AGAINST
      *    THE LOG, IGNORING CASE, SINCE INPUT NAMES ARE OFTEN GIVEN
      *    IN LOWER CASE.
       FIND-TARGET-DATASET.
           IF WS-TARGET-NAME NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TARGET-NAME))
                 TO WS-MATCH-A
              PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                 UNTIL WS-DS-SUB > WS-DATASET-COUNT
                 OR WS-TARGET-SUB NOT = ZERO
                 MOVE FUNCTION UPPER-CASE(DS-NAME(WS-DS-SUB))
                    TO WS-MATCH-B
                 IF WS-MATCH-A = WS-MATCH-B THEN
                    MOVE WS-DS-SUB TO WS-TARGET-SUB
                 END-IF
              END-PERFORM
              IF WS-TARGET-SUB = ZERO THEN
                 DISPLAY 'DSUXREF: ' FUNCTION TRIM(WS-TARGET-NAME)
                    ' IS NOT IN THE USAGE LOG - NO IMPACT TO LIST.'
              END-IF
           END-IF
           .

       WRITE-XREF-HEADING.
           MOVE 1 TO WS-PG-RPT
           MOVE 'DSUXREF' TO WS-PG-PROGRAM-ID
           MOVE 'DATA-FLOW CROSS-REFERENCE' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO XREF-LINE
           STRING 'BUILT FROM THE DATASET USAGE LOG (DSUSAGE.TXT). '
              'SHARED CONTROL FILES ARE NOT LOGGED.'
              DELIMITED BY SIZE INTO XREF-LINE
           PERFORM PUT-XREF-LINE
           MOVE SPACES TO XREF-LINE
           PERFORM PUT-XREF-LINE
           .

      *
      *    WRITE-DATASET-SECTION SHOWS, PER DATASET, THE PROGRAMS
      *    THAT PRODUCE AND CONSUME IT AND THE LAST TIME EACH DID.
       WRITE-DATASET-SECTION.
           MOVE 'PRODUCERS AND CONSUMERS BY DATASET:' TO XREF-LINE
           PERFORM PUT-XREF-LINE
           IF WS-DATASET-COUNT = ZERO THEN
              MOVE '  NONE.' TO XREF-LINE
              PERFORM PUT-XREF-LINE
           END-IF
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
              UNTIL WS-DS-SUB > WS-DATASET-COUNT
              MOVE SPACES TO XREF-LINE
              PERFORM PUT-XREF-LINE
              MOVE SPACES TO XREF-LINE
              STRING 'DATASET: ' DS-NAME(WS-DS-SUB)
                 DELIMITED BY SIZE INTO XREF-LINE
              PERFORM PUT-XREF-LINE
              MOVE SPACES TO XREF-LINE
              STRING '  ROLE      PROGRAM  MODE   LAST RUN ID     '
                 'LAST USED             RECORDS   RUNS'
                 DELIMITED BY SIZE INTO XREF-LINE
              PERFORM PUT-XREF-LINE
              IF DS-PROD-COUNT(WS-DS-SUB) = ZERO THEN
                 MOVE SPACES TO XREF-LINE
                 STRING '  NO PRODUCER LOGGED - EXTERNAL FEED OR '
                    'SHARED CONTROL FILE'
                    DELIMITED BY SIZE INTO XREF-LINE
                 PERFORM PUT-XREF-LINE
              END-IF
              PERFORM VARYING WS-LK-SUB FROM DS-FIRST-LINK(WS-DS-SUB)
                 BY 1 UNTIL WS-LK-SUB > DS-LAST-LINK(WS-DS-SUB)
                 PERFORM WRITE-LINK-LINE
              END-PERFORM
              IF DS-CONS-COUNT(WS-DS-SUB) = ZERO THEN
                 MOVE SPACES TO XREF-LINE
                 STRING '  NO CONSUMER LOGGED - FINAL OUTPUT OR '
                    'READ OUTSIDE THE BATCH'
                    DELIMITED BY SIZE INTO XREF-LINE
                 PERFORM PUT-XREF-LINE
              END-IF
           END-PERFORM
           .

       WRITE-LINK-LINE.
           MOVE LK-RUN-ID(WS-LK-SUB) TO WS-SHOW-RUN-ID
           IF WS-SHOW-RUN-ID = SPACES THEN
              MOVE '(NO RUN ID)' TO WS-SHOW-RUN-ID
           END-IF
           MOVE LK-RECORDS(WS-LK-SUB) TO WS-EDIT-A
           MOVE LK-USES(WS-LK-SUB) TO WS-EDIT-B
           MOVE SPACES TO XREF-LINE
           IF LK-PRODUCER(WS-LK-SUB) THEN
              MOVE '  PRODUCER' TO XREF-LINE(1:10)
           ELSE
              MOVE '  CONSUMER' TO XREF-LINE(1:10)
           END-IF
           STRING LK-PROGRAM(WS-LK-SUB) ' ' LK-MODE(WS-LK-SUB) ' '
              WS-SHOW-RUN-ID ' ' LK-RUN-DATE(WS-LK-SUB) ' '
              LK-RUN-TIME(WS-LK-SUB) ' ' WS-EDIT-A ' ' WS-EDIT-B
              DELIMITED BY SIZE INTO XREF-LINE(13:)
           PERFORM PUT-XREF-LINE
           .

      *
      *    WRITE-IMPACT-SECTION ANSWERS "IF THIS FILE IS LATE OR BAD,
      *    WHAT IS AFFECTED" - FOR THE REQUESTED DATASET, OR FOR
      *    EVERY DATASET SOME PROGRAM READS WHEN NONE WAS NAMED.
       WRITE-IMPACT-SECTION.
           MOVE SPACES TO XREF-LINE
           PERFORM PUT-XREF-LINE
           MOVE 'IMPACT OF A LATE OR BAD DATASET:' TO XREF-LINE
           PERFORM PUT-XREF-LINE
           IF WS-TARGET-NAME NOT = SPACES THEN
              IF WS-TARGET-SUB = ZERO THEN
                 MOVE SPACES TO XREF-LINE
                 STRING '  ' FUNCTION TRIM(WS-TARGET-NAME)
                    ' IS NOT IN THE USAGE LOG.'
                    DELIMITED BY SIZE INTO XREF-LINE
                 PERFORM PUT-XREF-LINE
              ELSE
                 MOVE WS-TARGET-SUB TO WS-DS-SUB
                 PERFORM WRITE-DATASET-IMPACT
              END-IF
           ELSE
              PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                 UNTIL WS-DS-SUB > WS-DATASET-COUNT
                 IF DS-CONS-COUNT(WS-DS-SUB) > ZERO THEN
                    PERFORM WRITE-DATASET-IMPACT
                 END-IF
              END-PERFORM
              IF WS-IMPACT-COUNT = ZERO THEN
                 MOVE '  NONE - NO DATASET IS READ BY A PROGRAM.'
                    TO XREF-LINE
                 PERFORM PUT-XREF-LINE
              END-IF
           END-IF
           .

      *
      *    WRITE-DATASET-IMPACT FOLLOWS THE DATA FLOW DOWN FROM
      *    DATASET WS-DS-SUB: EVERY PROGRAM THAT READS IT, EVERY
      *    DATASET THOSE PROGRAMS WRITE, THE PROGRAMS THAT READ THOSE,
      *    AND SO ON.  EACH DATASET AND PROGRAM IS FOLLOWED ONCE, SO A
      *    FILE A PROGRAM READS BACK AND REWRITES ENDS THE CHAIN.
       WRITE-DATASET-IMPACT.
           ADD 1 TO WS-IMPACT-COUNT
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
              UNTIL WS-HIT-SUB > WS-DATASET-COUNT
              SET DS-SEEN(WS-HIT-SUB) TO FALSE
           END-PERFORM
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
              UNTIL WS-HIT-SUB > WS-PROGRAM-COUNT
              SET PM-SEEN(WS-HIT-SUB) TO FALSE
           END-PERFORM
           MOVE ZERO TO WS-HIT-PROGRAM-COUNT
           MOVE ZERO TO WS-HIT-DATASET-COUNT
           SET DS-SEEN(WS-DS-SUB) TO TRUE
           MOVE WS-DS-SUB TO QUEUE-DS(1)
           MOVE 1 TO WS-QUEUE-HEAD
           MOVE 1 TO WS-QUEUE-TAIL
           PERFORM UNTIL WS-QUEUE-HEAD > WS-QUEUE-TAIL
              PERFORM FOLLOW-QUEUED-DATASET
              ADD 1 TO WS-QUEUE-HEAD
           END-PERFORM

           MOVE SPACES TO XREF-LINE
           PERFORM PUT-XREF-LINE
           MOVE SPACES TO XREF-LINE
           STRING 'IF ' FUNCTION TRIM(DS-NAME(WS-DS-SUB))
              ' IS LATE OR BAD:'
              DELIMITED BY SIZE INTO XREF-LINE
           PERFORM PUT-XREF-LINE
           MOVE '  STEPS AND PROGRAMS AFFECTED:' TO XREF-LINE
           PERFORM PUT-XREF-LINE
           IF WS-HIT-PROGRAM-COUNT = ZERO THEN
              MOVE '    NONE.' TO XREF-LINE
              PERFORM PUT-XREF-LINE
           ELSE
              MOVE SPACES TO XREF-LINE
              STRING '    PROGRAM  DRIVER STEP(S)             '
                 'BECAUSE IT READS'
                 DELIMITED BY SIZE INTO XREF-LINE
              PERFORM PUT-XREF-LINE
           END-IF
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
              UNTIL WS-HIT-SUB > WS-HIT-PROGRAM-COUNT
              MOVE HIT-PROGRAM(WS-HIT-SUB) TO WS-PM-SUB
              MOVE SPACES TO XREF-LINE
              IF PM-STEPS(WS-PM-SUB) = SPACES THEN
                 STRING '    ' PM-PROGRAM(WS-PM-SUB)
                    ' (NOT A DRIVER STEP)        '
                    DS-NAME(PM-VIA(WS-PM-SUB))
                    DELIMITED BY SIZE INTO XREF-LINE
              ELSE
                 STRING '    ' PM-PROGRAM(WS-PM-SUB) ' '
                    PM-STEPS(WS-PM-SUB) ' '
                    DS-NAME(PM-VIA(WS-PM-SUB))
                    DELIMITED BY SIZE INTO XREF-LINE
              END-IF
              PERFORM PUT-XREF-LINE
           END-PERFORM
           MOVE '  DATASETS AND REPORTS AFFECTED DOWNSTREAM:'
              TO XREF-LINE
           PERFORM PUT-XREF-LINE
           IF WS-HIT-DATASET-COUNT = ZERO THEN
              MOVE '    NONE.' TO XREF-LINE
              PERFORM PUT-XREF-LINE
           END-IF
           PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
              UNTIL WS-HIT-SUB > WS-HIT-DATASET-COUNT
              MOVE SPACES TO XREF-LINE
              STRING '    ' DS-NAME(HIT-DATASET(WS-HIT-SUB))(1:60)
                 ' WRITTEN BY '
                 DS-VIA(HIT-DATASET(WS-HIT-SUB))
                 DELIMITED BY SIZE INTO XREF-LINE
              PERFORM PUT-XREF-LINE
           END-PERFORM
           .

      *
      *    FOLLOW-QUEUED-DATASET TAKES EACH CONSUMER OF THE DATASET
      *    AT THE HEAD OF THE QUEUE NOT ALREADY REACHED, AND QUEUES
      *    EVERY DATASET THAT PROGRAM PRODUCES.
       FOLLOW-QUEUED-DATASET.
           MOVE QUEUE-DS(WS-QUEUE-HEAD) TO WS-HIT-SUB
           PERFORM VARYING WS-LK-SUB FROM DS-FIRST-LINK(WS-HIT-SUB)
              BY 1 UNTIL WS-LK-SUB > DS-LAST-LINK(WS-HIT-SUB)
              IF LK-CONSUMER(WS-LK-SUB) THEN
                 MOVE LK-PROGRAM(WS-LK-SUB) TO WS-MATCH-A
                 PERFORM FIND-PROGRAM
                 IF WS-PM-SUB NOT = ZERO THEN
                    IF NOT PM-SEEN(WS-PM-SUB) THEN
                       SET PM-SEEN(WS-PM-SUB) TO TRUE
                       MOVE WS-HIT-SUB TO PM-VIA(WS-PM-SUB)
                       ADD 1 TO WS-HIT-PROGRAM-COUNT
                       MOVE WS-PM-SUB
                          TO HIT-PROGRAM(WS-HIT-PROGRAM-COUNT)
                       PERFORM QUEUE-PROGRAM-OUTPUTS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       QUEUE-PROGRAM-OUTPUTS.
           PERFORM VARYING WS-LK-SUB-2 FROM 1 BY 1
              UNTIL WS-LK-SUB-2 > WS-LINK-COUNT
              IF LK-PRODUCER(WS-LK-SUB-2)
                 AND LK-PROGRAM(WS-LK-SUB-2) = PM-PROGRAM(WS-PM-SUB)
                 AND NOT DS-SEEN(LK-DS-SUB(WS-LK-SUB-2)) THEN
                 SET DS-SEEN(LK-DS-SUB(WS-LK-SUB-2)) TO TRUE
                 MOVE PM-PROGRAM(WS-PM-SUB)
                    TO DS-VIA(LK-DS-SUB(WS-LK-SUB-2))
                 ADD 1 TO WS-QUEUE-TAIL
                 MOVE LK-DS-SUB(WS-LK-SUB-2)
                    TO QUEUE-DS(WS-QUEUE-TAIL)
                 ADD 1 TO WS-HIT-DATASET-COUNT
                 MOVE LK-DS-SUB(WS-LK-SUB-2)
                    TO HIT-DATASET(WS-HIT-DATASET-COUNT)
              END-IF
           END-PERFORM
           .

      *
      *    PUT-XREF-LINE WRITES XREF-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-XREF-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE XREF-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO XREF-LINE
                 WRITE XREF-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE XREF-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO XREF-LINE
           END-IF
           WRITE XREF-LINE
           .

      *
      *    WRITE-XREF-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-XREF-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO XREF-LINE
              PERFORM PUT-XREF-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM DSUXREF.
