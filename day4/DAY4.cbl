           FILE STATUS IS WS-SECT-FILE-STATUS.
           SELECT ROTA-FILE ASSIGN TO 'DAY4ROTA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-DUTY-FILE ASSIGN TO 'DAY4SWPD.WRK'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY RESUBSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY ARCHCTSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY CAPUSL.
           COPY SWEEPSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05 SO-EFF-DATE          PIC X(8).
       FD  ROTA-FILE.
       01  ROTA-LINE               PIC X(80).
       FD  SWEEP-DUTY-FILE.
       01  SWEEP-DUTY-RECORD       PIC X(57).
       COPY EXCFD.
       COPY RESUBFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY CAPUFD.
       COPY SWEEPFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01  SECTION-START           PIC X(5).
       01  SECTION-END             PIC X(5).
       COPY FILESTAT.
       01  WS-LINE-NUM             PIC 9(9) BINARY VALUE ZERO.
       01  WS-DETAIL-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01  WS-WRITE-COUNT          PIC 9(9) BINARY VALUE ZERO.
       01  WS-CSV-LINES            PIC 9(9) BINARY VALUE ZERO.
       01  WS-ROTA-LINES           PIC 9(9) BINARY VALUE ZERO.
       01  WS-BAD-RECORD-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01  WS-RECORD-INVALID-SW    PIC X(1) VALUE 'N'.
           88 WS-RECORD-INVALID             VALUE 'Y' FALSE 'N'.
           05 ELF-LOAD-ENTRY OCCURS 500 TIMES.
              10 EL-ELF            PIC 9(9) BINARY.
              10 EL-LOAD           PIC 9(9) BINARY.
              10 EL-EXPLICIT-SW    PIC X(1).
                 88 EL-EXPLICIT             VALUE 'Y' FALSE 'N'.
       01  WS-EL-SUB               PIC 9(4) BINARY.
       01  WS-EL-MIN-SUB           PIC 9(4) BINARY.
       01  WS-EL-FULL-WARNED-SW    PIC X(1) VALUE 'N'.
       01  WS-ROTA-ID              PIC 9(9).
       01  WS-ROTA-A               PIC 9(4).
       01  WS-ROTA-B               PIC 9(4).
      *
      *    SWEEP DUTIES: EVERY SECTION THIS RUN PUTS IN A NAMED ELF'S
      *    HANDS - ON THE DAY'S ASSIGNMENTS OR THE ROTA - IS WRITTEN TO
      *    DAY4SWPD.WRK AS IT IS FOUND AND ENTERED ON THE SWEEP
      *    REGISTER AT CLEAN END OF JOB, FOR SWEEPCNF TO RECONCILE THE
      *    CREWS' CONFIRMATIONS AGAINST.  CLASSIC-LAYOUT RANGES HAVE
      *    NO REAL ELF TO HOLD TO ACCOUNT AND ARE NOT ENTERED.
       01  WS-SWEEP-DATE           PIC X(10).
       01  WS-SWEEP-SECTION        PIC 9(9) BINARY.
       01  WS-SWEEP-ELF            PIC 9(9) BINARY.
       01  WS-SWEEP-SOURCE         PIC X(1).
       01  WS-SWEEP-DUTY-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01  WS-SWEEP-DROP-COUNT     PIC 9(9) BINARY VALUE ZERO.
      *
      *    A RERUN UNDER THE SAME RUN ID KEEPS THE DUTIES SWEEPCNF HAS
      *    ALREADY CONFIRMED FOR IT; THEIR KEYS ARE HELD HERE SO THE
      *    SAME DUTY IS NOT ENTERED AGAIN UNCONFIRMED.
       01  WS-SWEEP-CARRY-COUNT    PIC 9(9) BINARY VALUE ZERO.
       01  WS-SWEEP-CARRY-LIMIT    PIC 9(9) BINARY VALUE 10000.
       01  WS-SWEEP-CARRY-TABLE.
           05  WS-SWEEP-CARRY-KEY  PIC X(24) OCCURS 10000 TIMES.
       01  WS-SWEEP-CARRY-SUB      PIC 9(9) BINARY.
       01  WS-SWEEP-CARRY-FULL-SW  PIC X(1) VALUE 'N'.
           88  WS-SWEEP-CARRY-FULL          VALUE 'Y' FALSE 'N'.
       01  WS-SWEEP-CARRIED-SW     PIC X(1) VALUE 'N'.
           88  WS-SWEEP-CARRIED             VALUE 'Y' FALSE 'N'.
       01  WS-SWEEP-KEY.
           05  WS-SWEEP-KEY-DATE   PIC X(10).
           05  WS-SWEEP-KEY-SECTION PIC 9(5).
           05  WS-SWEEP-KEY-ELF    PIC 9(9).
       01  WS-INPUT-FILENAME       PIC X(100) VALUE 'input.txt'.
       01  WS-REPORT-FILENAME       PIC X(100) VALUE
           'DAY4RPT.TXT'.
       01  WS-CSV-PUBLISHED        PIC X(100) VALUE 'DAY4RPT.CSV'.
       01  WS-PUBLISH-CMD          PIC X(250).
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
       COPY SWEEPWS.
       COPY OPERWS.
       COPY QGATEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY4' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY4' TO WS-EXC-PROGRAM-ID
           MOVE 'INVALID SECTION RANGE' TO WS-RESUB-MSG-PREFIX
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY4' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
           PERFORM LOAD-PAIR-HISTORY
           PERFORM LOAD-ROSTER-TABLE
           PERFORM LOAD-SECTION-OWNERS
           MOVE SPACES TO WS-SWEEP-DATE
           STRING WS-SECT-PROC-DATE(1:4) '-' WS-SECT-PROC-DATE(5:2)
              '-' WS-SECT-PROC-DATE(7:2)
              DELIMITED BY SIZE INTO WS-SWEEP-DATE
           OPEN OUTPUT SWEEP-DUTY-FILE
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY4' TO WS-PG-PROGRAM-ID
           MOVE 'OVERLAPPING PAIR DETAIL' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES

           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
              PERFORM WRITE-EXCEPTION
           END-IF

      *    RESUBMITTED CORRECTIONS COME AFTER THE TRAILER CHECK - THE
      *    TRAILER COUNTS THE INPUT FILE'S OWN DETAIL RECORDS ONLY.
           IF FS-SUCCESS OR FS-EOF THEN
              PERFORM PROCESS-RESUBMISSIONS
           END-IF

           DISPLAY 'PART1: ' OVERLAPS-FULLY-COUNTER
           DISPLAY 'PART2: ' OVERLAPS-COUNTER

           PERFORM WRITE-PROPOSAL-TRAILER

           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'ASSIGNMENT RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-DETAIL-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'INVALID RECORDS IGNORED' TO WS-PG-COUNT-LABEL
           MOVE WS-BAD-RECORD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'REPEAT OFFENDERS' TO WS-PG-COUNT-LABEL
           MOVE WS-OFFENDER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'OWNERSHIP VIOLATIONS' TO WS-PG-COUNT-LABEL
           MOVE WS-OWNERSHIP-VIOL-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SWEEP DUTIES REGISTERED' TO WS-PG-COUNT-LABEL
           MOVE WS-SWEEP-DUTY-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE CSV-FILE
           CLOSE PROPOSAL-FILE
           CLOSE SWEEP-DUTY-FILE
           MOVE 'DAY4PROP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           COMPUTE WS-DSU-RECORDS = WS-PROP-COUNT + 1
           PERFORM WRITE-DATASET-USAGE

           PERFORM RECORD-TABLE-USAGE
           MOVE 'DAY4' TO RL-PROGRAM-ID
           MOVE WS-DETAIL-COUNT TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS AND NOT WS-PAIR-OVERFLOW THEN
              MOVE 'DAY4' TO WS-QG-PROGRAM-ID
              MOVE WS-DETAIL-COUNT TO WS-QG-RECORDS
              MOVE WS-BAD-RECORD-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
           END-IF
           IF FS-SUCCESS AND NOT WS-PAIR-OVERFLOW
              AND NOT WS-QG-HELD THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
              PERFORM SETTLE-RESUBMISSIONS
              PERFORM REGISTER-SWEEP-DUTIES
              PERFORM SAVE-PAIR-HISTORY
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

              PERFORM TALLY-ELF-LOADS
                 VARYING ELF-I FROM 1 BY 1
                 UNTIL ELF-I > WS-RANGE-COUNT
              PERFORM RECORD-SWEEP-DUTIES
                 VARYING ELF-I FROM 1 BY 1
                 UNTIL ELF-I > WS-RANGE-COUNT
              IF WS-SECT-LOADED THEN
                 PERFORM VALIDATE-RANGE-OWNERSHIP
                    VARYING ELF-I FROM 1 BY 1
           END-IF
           .

      *
      *    APPLY-RESUBMITTED-RECORD TAKES ONE CORRECTED SECTION
      *    RECORD FROM THE RESUBMISSION FILE (SEE RESUBRD.CPY) AS AN
      *    EXTRA DETAIL LINE AFTER THE INPUT FILE, THROUGH THE SAME
      *    PARSING, VALIDATION AND OVERLAP CHECKS AS ANY OTHER LINE.
       APPLY-RESUBMITTED-RECORD.
           ADD 1 TO WS-LINE-NUM
           MOVE WS-LINE-NUM TO WS-RESUB-DONE-LINE
           MOVE WS-RESUB-RECORD TO SECTION-RECORD
           IF SECTION-RECORD(1:8) = 'TRAILER:' THEN
              SET WS-RESUB-NOT-APPLIED TO TRUE
              MOVE 'A TRAILER RECORD CANNOT BE RESUBMITTED'
                 TO WS-RESUB-NOTE
           ELSE
              PERFORM PROCESS-DETAIL-RECORD
              IF WS-RECORD-INVALID THEN
                 SET WS-RESUB-FAILED TO TRUE
              ELSE
                 SET WS-RESUB-PASSED TO TRUE
              END-IF
           END-IF
           .

      *
      *    PARSE-NEXT-RANGE PEELS ONE COMMA-DELIMITED RANGE OFF THE
      *    FRONT OF THE RECORD, STORES ITS START/END AND ORIGINAL TEXT
      *    IS SIMPLY NOT PERFORMED.
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
              DISPLAY 'DAY4: DAY1ROST.TXT NOT FOUND - ELF IDS WILL '
                 'NOT BE CROSS-CHECKED AGAINST THE ROSTER.'
                 STRING 'LINE ' WS-EDIT-A ': ELF ID ' WS-EDIT-E
                    ' IS NOT IN THE ROSTER - CHECK FOR A TYPO'
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
                 MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE SPACES TO WS-EXC-MESSAGE
              MOVE WS-RL-DATE TO WS-SECT-PROC-DATE
           END-IF
           INITIALIZE SECT-OWNER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SECTION-OWNER-FILE
           IF FS-SECT-SUCCESS THEN
              SET WS-SECT-LOADED TO TRUE
                    AT END
                       SET WS-SECT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-SECTION-OWNER
                 END-READ
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'DAY4: DAY4SECT.TXT NOT FOUND - SECTION '
                 'OWNERSHIP WILL NOT BE CHECKED.'
                 ' OWNED BY ELF ' WS-EDIT-F
                 ' - OWNERSHIP VIOLATION'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE SPACES TO WS-EXC-MESSAGE
              ' - ' FUNCTION TRIM(WS-ROSTER-LABEL)
              ') - ' WS-OVERLAP-LABEL
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-LINE-NUM TO WS-CSV-LINE-NUM
           MOVE WS-RANGE-ELF-ID(ELF-I) TO WS-CSV-ELF-I
           MOVE WS-RANGE-ELF-ID(ELF-J) TO WS-CSV-ELF-J
                 DELIMITED BY SIZE INTO CSV-LINE
           END-IF
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
           MOVE OVERLAPS-COUNTER TO WS-EDIT-D
           MOVE SPACES TO REPORT-LINE
           STRING 'PART1: ' WS-EDIT-C DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART2: ' WS-EDIT-D DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE OVERLAPS-FULLY-COUNTER TO WS-CSV-SUM
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' WS-CSV-SUM
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE OVERLAPS-COUNTER TO WS-CSV-SUM
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' WS-CSV-SUM
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
      *    ORDER THE FILE ARRIVES IN.  A MISSING FILE JUST MEANS THIS
      *    IS THE FIRST TRACKED RUN.
       LOAD-PAIR-HISTORY.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT PAIR-HISTORY-FILE
           IF FS-PAIR-SUCCESS THEN
              PERFORM UNTIL WS-PAIR-EOF OR WS-PAIR-OVERFLOW
                    AT END
                       SET WS-PAIR-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-PAIR-RECORD
                 END-READ
              END-PERFORM
              CLOSE PAIR-HISTORY-FILE
              MOVE 'DAY4PAIR.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

              WRITE PAIR-HISTORY-RECORD
           END-PERFORM
           CLOSE PAIR-HISTORY-FILE
           MOVE 'DAY4PAIR.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-PAIR-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           MOVE ZERO TO WS-OFFENDER-COUNT
           MOVE 'REPEAT OVERLAP OFFENDERS (ACROSS BATCHES):'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
              IF PAIR-OVERLAPS(WS-PAIR-SUB) > 1 THEN
                    WS-EDIT-F ' (' FUNCTION TRIM(WS-ROSTER-LABEL)
                    '): ' WS-EDIT-A ' OVERLAPPING ASSIGNMENT(S)'
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM
           IF WS-OFFENDER-COUNT = ZERO THEN
              MOVE '  NONE ON RECORD.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

      *    SECTION IN THE OBSERVED SPAN THAT NO ASSIGNMENT SWEEPS.
       WRITE-UTILIZATION-REPORT.
           OPEN OUTPUT UTILIZATION-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY4' TO WS-PG-PROGRAM-ID
           MOVE 'SECTION UTILIZATION REPORT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           IF NOT WS-FILE-SPAN-SET THEN
              MOVE 'NO VALID SECTION ASSIGNMENTS WERE READ.'
                 TO UTILIZATION-LINE
              PERFORM PUT-UTILIZATION-LINE
           ELSE
              MOVE WS-FILE-MIN-SECTION TO WS-EDIT-C
              MOVE WS-FILE-MAX-SECTION TO WS-EDIT-D
              STRING 'SECTIONS OBSERVED: ' WS-EDIT-C ' THROUGH '
                 WS-EDIT-D
                 DELIMITED BY SIZE INTO UTILIZATION-LINE
              PERFORM PUT-UTILIZATION-LINE
              MOVE 'ASSIGNMENT COUNT PER SECTION:'
                 TO UTILIZATION-LINE
              PERFORM PUT-UTILIZATION-LINE
              PERFORM VARYING WS-SECTION-NUM
                 FROM WS-FILE-MIN-SECTION BY 1
                 UNTIL WS-SECTION-NUM > WS-FILE-MAX-SECTION
                    STRING '  SECTION ' WS-EDIT-C ': ' WS-EDIT-A
                       ' ASSIGNMENT(S)'
                       DELIMITED BY SIZE INTO UTILIZATION-LINE
                    PERFORM PUT-UTILIZATION-LINE
                 END-IF
              END-PERFORM
              PERFORM WRITE-TOP-OVERASSIGNED
              PERFORM WRITE-UNSWEPT-SECTIONS
           END-IF
           MOVE 2 TO WS-PG-RPT
           MOVE 'ASSIGNMENT RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-DETAIL-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'UNSWEPT SECTIONS' TO WS-PG-COUNT-LABEL
           MOVE WS-UNSWEPT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-UTILIZATION-FOOTER
           CLOSE UTILIZATION-FILE
           MOVE 'DAY4UTIL.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
       WRITE-TOP-OVERASSIGNED.
           MOVE WS-FILE-SECTION-TABLE TO WS-UTIL-SCRATCH-TABLE
           MOVE 'TOP OVER-ASSIGNED SECTIONS:' TO UTILIZATION-LINE
           PERFORM PUT-UTILIZATION-LINE
           PERFORM VARYING WS-UTIL-SUB FROM 1 BY 1
              UNTIL WS-UTIL-SUB > 10
              MOVE ZERO TO WS-UTIL-MAX-COUNT
                 STRING '  #' WS-EDIT-E ': SECTION ' WS-EDIT-C
                    ' - ' WS-EDIT-A ' ASSIGNMENT(S)'
                    DELIMITED BY SIZE INTO UTILIZATION-LINE
                 PERFORM PUT-UTILIZATION-LINE
              END-IF
           END-PERFORM
           .
                 MOVE WS-ELF-LOAD-COUNT TO WS-EL-SUB
                 MOVE WS-RANGE-ELF-ID(ELF-I) TO EL-ELF(WS-EL-SUB)
                 MOVE ZERO TO EL-LOAD(WS-EL-SUB)
                 SET EL-EXPLICIT(WS-EL-SUB) TO FALSE
              ELSE
                 IF NOT WS-EL-FULL-WARNED THEN
                    SET WS-EL-FULL-WARNED TO TRUE
           IF WS-EL-SUB > ZERO THEN
              COMPUTE EL-LOAD(WS-EL-SUB) = EL-LOAD(WS-EL-SUB)
                 + WS-RANGE-MAX(ELF-I) - WS-RANGE-MIN(ELF-I) + 1
              IF WS-RANGE-EXPLICIT(ELF-I) THEN
                 SET EL-EXPLICIT(WS-EL-SUB) TO TRUE
              END-IF
           END-IF
           .

              END-IF
           END-IF
           CLOSE ROTA-FILE
           MOVE 'DAY4ROTA.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-ROTA-LINES TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           STRING WS-ROTA-ID ':' WS-ROTA-A '-' WS-ROTA-B
              DELIMITED BY SIZE INTO ROTA-LINE
           WRITE ROTA-LINE
           ADD 1 TO WS-ROTA-LINES
           IF EL-EXPLICIT(WS-ROTA-CUR-SUB) THEN
              MOVE EL-ELF(WS-ROTA-CUR-SUB) TO WS-SWEEP-ELF
              MOVE 'R' TO WS-SWEEP-SOURCE
              PERFORM WRITE-SWEEP-DUTY
                 VARYING WS-SWEEP-SECTION FROM WS-ROTA-RANGE-LO BY 1
                 UNTIL WS-SWEEP-SECTION > WS-ROTA-PREV-SECT
           END-IF
           .

      *
      *    RECORD-SWEEP-DUTIES WRITES ONE SWEEP DUTY PER SECTION OF
      *    THE RANGE IN ELF-I, WHEN IT NAMES A REAL ELF.
       RECORD-SWEEP-DUTIES.
           IF WS-RANGE-EXPLICIT(ELF-I) THEN
              MOVE WS-RANGE-ELF-ID(ELF-I) TO WS-SWEEP-ELF
              MOVE 'A' TO WS-SWEEP-SOURCE
              PERFORM WRITE-SWEEP-DUTY
                 VARYING WS-SWEEP-SECTION FROM WS-RANGE-MIN(ELF-I) BY 1
                 UNTIL WS-SWEEP-SECTION > WS-RANGE-MAX(ELF-I)
           END-IF
           .

       WRITE-SWEEP-DUTY.
           MOVE SPACES TO SWEEP-REGISTER-RECORD
           MOVE WS-SWEEP-DATE TO SWL-SWEEP-DATE
           MOVE WS-SWEEP-SECTION TO SWL-SECTION
           MOVE WS-SWEEP-ELF TO SWL-ELF
           MOVE WS-SWEEP-SOURCE TO SWL-SOURCE
           MOVE WS-RUN-ID TO SWL-RUN-ID
           WRITE SWEEP-DUTY-RECORD FROM SWEEP-REGISTER-RECORD
           ADD 1 TO WS-SWEEP-DUTY-COUNT
           .

      *
      *    REGISTER-SWEEP-DUTIES ENTERS THIS RUN'S SWEEP DUTIES ON THE
      *    SWEEP REGISTER (DAY4SWPL.TXT), UNCONFIRMED, FOR SWEEPCNF TO
      *    MATCH THE CREWS' CONFIRMATIONS AGAINST.  THE REGISTER IS
      *    HELD UNDER ITS LOCK FROM THE READ THROUGH THE MV OF THE NEW
      *    COPY, AS SWEEPCNF HOLDS IT.  IF THE LOCK CANNOT BE HAD THE
      *    REGISTER IS LEFT ALONE AND THE CONSOLE SAYS SO.
       REGISTER-SWEEP-DUTIES.
           PERFORM GET-SWPL-LOCK
           IF NOT WS-SWPL-LOCKED THEN
              DISPLAY 'DAY4: COULD NOT GET THE DAY4SWPL.TXT LOCK AFTER '
                 '10 TRIES - THIS RUN''S SWEEP DUTIES ARE NOT ON THE '
                 'SWEEP REGISTER.'
           ELSE
              PERFORM REBUILD-SWEEP-REGISTER
              PERFORM FREE-SWPL-LOCK
           END-IF
           .

      *
      *    REBUILD-SWEEP-REGISTER COPIES THE REGISTER TO DAY4SWPL.NEW
      *    AND ADDS THIS RUN'S DUTIES.  A RERUN UNDER THE SAME RUN ID
      *    REPLACES THAT RUN'S UNCONFIRMED ENTRIES, AS DAY1 DOES WITH
      *    ITS REQUISITION REGISTER, BUT KEEPS THE ONES SWEEPCNF HAS
      *    ALREADY CONFIRMED - THE SWEEP WAS DONE - AND DOES NOT ENTER
      *    THOSE DUTIES A SECOND TIME.  IF THE NEW COPY CANNOT BE
      *    OPENED THE REGISTER IS LEFT AS IT WAS.  THE DUTY WORK FILE
      *    IS THIS RUN'S OWN SCRATCH, SO ONLY THE REGISTER GOES ON THE
      *    DATASET USAGE LOG.
       REBUILD-SWEEP-REGISTER.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITE-COUNT
           MOVE ZERO TO WS-SWEEP-CARRY-COUNT
           OPEN OUTPUT SWEEP-REGISTER-NEW-FILE
           IF NOT FS-SWPLNEW-OK THEN
              DISPLAY 'DAY4: DAY4SWPL.NEW COULD NOT BE OPENED (FILE '
                 'STATUS ' WS-SWPLNEW-STATUS-CD ') - THIS RUN''S '
                 'SWEEP DUTIES ARE NOT ON THE SWEEP REGISTER.'
           ELSE
              OPEN INPUT SWEEP-REGISTER-FILE
              IF FS-SWPL-OK THEN
                 SET WS-SWPL-EOF TO FALSE
                 PERFORM UNTIL WS-SWPL-EOF
                    READ SWEEP-REGISTER-FILE
                       AT END
                          SET WS-SWPL-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-READ-COUNT
                          EVALUATE TRUE
                             WHEN SWL-RUN-ID NOT = WS-RUN-ID
                                WRITE SWEEP-REGISTER-NEW-RECORD
                                   FROM SWEEP-REGISTER-RECORD
                                ADD 1 TO WS-WRITE-COUNT
                             WHEN SWL-CONFIRMED
                                WRITE SWEEP-REGISTER-NEW-RECORD
                                   FROM SWEEP-REGISTER-RECORD
                                ADD 1 TO WS-WRITE-COUNT
                                PERFORM NOTE-CARRIED-DUTY
                             WHEN OTHER
                                ADD 1 TO WS-SWEEP-DROP-COUNT
                          END-EVALUATE
                    END-READ
                 END-PERFORM
                 CLOSE SWEEP-REGISTER-FILE
                 MOVE 'DAY4SWPL.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-READ-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
              OPEN INPUT SWEEP-DUTY-FILE
              SET WS-SWPL-EOF TO FALSE
              PERFORM UNTIL WS-SWPL-EOF
                 READ SWEEP-DUTY-FILE
                    AT END
                       SET WS-SWPL-EOF TO TRUE
                    NOT AT END
                       MOVE SWEEP-DUTY-RECORD TO SWEEP-REGISTER-RECORD
                       PERFORM FIND-CARRIED-DUTY
                       IF NOT WS-SWEEP-CARRIED THEN
                          WRITE SWEEP-REGISTER-NEW-RECORD
                             FROM SWEEP-DUTY-RECORD
                          ADD 1 TO WS-WRITE-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SWEEP-DUTY-FILE
              CLOSE SWEEP-REGISTER-NEW-FILE
              MOVE 'mv DAY4SWPL.NEW DAY4SWPL.TXT' TO WS-SWPL-CMD
              CALL 'SYSTEM' USING WS-SWPL-CMD
              MOVE 'DAY4SWPL.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-WRITE-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE 'rm -f DAY4SWPD.WRK' TO WS-SWPL-CMD
              CALL 'SYSTEM' USING WS-SWPL-CMD
              IF WS-SWEEP-DROP-COUNT > ZERO THEN
                 DISPLAY 'DAY4: ' WS-SWEEP-DROP-COUNT ' SWEEP DUTY(S) '
                    'FROM AN EARLIER RUN UNDER THIS RUN ID REPLACED ON '
                    'DAY4SWPL.TXT.'
              END-IF
              IF WS-SWEEP-CARRY-COUNT > ZERO THEN
                 DISPLAY 'DAY4: ' WS-SWEEP-CARRY-COUNT ' CONFIRMED '
                    'SWEEP DUTY(S) FROM AN EARLIER RUN UNDER THIS RUN '
                    'ID KEPT ON DAY4SWPL.TXT.'
              END-IF
              IF WS-SWEEP-CARRY-FULL THEN
                 DISPLAY 'DAY4: MORE THAN ' WS-SWEEP-CARRY-LIMIT
                    ' CONFIRMED DUTIES KEPT - ANY OF THE REST THIS RUN '
                    'ALSO ASSIGNED ARE ON THE REGISTER TWICE.'
              END-IF
           END-IF
           .

      *
      *    NOTE-CARRIED-DUTY HOLDS THE DATE, SECTION AND ELF OF A
      *    CONFIRMED DUTY KEPT FROM AN EARLIER RUN UNDER THIS RUN ID.
       NOTE-CARRIED-DUTY.
           IF WS-SWEEP-CARRY-COUNT < WS-SWEEP-CARRY-LIMIT THEN
              ADD 1 TO WS-SWEEP-CARRY-COUNT
              MOVE SWL-SWEEP-DATE TO WS-SWEEP-KEY-DATE
              MOVE SWL-SECTION TO WS-SWEEP-KEY-SECTION
              MOVE SWL-ELF TO WS-SWEEP-KEY-ELF
              MOVE WS-SWEEP-KEY
                 TO WS-SWEEP-CARRY-KEY(WS-SWEEP-CARRY-COUNT)
           ELSE
              SET WS-SWEEP-CARRY-FULL TO TRUE
           END-IF
           .

      *
      *    FIND-CARRIED-DUTY SETS WS-SWEEP-CARRIED WHEN THE DUTY IN
      *    SWEEP-REGISTER-RECORD IS ONE ALREADY KEPT AS CONFIRMED.
       FIND-CARRIED-DUTY.
           SET WS-SWEEP-CARRIED TO FALSE
           IF WS-SWEEP-CARRY-COUNT > ZERO THEN
              MOVE SWL-SWEEP-DATE TO WS-SWEEP-KEY-DATE
              MOVE SWL-SECTION TO WS-SWEEP-KEY-SECTION
              MOVE SWL-ELF TO WS-SWEEP-KEY-ELF
              PERFORM VARYING WS-SWEEP-CARRY-SUB FROM 1 BY 1
                 UNTIL WS-SWEEP-CARRY-SUB > WS-SWEEP-CARRY-COUNT
                    OR WS-SWEEP-CARRIED
                 IF WS-SWEEP-CARRY-KEY(WS-SWEEP-CARRY-SUB)
                    = WS-SWEEP-KEY THEN
                    SET WS-SWEEP-CARRIED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *
           MOVE ZERO TO WS-UNSWEPT-COUNT
           MOVE 'UNSWEPT SECTIONS (NO COVERAGE IN OBSERVED SPAN):'
              TO UTILIZATION-LINE
           PERFORM PUT-UTILIZATION-LINE
           PERFORM VARYING WS-SECTION-NUM
              FROM WS-FILE-MIN-SECTION BY 1
              UNTIL WS-SECTION-NUM > WS-FILE-MAX-SECTION
                 MOVE SPACES TO UTILIZATION-LINE
                 STRING '  SECTION ' WS-EDIT-C ' - UNSWEPT'
                    DELIMITED BY SIZE INTO UTILIZATION-LINE
                 PERFORM PUT-UTILIZATION-LINE
              END-IF
           END-PERFORM
           MOVE WS-UNSWEPT-COUNT TO WS-EDIT-A
           MOVE SPACES TO UTILIZATION-LINE
           STRING 'TOTAL UNSWEPT SECTIONS: ' WS-EDIT-A
              DELIMITED BY SIZE INTO UTILIZATION-LINE
           PERFORM PUT-UTILIZATION-LINE
           .

      *
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
      *    PUT-UTILIZATION-LINE WRITES UTILIZATION-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-UTILIZATION-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE UTILIZATION-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO UTILIZATION-LINE
                 WRITE UTILIZATION-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE UTILIZATION-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO UTILIZATION-LINE
           END-IF
           WRITE UTILIZATION-LINE
           .

      *
      *    WRITE-UTILIZATION-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-UTILIZATION-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO UTILIZATION-LINE
              PERFORM PUT-UTILIZATION-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY CAPUWR.

      *
      *    RECORD-TABLE-USAGE LOGS THE HIGHEST SECTION NUMBER ANY
      *    RANGE IN THE FILE REACHED AGAINST THE 10000-ENTRY SECTION
      *    TABLES, FOR THE CAPACITY FORECAST (CAPFCST).
       RECORD-TABLE-USAGE.
           IF WS-FILE-SPAN-SET THEN
              MOVE 'DAY4' TO WS-CAPU-PROGRAM-ID
              MOVE 'SECTION-TABLE' TO WS-CAPU-TABLE-NAME
              MOVE WS-FILE-MAX-SECTION TO WS-CAPU-USED
              MOVE 10000 TO WS-CAPU-LIMIT
              PERFORM WRITE-CAPACITY-USAGE
           END-IF
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

       COPY SWEEPLK.
       END PROGRAM DAY4.
