       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERDCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCTL-STATUS-CD.
           SELECT PERIOD-TOTALS-FILE ASSIGN TO 'PERDTOTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTOT-STATUS-CD.
           SELECT PERIOD-REPORT-FILE ASSIGN TO 'PERDRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO 'DAY1HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS-CD.
           SELECT ROSTER-FILE ASSIGN TO 'DAY1ROST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS-CD.
           SELECT SCORE-HISTORY-FILE ASSIGN TO 'SCOREHIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SRC-STATUS-CD.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE PERIOD CONTROL FILE RECORDS EVERY CLOSE AND REOPEN OF
      *    A CALENDAR MONTH.  A PERIOD'S STATE IS ITS LATEST ACTION;
      *    A CLOSE CARRIES THE SEQUENCE NUMBER OF THE TOTALS IT
      *    LOCKED, SO A PERIOD CLOSED, REOPENED AND CLOSED AGAIN
      *    KEEPS BOTH SETS OF FIGURES AND SAYS WHICH ONE STANDS.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PC-ACTION               PIC X(08).
               88  PC-CLOSED                      VALUE 'CLOSED'.
               88  PC-REOPENED                    VALUE 'REOPENED'.
           05  FILLER                  PIC X(01).
           05  PC-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PC-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PC-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  PC-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(01).
           05  PC-CLOSE-SEQ            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PC-NOTE                 PIC X(40).
      *
      *    THE PERIOD-TOTALS FILE HOLDS THE OFFICIAL MONTH-END
      *    FIGURES, ONE RECORD PER FIGURE, WRITTEN ONCE AT THE CLOSE
      *    AND NEVER REWRITTEN.
       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           05  PT-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PT-CLOSE-SEQ            PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PT-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  PT-SECTION              PIC X(08).
           05  FILLER                  PIC X(01).
           05  PT-FIGURE               PIC X(30).
           05  FILLER                  PIC X(01).
           05  PT-VALUE                PIC 9(15).
           05  FILLER                  PIC X(01).
           05  PT-TEXT                 PIC X(30).
       FD  PERIOD-REPORT-FILE.
       01  PERIOD-REPORT-LINE          PIC X(132).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HX-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(1).
           05 HX-RUN-TIME          PIC X(8).
           05 FILLER               PIC X(1).
           05 HX-ELF-NUM           PIC 9(9).
           05 FILLER               PIC X(1).
           05 HX-ELF-TOTAL         PIC 9(9).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RS-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RS-NAME              PIC X(20).
           05 FILLER               PIC X(1).
           05 RS-TEAM              PIC X(10).
       FD  SCORE-HISTORY-FILE.
       01  SCORE-HISTORY-RECORD.
           05 SH-RUN-DATE              PIC X(10).
           05 FILLER                   PIC X(1).
           05 SH-RUN-TIME              PIC X(8).
           05 FILLER                   PIC X(1).
           05 SH-DAY1-HIGHEST          PIC 9(9).
           05 FILLER                   PIC X(1).
           05 SH-DAY2-PART1            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 SH-DAY2-PART2            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 SH-DAY4-PART1            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 SH-DAY4-PART2            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 SH-DAY8-PART1            PIC 9(18).
           05 FILLER                   PIC X(1).
           05 SH-DAY8-PART2            PIC 9(18).
           05 FILLER                   PIC X(1).
           05 SH-AVAIL-FLAGS           PIC X(4).
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-FUNCTION-PARM         PIC X(10).
       01 WS-PERIOD-PARM           PIC X(10).
       01 WS-REASON-PARM           PIC X(40).
       01 WS-PCTL-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-PCTL-OK                    VALUE '00'.
       01 WS-PTOT-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-PTOT-OK                    VALUE '00'.
       01 WS-SRC-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-SRC-OK                     VALUE '00'.
       01 WS-SRC-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-SRC-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-CLOSE-RC              PIC S9(4) BINARY VALUE ZERO.
       01 WS-CMD                   PIC X(100).
      *
      *    APPEND LOCKS ON PERDCTL.TXT AND PERDTOTL.TXT, TAKEN THE
      *    SAME WAY AS THE RUN-LOG'S (SEE GET-RUNLOG-LOCK).  A CLOSE
      *    OR REOPEN HOLDS THE CONTROL-FILE LOCK FROM BEFORE IT TOUCHES
      *    THE PERDLOCK MARKER UNTIL ITS ACTION IS RECORDED.
       01 WS-LOCK-CMD              PIC X(60).
       01 WS-LOCK-TRY              PIC 9(4) BINARY.
       01 WS-LOCK-RC-SAVE          PIC S9(9) BINARY.
       01 WS-PCTL-LOCKED-SW        PIC X(1) VALUE 'N'.
           88 WS-PCTL-LOCKED                VALUE 'Y' FALSE 'N'.
       01 WS-PTOT-LOCKED-SW        PIC X(1) VALUE 'N'.
           88 WS-PTOT-LOCKED                VALUE 'Y' FALSE 'N'.
      *
      *    THE PERIOD IN HAND (YYYYMM), THE CURRENT PERIOD BY THE
      *    PROCESSING DATE, AND THE YYYY-MM PREFIX THE RUN DATES ON
      *    THE SOURCE FILES ARE MATCHED ON.
       01 WS-PERIOD                PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY       PIC 9(4).
           05 WS-PERIOD-MM         PIC 9(2).
       01 WS-CURRENT-PERIOD        PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PREFIX         PIC X(7).
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY        PIC 9(4).
           05 WS-TODAY-MM          PIC 9(2).
           05 WS-TODAY-DD          PIC 9(2).
       01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS        PIC 9(6).
           05 FILLER               PIC 9(2).
      *
      *    EVERY PERIOD ON THE CONTROL FILE WITH ITS LATEST ACTION.
       01 WS-CTL-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-PRD-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 PERIOD-STATE-TABLE.
           05 PRD-ENTRY OCCURS 600 TIMES.
              10 PRD-PERIOD        PIC 9(6).
              10 PRD-ACTION        PIC X(8).
              10 PRD-DATE          PIC 9(8).
              10 PRD-OPERATOR      PIC X(8).
              10 PRD-CLOSE-SEQ     PIC 9(3).
              10 PRD-LAST-SEQ      PIC 9(3).
              10 PRD-NOTE          PIC X(40).
       01 WS-PRD-SUB               PIC 9(4) BINARY.
       01 WS-THIS-PRD              PIC 9(4) BINARY VALUE ZERO.
       01 WS-CLOSE-SEQ             PIC 9(3) VALUE ZERO.
       01 WS-PC-ACTION             PIC X(8).
       01 WS-PC-NOTE               PIC X(40).
      *
      *    THE MONTH'S FIGURES AS THEY ARE GATHERED, IN REPORT ORDER.
       01 WS-FIG-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 FIGURE-TABLE.
           05 FIG-ENTRY OCCURS 60 TIMES.
              10 FIG-SECTION       PIC X(8).
              10 FIG-NAME          PIC X(30).
              10 FIG-VALUE         PIC 9(15).
              10 FIG-TEXT          PIC X(30).
       01 WS-FIG-SUB               PIC 9(4) BINARY.
       01 WS-FIG-SECTION           PIC X(8).
       01 WS-FIG-NAME              PIC X(30).
       01 WS-FIG-VALUE             PIC 9(15).
       01 WS-FIG-TEXT              PIC X(30).
      *
      *    DAY1: THE LAST RUN OF EACH PROCESSING DATE STANDS FOR THAT
      *    DATE (A RERUN REPLACES THE FIRST ATTEMPT).  THE DATE'S
      *    RUN IS HELD IN ELF-DAY-TOTAL UNTIL THE NEXT DATE STARTS,
      *    THEN FOLDED INTO THE MONTH.
       01 WS-ELF-LIMIT             PIC 9(9) BINARY VALUE 10000.
       01 ELF-MONTH-TABLE.
           05 ELF-MONTH-TOTAL OCCURS 10000 TIMES PIC 9(15) BINARY.
       01 ELF-DAY-TABLE.
           05 ELF-DAY-TOTAL OCCURS 10000 TIMES PIC 9(9) BINARY.
       01 WS-ELF-SUB               PIC 9(9) BINARY.
       01 WS-ELF-HIGH              PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY-ELF-HIGH          PIC 9(9) BINARY VALUE ZERO.
       01 WS-HX-KEY                PIC X(19) VALUE SPACES.
       01 WS-HX-DAY                PIC X(10) VALUE SPACES.
       01 WS-DAY1-DAYS             PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY1-CALORIES         PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY1-RECORDS          PIC 9(9) BINARY VALUE ZERO.
       01 TOP-ELF-TABLE.
           05 TOP-ELF-ENTRY OCCURS 3 TIMES.
              10 TOP-ELF-NUM       PIC 9(9) BINARY.
              10 TOP-ELF-TOTAL     PIC 9(15) BINARY.
              10 TOP-ELF-NAME      PIC X(20).
       01 WS-TOP-SUB               PIC 9(4) BINARY.
       01 WS-TOP-SHIFT             PIC 9(4) BINARY.
       01 WS-EDIT-ELF              PIC 9(5).
      *
      *    SCOREHIST: LIKEWISE THE LAST CONSOLIDATION OF EACH DATE.
       01 WS-SH-PENDING-SW         PIC X(1) VALUE 'N'.
           88 WS-SH-PENDING                 VALUE 'Y' FALSE 'N'.
       01 WS-SH-HELD               PIC X(120).
       01 WS-SH-NEXT               PIC X(120).
       01 WS-SH-HELD-DATE          PIC X(10).
       01 WS-DAY2-DAYS             PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY2-PART1-TOTAL      PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY2-PART2-TOTAL      PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY4-DAYS             PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY4-PART1-TOTAL      PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY4-PART2-TOTAL      PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY8-DAYS             PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY8-VISIBLE-LAST     PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY8-VISIBLE-HIGH     PIC 9(15) BINARY VALUE ZERO.
       01 WS-DAY8-SCENIC-HIGH      PIC 9(15) BINARY VALUE ZERO.
      *
      *    EXCEPTIONS RAISED IN THE MONTH, BY REVIEW DISPOSITION.
       01 WS-EXC-TOTAL             PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-REJECTS           PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-WARNINGS          PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-OPEN              PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-RESOLVED          PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-ACCEPTED          PIC 9(9) BINARY VALUE ZERO.
      *
      *    THE STREAM'S OWN END-OF-STREAM RUN-LOG ENTRIES.
       01 WS-STREAM-RUNS           PIC 9(9) BINARY VALUE ZERO.
       01 WS-STREAM-COMPLETE       PIC 9(9) BINARY VALUE ZERO.
       01 WS-STREAM-SECS           PIC 9(15) BINARY VALUE ZERO.
       01 WS-STREAM-MAX-SECS       PIC 9(9) BINARY VALUE ZERO.
       01 WS-STREAM-ONE-SECS       PIC 9(9) BINARY VALUE ZERO.
       01 WS-STREAM-PCT            PIC 9(3) VALUE ZERO.
       01 WS-RUNLOG-EOF-SW         PIC X(1) VALUE 'N'.
           88 WS-RUNLOG-EOF                 VALUE 'Y' FALSE 'N'.
       01 WS-SOURCE-READ           PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-EDIT-A                PIC Z(14)9.
       01 WS-EDIT-SEQ              PIC ZZ9.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY OPERWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'PERDCLS' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'PERDCLS' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-FUNCTION-PARMS
           PERFORM LOAD-PERIOD-CONTROL

           EVALUATE WS-FUNCTION-PARM
              WHEN 'CLOSE'
                 PERFORM CLOSE-PERIOD
              WHEN 'REOPEN'
                 PERFORM REOPEN-PERIOD
              WHEN 'LIST'
                 PERFORM LIST-PERIODS
              WHEN OTHER
                 DISPLAY 'PERDCLS: FUNCTION "' WS-FUNCTION-PARM
                    '" IS NOT CLOSE, REOPEN OR LIST - NOTHING DONE.'
                 DISPLAY 'PERDCLS: USAGE - CLOSE [YYYYMM]'
                 DISPLAY '                 REOPEN YYYYMM [REASON]'
                 DISPLAY '                 LIST [YYYYMM]'
                 MOVE 8 TO WS-CLOSE-RC
           END-EVALUATE

           MOVE 'PERDCLS' TO RL-PROGRAM-ID
           MOVE WS-SOURCE-READ TO WS-RUN-LOG-RECORDS-READ
           IF WS-CLOSE-RC = ZERO THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           ELSE
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           IF WS-PERIOD NOT = ZERO THEN
              MOVE SPACES TO WS-RUN-LOG-DETAIL
              STRING FUNCTION TRIM(WS-FUNCTION-PARM) ' PERIOD '
                 WS-PERIOD DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT
           MOVE WS-CLOSE-RC TO RETURN-CODE

           STOP RUN.

      *
      *    GET-FUNCTION-PARMS PICKS UP THE FUNCTION AND ITS OPERANDS:
      *      CLOSE  [YYYYMM]         (DEFAULT THE MONTH BEFORE THE
      *                               PROCESSING DATE)
      *      REOPEN YYYYMM [REASON]
      *      LIST   [YYYYMM]         (WITH A PERIOD, ITS LOCKED
      *                               FIGURES AS WELL)
       GET-FUNCTION-PARMS.
           MOVE SPACES TO WS-FUNCTION-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-PARM FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PARM)
              TO WS-FUNCTION-PARM
           MOVE SPACES TO WS-PERIOD-PARM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-PARM FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-REASON-PARM
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-REASON-PARM FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-TODAY
           END-IF
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY-YYYY * 100
              + WS-TODAY-MM
           MOVE ZERO TO WS-PERIOD
           EVALUATE TRUE
              WHEN WS-PERIOD-PARM = SPACES
                 IF WS-FUNCTION-PARM = 'CLOSE' THEN
                    IF WS-TODAY-MM = 1 THEN
                       COMPUTE WS-PERIOD =
                          (WS-TODAY-YYYY - 1) * 100 + 12
                    ELSE
                       COMPUTE WS-PERIOD = WS-CURRENT-PERIOD - 1
                    END-IF
                 END-IF
              WHEN WS-PERIOD-PARM(1:6) IS NUMERIC
                 AND WS-PERIOD-PARM(7:) = SPACES
                 AND WS-PERIOD-PARM(5:2) >= '01'
                 AND WS-PERIOD-PARM(5:2) <= '12'
                 MOVE WS-PERIOD-PARM(1:6) TO WS-PERIOD
              WHEN OTHER
                 DISPLAY 'PERDCLS: PERIOD "'
                    FUNCTION TRIM(WS-PERIOD-PARM)
                    '" IS NOT A YYYYMM MONTH - NOTHING DONE.'
                 MOVE 'INVALID' TO WS-FUNCTION-PARM
           END-EVALUATE
           IF WS-PERIOD NOT = ZERO THEN
              MOVE SPACES TO WS-PERIOD-PREFIX
              STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
                 DELIMITED BY SIZE INTO WS-PERIOD-PREFIX
           END-IF
           .

      *
      *    LOAD-PERIOD-CONTROL READS PERDCTL.TXT INTO THE PERIOD
      *    TABLE, LEAVING EACH PERIOD AT ITS LATEST ACTION AND THE
      *    HIGHEST CLOSE SEQUENCE IT HAS USED.  WS-THIS-PRD POINTS
      *    AT THE PERIOD IN HAND WHEN IT IS ON FILE.
       LOAD-PERIOD-CONTROL.
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT PERIOD-CONTROL-FILE
           IF FS-PCTL-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ PERIOD-CONTROL-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-PERIOD-CONTROL
                 END-READ
              END-PERFORM
              CLOSE PERIOD-CONTROL-FILE
              MOVE 'PERDCTL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE ZERO TO WS-THIS-PRD
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
              IF PRD-PERIOD(WS-PRD-SUB) = WS-PERIOD THEN
                 MOVE WS-PRD-SUB TO WS-THIS-PRD
              END-IF
           END-PERFORM
           .

       TAKE-PERIOD-CONTROL.
           IF PC-PERIOD IS NUMERIC AND PC-CLOSE-SEQ IS NUMERIC THEN
              ADD 1 TO WS-CTL-COUNT
              PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                 UNTIL WS-PRD-SUB > WS-PRD-COUNT
                    OR PRD-PERIOD(WS-PRD-SUB) = PC-PERIOD
                 CONTINUE
              END-PERFORM
              IF WS-PRD-SUB > WS-PRD-COUNT AND WS-PRD-COUNT < 600
                 THEN
                 ADD 1 TO WS-PRD-COUNT
                 MOVE WS-PRD-COUNT TO WS-PRD-SUB
                 MOVE PC-PERIOD TO PRD-PERIOD(WS-PRD-SUB)
                 MOVE ZERO TO PRD-LAST-SEQ(WS-PRD-SUB)
              END-IF
              IF WS-PRD-SUB <= WS-PRD-COUNT THEN
                 MOVE PC-ACTION TO PRD-ACTION(WS-PRD-SUB)
                 MOVE PC-DATE TO PRD-DATE(WS-PRD-SUB)
                 MOVE PC-OPERATOR TO PRD-OPERATOR(WS-PRD-SUB)
                 MOVE PC-CLOSE-SEQ TO PRD-CLOSE-SEQ(WS-PRD-SUB)
                 MOVE PC-NOTE TO PRD-NOTE(WS-PRD-SUB)
                 IF PC-CLOSE-SEQ > PRD-LAST-SEQ(WS-PRD-SUB) THEN
                    MOVE PC-CLOSE-SEQ TO PRD-LAST-SEQ(WS-PRD-SUB)
                 END-IF
              END-IF
           END-IF
           .

      *
      *    CLOSE-PERIOD GATHERS THE MONTH'S FIGURES FROM EVERY
      *    PROGRAM'S HISTORY, POSTS THEM TO PERDTOTL.TXT UNDER A NEW
      *    CLOSE SEQUENCE, SETS THE PERDLOCK/<YYYYMM> MARKER THAT
      *    FLAGS ANY LATER RUN DATED INSIDE THE MONTH, AND RECORDS THE
      *    CLOSE.  ONLY A MONTH THAT HAS ENDED CAN BE CLOSED, AND A
      *    CLOSED MONTH MUST BE REOPENED BEFORE IT IS CLOSED AGAIN -
      *    ITS FIGURES DO NOT MOVE.  LIKE A REOPEN, A CLOSE NEEDS THE
      *    OPERATOR TO HOLD THE FUNCTION ON PERDCLS, AND THE ATTEMPT
      *    GOES ON THE OPERATOR AUDIT TRAIL EITHER WAY.
       CLOSE-PERIOD.
           EVALUATE TRUE
              WHEN WS-PERIOD >= WS-CURRENT-PERIOD
                 DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                    ' HAS NOT ENDED (PROCESSING DATE ' WS-TODAY
                    ') - NOT CLOSED.'
                 MOVE 8 TO WS-CLOSE-RC
              WHEN WS-THIS-PRD > ZERO
                 AND PRD-ACTION(WS-THIS-PRD) = 'CLOSED'
                 DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                    ' IS ALREADY CLOSED (SEQUENCE '
                    PRD-CLOSE-SEQ(WS-THIS-PRD)
                    ') - A SUPERVISOR MUST REOPEN IT FIRST.'
                 MOVE 8 TO WS-CLOSE-RC
              WHEN OTHER
                 MOVE 'PERDCLS' TO WS-OPER-PROGRAM-ID
                 MOVE WS-RUN-ID TO WS-OPER-RUN-ID
                 MOVE 'CLOSE' TO WS-OPER-FUNCTION
                 MOVE SPACES TO WS-OPER-DETAIL
                 STRING 'PERIOD ' WS-PERIOD
                    DELIMITED BY SIZE INTO WS-OPER-DETAIL
                 PERFORM CHECK-OPERATOR-AUTHORITY
                 IF NOT WS-OPER-PERMITTED THEN
                    DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                       ' NOT CLOSED - IT STAYS OPEN.'
                    MOVE 16 TO WS-CLOSE-RC
                 ELSE
                    PERFORM GET-PCTL-LOCK
                    IF NOT WS-PCTL-LOCKED THEN
                       DISPLAY 'PERDCLS: COULD NOT GET THE PERDCTL.TXT '
                          'LOCK AFTER 10 TRIES - PERIOD ' WS-PERIOD
                          ' NOT CLOSED.'
                       MOVE 8 TO WS-CLOSE-RC
                    ELSE
                       PERFORM MAKE-PERIOD-CLOSE
                       PERFORM FREE-PCTL-LOCK
                    END-IF
                 END-IF
           END-EVALUATE
           .

       MAKE-PERIOD-CLOSE.
           MOVE 1 TO WS-CLOSE-SEQ
           IF WS-THIS-PRD > ZERO THEN
              COMPUTE WS-CLOSE-SEQ =
                 PRD-LAST-SEQ(WS-THIS-PRD) + 1
           END-IF
           PERFORM GATHER-DAY1-FIGURES
           PERFORM GATHER-SCORE-FIGURES
           PERFORM GATHER-EXCEPTION-FIGURES
           PERFORM GATHER-STREAM-FIGURES
           PERFORM SET-PERIOD-LOCK
           IF WS-CLOSE-RC = ZERO THEN
              PERFORM POST-PERIOD-TOTALS
           END-IF
           IF WS-CLOSE-RC = ZERO THEN
              MOVE 'CLOSED' TO WS-PC-ACTION
              MOVE WS-FIG-COUNT TO WS-EDIT-SEQ
              MOVE SPACES TO WS-PC-NOTE
              STRING 'FIGURES LOCKED: ' FUNCTION TRIM(WS-EDIT-SEQ)
                 DELIMITED BY SIZE INTO WS-PC-NOTE
              PERFORM WRITE-PERIOD-CONTROL
              PERFORM WRITE-CLOSE-REPORT
              MOVE WS-CLOSE-SEQ TO WS-EDIT-SEQ
              DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                 ' CLOSED AND LOCKED (SEQUENCE '
                 FUNCTION TRIM(WS-EDIT-SEQ) ') - SEE '
                 'PERDRPT.TXT.'
           END-IF
           .

      *
      *    REOPEN-PERIOD IS A SUPERVISOR ACTION: THE OPERATOR MUST
      *    HOLD THE REOPEN FUNCTION ON PERDCLS, AND THE ATTEMPT GOES
      *    ON THE OPERATOR AUDIT TRAIL EITHER WAY.  THE LOCKED
      *    FIGURES STAY ON PERDTOTL.TXT; ONLY THE LOCK IS LIFTED, AND
      *    THE REOPEN IS RECORDED WITH ITS OPERATOR AND REASON.
       REOPEN-PERIOD.
           EVALUATE TRUE
              WHEN WS-PERIOD = ZERO
                 DISPLAY 'PERDCLS: REOPEN NEEDS THE YYYYMM PERIOD - '
                    'NOTHING DONE.'
                 MOVE 8 TO WS-CLOSE-RC
              WHEN WS-THIS-PRD = ZERO
                 OR PRD-ACTION(WS-THIS-PRD) NOT = 'CLOSED'
                 DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                    ' IS NOT CLOSED - NOTHING TO REOPEN.'
                 MOVE 8 TO WS-CLOSE-RC
              WHEN OTHER
                 MOVE 'PERDCLS' TO WS-OPER-PROGRAM-ID
                 MOVE WS-RUN-ID TO WS-OPER-RUN-ID
                 MOVE 'REOPEN' TO WS-OPER-FUNCTION
                 MOVE SPACES TO WS-OPER-DETAIL
                 STRING 'PERIOD ' WS-PERIOD ' '
                    FUNCTION TRIM(WS-REASON-PARM)
                    DELIMITED BY SIZE INTO WS-OPER-DETAIL
                 PERFORM CHECK-OPERATOR-AUTHORITY
                 IF NOT WS-OPER-PERMITTED THEN
                    DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
                       ' NOT REOPENED - IT STAYS LOCKED.'
                    MOVE 16 TO WS-CLOSE-RC
                 ELSE
                    PERFORM GET-PCTL-LOCK
                    IF NOT WS-PCTL-LOCKED THEN
                       DISPLAY 'PERDCLS: COULD NOT GET THE PERDCTL.TXT '
                          'LOCK AFTER 10 TRIES - PERIOD ' WS-PERIOD
                          ' NOT REOPENED.'
                       MOVE 8 TO WS-CLOSE-RC
                    ELSE
                       PERFORM MAKE-PERIOD-REOPEN
                       PERFORM FREE-PCTL-LOCK
                    END-IF
                 END-IF
           END-EVALUATE
           .

       MAKE-PERIOD-REOPEN.
           MOVE SPACES TO WS-CMD
           STRING 'rmdir PERDLOCK/' WS-PERIOD
              ' 2>/dev/null'
              DELIMITED BY SIZE INTO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           MOVE PRD-CLOSE-SEQ(WS-THIS-PRD) TO WS-CLOSE-SEQ
           MOVE 'REOPENED' TO WS-PC-ACTION
           MOVE WS-REASON-PARM TO WS-PC-NOTE
           IF WS-PC-NOTE = SPACES THEN
              MOVE 'NO REASON GIVEN' TO WS-PC-NOTE
           END-IF
           PERFORM WRITE-PERIOD-CONTROL
           DISPLAY 'PERDCLS: PERIOD ' WS-PERIOD
              ' REOPENED BY ' FUNCTION TRIM(WS-OPER-ID)
              ' - ITS LOCKED FIGURES NO LONGER STAND UNTIL '
              'IT IS CLOSED AGAIN.'
           .

      *
      *    WRITE-PERIOD-CONTROL APPENDS ONE ACTION TO PERDCTL.TXT.
      *    THE CALLER HAS SET WS-PC-ACTION AND WS-PC-NOTE AND HOLDS
      *    THE PERDCTL.TXT LOCK.
       WRITE-PERIOD-CONTROL.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF NOT FS-PCTL-OK THEN
              CLOSE PERIOD-CONTROL-FILE
              OPEN OUTPUT PERIOD-CONTROL-FILE
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-PERIOD TO PC-PERIOD
           MOVE WS-PC-ACTION TO PC-ACTION
           MOVE WS-TODAY TO PC-DATE
           MOVE WS-NOW-HHMMSS TO PC-TIME
           MOVE WS-RUN-ID TO PC-RUN-ID
           MOVE FUNCTION UPPER-CASE(WS-OPER-ID) TO PC-OPERATOR
           IF PC-OPERATOR = SPACES THEN
              MOVE 'BATCH' TO PC-OPERATOR
           END-IF
           MOVE WS-CLOSE-SEQ TO PC-CLOSE-SEQ
           MOVE WS-PC-NOTE TO PC-NOTE
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE
           MOVE 'PERDCTL.TXT' TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE 1 TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    SET-PERIOD-LOCK LEAVES THE PERDLOCK/<YYYYMM> MARKER THE
      *    RUN-LOG WRITER TESTS FOR (SEE RUNLOGWR.CPY).
       SET-PERIOD-LOCK.
           MOVE SPACES TO WS-CMD
           STRING 'mkdir -p PERDLOCK/' WS-PERIOD
              DELIMITED BY SIZE INTO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY 'PERDCLS: THE PERDLOCK/' WS-PERIOD
                 ' MARKER COULD NOT BE SET - PERIOD NOT CLOSED.'
              MOVE 8 TO WS-CLOSE-RC
           END-IF
           .

      *
      *    GATHER-DAY1-FIGURES TAKES THE CALORIE FIGURES FROM
      *    DAY1HIST.TXT: THE MONTH'S CALORIE TOTAL OVER THE DATES
      *    DAY1 RAN, AND THE THREE ELVES WITH THE MOST CALORIES ON
      *    THOSE DATES.
       GATHER-DAY1-FIGURES.
           INITIALIZE ELF-MONTH-TABLE
           INITIALIZE ELF-DAY-TABLE
           MOVE SPACES TO WS-HX-KEY
           MOVE SPACES TO WS-HX-DAY
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT HISTORY-FILE
           IF FS-SRC-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ HISTORY-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF HX-RUN-DATE(1:7) = WS-PERIOD-PREFIX
                          AND HX-ELF-NUM IS NUMERIC
                          AND HX-ELF-TOTAL IS NUMERIC THEN
                          PERFORM TAKE-HISTORY-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              MOVE 'DAY1HIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM FOLD-DAY1-DATE
           END-IF
           PERFORM RANK-TOP-ELVES
           PERFORM NAME-TOP-ELVES
           MOVE 'DAY1' TO WS-FIG-SECTION
           MOVE 'DATES REPORTED' TO WS-FIG-NAME
           MOVE WS-DAY1-DAYS TO WS-FIG-VALUE
           MOVE SPACES TO WS-FIG-TEXT
           PERFORM ADD-FIGURE
           MOVE 'CALORIES RECORDED' TO WS-FIG-NAME
           MOVE WS-DAY1-CALORIES TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
              UNTIL WS-TOP-SUB > 3
              IF TOP-ELF-NUM(WS-TOP-SUB) > ZERO THEN
                 MOVE WS-TOP-SUB TO WS-EDIT-ELF
                 MOVE SPACES TO WS-FIG-NAME
                 STRING 'TOP ELF ' WS-EDIT-ELF(5:1)
                    DELIMITED BY SIZE INTO WS-FIG-NAME
                 MOVE TOP-ELF-TOTAL(WS-TOP-SUB) TO WS-FIG-VALUE
                 MOVE TOP-ELF-NUM(WS-TOP-SUB) TO WS-EDIT-ELF
                 MOVE SPACES TO WS-FIG-TEXT
                 STRING 'ELF ' WS-EDIT-ELF ' '
                    TOP-ELF-NAME(WS-TOP-SUB)
                    DELIMITED BY SIZE INTO WS-FIG-TEXT
                 PERFORM ADD-FIGURE
              END-IF
           END-PERFORM
           .

      *
      *    TAKE-HISTORY-RECORD HOLDS ONE POSTING IN THE DATE BUFFER.
      *    A NEW RUN ON THE SAME DATE DISCARDS THE EARLIER RUN'S
      *    POSTINGS; A NEW DATE FOLDS THE BUFFERED ONE INTO THE MONTH.
       TAKE-HISTORY-RECORD.
           ADD 1 TO WS-SOURCE-READ
           IF HISTORY-RECORD(1:19) NOT = WS-HX-KEY THEN
              IF HX-RUN-DATE NOT = WS-HX-DAY THEN
                 PERFORM FOLD-DAY1-DATE
                 MOVE HX-RUN-DATE TO WS-HX-DAY
              ELSE
                 PERFORM CLEAR-DAY1-BUFFER
              END-IF
              MOVE HISTORY-RECORD(1:19) TO WS-HX-KEY
           END-IF
           IF HX-ELF-NUM >= 1 AND HX-ELF-NUM <= WS-ELF-LIMIT THEN
              MOVE HX-ELF-TOTAL TO ELF-DAY-TOTAL(HX-ELF-NUM)
              IF HX-ELF-NUM > WS-DAY-ELF-HIGH THEN
                 MOVE HX-ELF-NUM TO WS-DAY-ELF-HIGH
              END-IF
           END-IF
           .

       FOLD-DAY1-DATE.
           IF WS-HX-DAY NOT = SPACES THEN
              ADD 1 TO WS-DAY1-DAYS
              PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                 UNTIL WS-ELF-SUB > WS-DAY-ELF-HIGH
                 ADD ELF-DAY-TOTAL(WS-ELF-SUB)
                    TO ELF-MONTH-TOTAL(WS-ELF-SUB)
                 ADD ELF-DAY-TOTAL(WS-ELF-SUB) TO WS-DAY1-CALORIES
              END-PERFORM
              IF WS-DAY-ELF-HIGH > WS-ELF-HIGH THEN
                 MOVE WS-DAY-ELF-HIGH TO WS-ELF-HIGH
              END-IF
           END-IF
           PERFORM CLEAR-DAY1-BUFFER
           .

       CLEAR-DAY1-BUFFER.
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-DAY-ELF-HIGH
              MOVE ZERO TO ELF-DAY-TOTAL(WS-ELF-SUB)
           END-PERFORM
           MOVE ZERO TO WS-DAY-ELF-HIGH
           .

      *
      *    RANK-TOP-ELVES KEEPS THE THREE HIGHEST MONTH TOTALS, THE
      *    LOWER ELF NUMBER WINNING A TIE.
       RANK-TOP-ELVES.
           INITIALIZE TOP-ELF-TABLE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-HIGH
              IF ELF-MONTH-TOTAL(WS-ELF-SUB) > ZERO THEN
                 PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                    UNTIL WS-TOP-SUB > 3
                       OR ELF-MONTH-TOTAL(WS-ELF-SUB)
                          > TOP-ELF-TOTAL(WS-TOP-SUB)
                    CONTINUE
                 END-PERFORM
                 IF WS-TOP-SUB <= 3 THEN
                    PERFORM VARYING WS-TOP-SHIFT FROM 3 BY -1
                       UNTIL WS-TOP-SHIFT <= WS-TOP-SUB
                       MOVE TOP-ELF-ENTRY(WS-TOP-SHIFT - 1)
                          TO TOP-ELF-ENTRY(WS-TOP-SHIFT)
                    END-PERFORM
                    MOVE WS-ELF-SUB TO TOP-ELF-NUM(WS-TOP-SUB)
                    MOVE ELF-MONTH-TOTAL(WS-ELF-SUB)
                       TO TOP-ELF-TOTAL(WS-TOP-SUB)
                    MOVE SPACES TO TOP-ELF-NAME(WS-TOP-SUB)
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    NAME-TOP-ELVES LOOKS THE TOP ELVES UP ON THE DAY1 ROSTER.
       NAME-TOP-ELVES.
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF FS-SRC-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ ROSTER-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                          UNTIL WS-TOP-SUB > 3
                          IF RS-ELF-NUM IS NUMERIC
                             AND RS-ELF-NUM = TOP-ELF-NUM(WS-TOP-SUB)
                             THEN
                             MOVE RS-NAME TO TOP-ELF-NAME(WS-TOP-SUB)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    GATHER-SCORE-FIGURES TAKES THE TOURNAMENT, OVERLAP AND
      *    VISIBILITY FIGURES FROM SCOREHIST.TXT, THE LAST
      *    CONSOLIDATION OF EACH DATE STANDING FOR THAT DATE.  A
      *    PROGRAM COUNTS ONLY ON THE DATES ITS FIGURES WERE
      *    AVAILABLE TO THE SCOREBOARD.
       GATHER-SCORE-FIGURES.
           SET WS-SH-PENDING TO FALSE
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SCORE-HISTORY-FILE
           IF FS-SRC-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ SCORE-HISTORY-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SH-RUN-DATE(1:7) = WS-PERIOD-PREFIX THEN
                          ADD 1 TO WS-SOURCE-READ
                          IF WS-SH-PENDING
                             AND SH-RUN-DATE NOT = WS-SH-HELD-DATE
                             THEN
                             MOVE SCORE-HISTORY-RECORD TO WS-SH-NEXT
                             PERFORM FOLD-SCORE-DATE
                             MOVE WS-SH-NEXT TO SCORE-HISTORY-RECORD
                          END-IF
                          MOVE SCORE-HISTORY-RECORD TO WS-SH-HELD
                          MOVE SH-RUN-DATE TO WS-SH-HELD-DATE
                          SET WS-SH-PENDING TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY-FILE
              MOVE 'SCOREHIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-SH-PENDING THEN
                 PERFORM FOLD-SCORE-DATE
              END-IF
           END-IF
           MOVE SPACES TO WS-FIG-TEXT
           MOVE 'DAY2' TO WS-FIG-SECTION
           MOVE 'DATES REPORTED' TO WS-FIG-NAME
           MOVE WS-DAY2-DAYS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'TOURNAMENT POINTS PART 1' TO WS-FIG-NAME
           MOVE WS-DAY2-PART1-TOTAL TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'TOURNAMENT POINTS PART 2' TO WS-FIG-NAME
           MOVE WS-DAY2-PART2-TOTAL TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'DAY4' TO WS-FIG-SECTION
           MOVE 'DATES REPORTED' TO WS-FIG-NAME
           MOVE WS-DAY4-DAYS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'FULLY-CONTAINED PAIRS' TO WS-FIG-NAME
           MOVE WS-DAY4-PART1-TOTAL TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'OVERLAPPING PAIRS' TO WS-FIG-NAME
           MOVE WS-DAY4-PART2-TOTAL TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'DAY8' TO WS-FIG-SECTION
           MOVE 'DATES REPORTED' TO WS-FIG-NAME
           MOVE WS-DAY8-DAYS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'VISIBLE TREES AT MONTH END' TO WS-FIG-NAME
           MOVE WS-DAY8-VISIBLE-LAST TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'VISIBLE TREES - HIGHEST' TO WS-FIG-NAME
           MOVE WS-DAY8-VISIBLE-HIGH TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'BEST SCENIC SCORE' TO WS-FIG-NAME
           MOVE WS-DAY8-SCENIC-HIGH TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           .

       FOLD-SCORE-DATE.
           MOVE WS-SH-HELD TO SCORE-HISTORY-RECORD
           IF SH-AVAIL-FLAGS(2:1) = 'Y'
              AND SH-DAY2-PART1 IS NUMERIC
              AND SH-DAY2-PART2 IS NUMERIC THEN
              ADD 1 TO WS-DAY2-DAYS
              ADD SH-DAY2-PART1 TO WS-DAY2-PART1-TOTAL
              ADD SH-DAY2-PART2 TO WS-DAY2-PART2-TOTAL
           END-IF
           IF SH-AVAIL-FLAGS(3:1) = 'Y'
              AND SH-DAY4-PART1 IS NUMERIC
              AND SH-DAY4-PART2 IS NUMERIC THEN
              ADD 1 TO WS-DAY4-DAYS
              ADD SH-DAY4-PART1 TO WS-DAY4-PART1-TOTAL
              ADD SH-DAY4-PART2 TO WS-DAY4-PART2-TOTAL
           END-IF
           IF SH-AVAIL-FLAGS(4:1) = 'Y'
              AND SH-DAY8-PART1 IS NUMERIC
              AND SH-DAY8-PART2 IS NUMERIC THEN
              ADD 1 TO WS-DAY8-DAYS
              MOVE SH-DAY8-PART1 TO WS-DAY8-VISIBLE-LAST
              IF SH-DAY8-PART1 > WS-DAY8-VISIBLE-HIGH THEN
                 MOVE SH-DAY8-PART1 TO WS-DAY8-VISIBLE-HIGH
              END-IF
              IF SH-DAY8-PART2 > WS-DAY8-SCENIC-HIGH THEN
                 MOVE SH-DAY8-PART2 TO WS-DAY8-SCENIC-HIGH
              END-IF
           END-IF
           SET WS-SH-PENDING TO FALSE
           .

      *
      *    GATHER-EXCEPTION-FIGURES COUNTS THE MONTH'S REJECTS AND
      *    WARNINGS ON EXCPTNS.TXT BY THEIR REVIEW DISPOSITION AS IT
      *    STANDS AT THE CLOSE.
       GATHER-EXCEPTION-FIGURES.
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT EXCEPTION-LOG-FILE
           IF FS-EXCLOG-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ EXCEPTION-LOG-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF EX-RUN-DATE(1:7) = WS-PERIOD-PREFIX THEN
                          PERFORM TALLY-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
              MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 'EXCPTNS' TO WS-FIG-SECTION
           MOVE SPACES TO WS-FIG-TEXT
           MOVE 'EXCEPTIONS RAISED' TO WS-FIG-NAME
           MOVE WS-EXC-TOTAL TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'RECORDS REJECTED (E)' TO WS-FIG-NAME
           MOVE WS-EXC-REJECTS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'WARNINGS (W)' TO WS-FIG-NAME
           MOVE WS-EXC-WARNINGS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'UNRESOLVED' TO WS-FIG-NAME
           MOVE WS-EXC-OPEN TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'RESOLVED' TO WS-FIG-NAME
           MOVE WS-EXC-RESOLVED TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'ACCEPTED' TO WS-FIG-NAME
           MOVE WS-EXC-ACCEPTED TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           .

       TALLY-EXCEPTION.
           ADD 1 TO WS-SOURCE-READ
           ADD 1 TO WS-EXC-TOTAL
           IF EX-SEVERITY = 'E' THEN
              ADD 1 TO WS-EXC-REJECTS
           ELSE
              ADD 1 TO WS-EXC-WARNINGS
           END-IF
           EVALUATE EX-STATUS
              WHEN 'R'
                 ADD 1 TO WS-EXC-RESOLVED
              WHEN 'A'
                 ADD 1 TO WS-EXC-ACCEPTED
              WHEN OTHER
                 ADD 1 TO WS-EXC-OPEN
           END-EVALUATE
           .

      *
      *    GATHER-STREAM-FIGURES TAKES THE STREAM'S SUCCESS RATE AND
      *    ELAPSED TIME FROM THE DRIVER'S END-OF-STREAM RUN-LOG
      *    ENTRIES.  REHEARSAL RUNS ARE NOT PRODUCTION AND ARE LEFT
      *    OUT.
       GATHER-STREAM-FIGURES.
           SET WS-RUNLOG-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-RUNLOG-EOF
                 READ RUN-LOG-FILE
                    AT END
                       SET WS-RUNLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RL-PROGRAM-ID = 'DRIVER'
                          AND RL-RUN-DATE(1:7) = WS-PERIOD-PREFIX
                          AND RL-RUN-MODE NOT = 'REHEARSAL'
                          AND (RL-COMPLETION-STATUS = 'STREAM COMPLETE'
                           OR RL-COMPLETION-STATUS = 'STREAM HALTED')
                          THEN
                          PERFORM TALLY-STREAM-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
              MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 'STREAM' TO WS-FIG-SECTION
           MOVE SPACES TO WS-FIG-TEXT
           MOVE 'STREAM RUNS' TO WS-FIG-NAME
           MOVE WS-STREAM-RUNS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'STREAM RUNS COMPLETED' TO WS-FIG-NAME
           MOVE WS-STREAM-COMPLETE TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE ZERO TO WS-STREAM-PCT
           IF WS-STREAM-RUNS > ZERO THEN
              COMPUTE WS-STREAM-PCT ROUNDED =
                 WS-STREAM-COMPLETE * 100 / WS-STREAM-RUNS
           END-IF
           MOVE 'SUCCESS RATE PERCENT' TO WS-FIG-NAME
           MOVE WS-STREAM-PCT TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE 'ELAPSED SECONDS - TOTAL' TO WS-FIG-NAME
           MOVE WS-STREAM-SECS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           MOVE ZERO TO WS-FIG-VALUE
           IF WS-STREAM-RUNS > ZERO THEN
              COMPUTE WS-FIG-VALUE ROUNDED =
                 WS-STREAM-SECS / WS-STREAM-RUNS
           END-IF
           MOVE 'ELAPSED SECONDS - AVERAGE' TO WS-FIG-NAME
           PERFORM ADD-FIGURE
           MOVE 'ELAPSED SECONDS - LONGEST' TO WS-FIG-NAME
           MOVE WS-STREAM-MAX-SECS TO WS-FIG-VALUE
           PERFORM ADD-FIGURE
           .

       TALLY-STREAM-RUN.
           ADD 1 TO WS-SOURCE-READ
           ADD 1 TO WS-STREAM-RUNS
           IF RL-COMPLETION-STATUS = 'STREAM COMPLETE' THEN
              ADD 1 TO WS-STREAM-COMPLETE
           END-IF
           MOVE ZERO TO WS-STREAM-ONE-SECS
           IF RL-ELAPSED-SECS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(RL-ELAPSED-SECS) = ZERO THEN
              COMPUTE WS-STREAM-ONE-SECS =
                 FUNCTION NUMVAL(RL-ELAPSED-SECS)
           END-IF
           ADD WS-STREAM-ONE-SECS TO WS-STREAM-SECS
           IF WS-STREAM-ONE-SECS > WS-STREAM-MAX-SECS THEN
              MOVE WS-STREAM-ONE-SECS TO WS-STREAM-MAX-SECS
           END-IF
           .

       ADD-FIGURE.
           IF WS-FIG-COUNT < 60 THEN
              ADD 1 TO WS-FIG-COUNT
              MOVE WS-FIG-SECTION TO FIG-SECTION(WS-FIG-COUNT)
              MOVE WS-FIG-NAME TO FIG-NAME(WS-FIG-COUNT)
              MOVE WS-FIG-VALUE TO FIG-VALUE(WS-FIG-COUNT)
              MOVE WS-FIG-TEXT TO FIG-TEXT(WS-FIG-COUNT)
           END-IF
           .

      *
      *    POST-PERIOD-TOTALS APPENDS THE FIGURES TO PERDTOTL.TXT
      *    UNDER THE PERIOD AND ITS CLOSE SEQUENCE, UNDER THE FILE'S
      *    APPEND LOCK.  IF THEY CANNOT BE POSTED THE PERDLOCK MARKER
      *    JUST SET IS TAKEN DOWN AGAIN AND THE PERIOD STAYS OPEN.
       POST-PERIOD-TOTALS.
           PERFORM GET-PTOT-LOCK
           IF NOT WS-PTOT-LOCKED THEN
              DISPLAY 'PERDCLS: COULD NOT GET THE PERDTOTL.TXT LOCK '
                 'AFTER 10 TRIES - PERIOD NOT CLOSED.'
              PERFORM DROP-PERIOD-LOCK
           ELSE
              OPEN EXTEND PERIOD-TOTALS-FILE
              IF NOT FS-PTOT-OK THEN
                 CLOSE PERIOD-TOTALS-FILE
                 OPEN OUTPUT PERIOD-TOTALS-FILE
              END-IF
              IF NOT FS-PTOT-OK THEN
                 DISPLAY 'PERDCLS: PERDTOTL.TXT COULD NOT BE OPENED - '
                    'STATUS ' WS-PTOT-STATUS-CD ' - PERIOD NOT CLOSED.'
                 PERFORM DROP-PERIOD-LOCK
              ELSE
                 PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                    UNTIL WS-FIG-SUB > WS-FIG-COUNT
                    MOVE SPACES TO PERIOD-TOTALS-RECORD
                    MOVE WS-PERIOD TO PT-PERIOD
                    MOVE WS-CLOSE-SEQ TO PT-CLOSE-SEQ
                    MOVE WS-RUN-ID TO PT-RUN-ID
                    MOVE FIG-SECTION(WS-FIG-SUB) TO PT-SECTION
                    MOVE FIG-NAME(WS-FIG-SUB) TO PT-FIGURE
                    MOVE FIG-VALUE(WS-FIG-SUB) TO PT-VALUE
                    MOVE FIG-TEXT(WS-FIG-SUB) TO PT-TEXT
                    WRITE PERIOD-TOTALS-RECORD
                 END-PERFORM
                 CLOSE PERIOD-TOTALS-FILE
                 MOVE 'PERDTOTL.TXT' TO WS-DSU-DATASET
                 MOVE 'EXTEND' TO WS-DSU-MODE
                 MOVE WS-FIG-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
              PERFORM FREE-PTOT-LOCK
           END-IF
           .

      *
      *    DROP-PERIOD-LOCK TAKES DOWN THE PERDLOCK/<YYYYMM> MARKER OF
      *    A CLOSE THAT COULD NOT BE COMPLETED.
       DROP-PERIOD-LOCK.
           MOVE 8 TO WS-CLOSE-RC
           MOVE SPACES TO WS-CMD
           STRING 'rmdir PERDLOCK/' WS-PERIOD ' 2>/dev/null'
              DELIMITED BY SIZE INTO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           .

      *
      *    GET-PCTL-LOCK AND GET-PTOT-LOCK TAKE THE PERDCTL.TXT AND
      *    PERDTOTL.TXT LOCKS WITH THE SAME BOUNDED WAIT AS
      *    GET-RUNLOG-LOCK.
       GET-PCTL-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-RC-SAVE
           SET WS-PCTL-LOCKED TO FALSE
           PERFORM VARYING WS-LOCK-TRY FROM 1 BY 1
              UNTIL WS-LOCK-TRY > 10 OR WS-PCTL-LOCKED
              MOVE 'mkdir PERDCTL.TXT.LCK 2>/dev/null' TO WS-LOCK-CMD
              CALL 'SYSTEM' USING WS-LOCK-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-PCTL-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-LOCK-CMD
                 CALL 'SYSTEM' USING WS-LOCK-CMD
              END-IF
           END-PERFORM
           MOVE WS-LOCK-RC-SAVE TO RETURN-CODE
           .

       FREE-PCTL-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-RC-SAVE
           MOVE 'rmdir PERDCTL.TXT.LCK 2>/dev/null' TO WS-LOCK-CMD
           CALL 'SYSTEM' USING WS-LOCK-CMD
           MOVE WS-LOCK-RC-SAVE TO RETURN-CODE
           SET WS-PCTL-LOCKED TO FALSE
           .

       GET-PTOT-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-RC-SAVE
           SET WS-PTOT-LOCKED TO FALSE
           PERFORM VARYING WS-LOCK-TRY FROM 1 BY 1
              UNTIL WS-LOCK-TRY > 10 OR WS-PTOT-LOCKED
              MOVE 'mkdir PERDTOTL.TXT.LCK 2>/dev/null' TO WS-LOCK-CMD
              CALL 'SYSTEM' USING WS-LOCK-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-PTOT-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-LOCK-CMD
                 CALL 'SYSTEM' USING WS-LOCK-CMD
              END-IF
           END-PERFORM
           MOVE WS-LOCK-RC-SAVE TO RETURN-CODE
           .

       FREE-PTOT-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-RC-SAVE
           MOVE 'rmdir PERDTOTL.TXT.LCK 2>/dev/null' TO WS-LOCK-CMD
           CALL 'SYSTEM' USING WS-LOCK-CMD
           MOVE WS-LOCK-RC-SAVE TO RETURN-CODE
           SET WS-PTOT-LOCKED TO FALSE
           .

      *
      *    WRITE-CLOSE-REPORT PRINTS THE LOCKED FIGURES OF THE CLOSE
      *    JUST MADE.
       WRITE-CLOSE-REPORT.
           OPEN OUTPUT PERIOD-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'PERDCLS' TO WS-PG-PROGRAM-ID
           MOVE 'MONTH-END PERIOD CLOSE - LOCKED TOTALS'
              TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM WRITE-FIGURE-LINES
           MOVE 1 TO WS-PG-RPT
           MOVE 'SOURCE RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-SOURCE-READ TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'FIGURES LOCKED' TO WS-PG-COUNT-LABEL
           MOVE WS-FIG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-PERIOD-REPORT-FOOTER
           CLOSE PERIOD-REPORT-FILE
           MOVE 'PERDRPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       WRITE-FIGURE-LINES.
           MOVE WS-CLOSE-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING 'PERIOD: ' WS-PERIOD-PREFIX
              '   CLOSE SEQUENCE: ' FUNCTION TRIM(WS-EDIT-SEQ)
              DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           PERFORM PUT-PERIOD-REPORT-LINE
           MOVE SPACES TO PERIOD-REPORT-LINE
           PERFORM PUT-PERIOD-REPORT-LINE
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING 'SECTION  FIGURE                         '
              '          VALUE  NOTE'
              DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           PERFORM PUT-PERIOD-REPORT-LINE
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
              UNTIL WS-FIG-SUB > WS-FIG-COUNT
              MOVE FIG-VALUE(WS-FIG-SUB) TO WS-EDIT-A
              MOVE SPACES TO PERIOD-REPORT-LINE
              STRING FIG-SECTION(WS-FIG-SUB) ' '
                 FIG-NAME(WS-FIG-SUB) ' ' WS-EDIT-A '  '
                 FIG-TEXT(WS-FIG-SUB)
                 DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
              PERFORM PUT-PERIOD-REPORT-LINE
           END-PERFORM
           .

      *
      *    LIST-PERIODS PRINTS EVERY PERIOD ON THE CONTROL FILE WITH
      *    ITS STATE.  GIVEN A PERIOD, IT ALSO PRINTS THE FIGURES
      *    THAT STAND FOR IT - THOSE OF ITS LATEST CLOSE, WHEN IT IS
      *    CLOSED.  LIST NEEDS NO AUTHORITY.
       LIST-PERIODS.
           OPEN OUTPUT PERIOD-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'PERDCLS' TO WS-PG-PROGRAM-ID
           MOVE 'PERIOD CLOSE STATUS' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO PERIOD-REPORT-LINE
           STRING 'PERIOD  STATE     DATE      OPERATOR  SEQ  NOTE'
              DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
           PERFORM PUT-PERIOD-REPORT-LINE
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
              UNTIL WS-PRD-SUB > WS-PRD-COUNT
              MOVE PRD-CLOSE-SEQ(WS-PRD-SUB) TO WS-EDIT-SEQ
              MOVE SPACES TO PERIOD-REPORT-LINE
              STRING PRD-PERIOD(WS-PRD-SUB) '  '
                 PRD-ACTION(WS-PRD-SUB) '  '
                 PRD-DATE(WS-PRD-SUB) '  '
                 PRD-OPERATOR(WS-PRD-SUB) '  '
                 WS-EDIT-SEQ '  ' PRD-NOTE(WS-PRD-SUB)
                 DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
              PERFORM PUT-PERIOD-REPORT-LINE
           END-PERFORM
           IF WS-PERIOD NOT = ZERO THEN
              MOVE SPACES TO PERIOD-REPORT-LINE
              PERFORM PUT-PERIOD-REPORT-LINE
              IF WS-THIS-PRD > ZERO
                 AND PRD-ACTION(WS-THIS-PRD) = 'CLOSED' THEN
                 MOVE PRD-CLOSE-SEQ(WS-THIS-PRD) TO WS-CLOSE-SEQ
                 PERFORM LOAD-LOCKED-FIGURES
                 PERFORM WRITE-FIGURE-LINES
              ELSE
                 MOVE SPACES TO PERIOD-REPORT-LINE
                 STRING 'PERIOD: ' WS-PERIOD-PREFIX
                    '   NOT CLOSED - NO FIGURES STAND FOR IT.'
                    DELIMITED BY SIZE INTO PERIOD-REPORT-LINE
                 PERFORM PUT-PERIOD-REPORT-LINE
              END-IF
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'CONTROL ENTRIES READ' TO WS-PG-COUNT-LABEL
           MOVE WS-CTL-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'PERIODS ON FILE' TO WS-PG-COUNT-LABEL
           MOVE WS-PRD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-PERIOD-REPORT-FOOTER
           CLOSE PERIOD-REPORT-FILE
           MOVE 'PERDRPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'PERDCLS: ' WS-PRD-COUNT ' PERIOD(S) ON FILE - '
              'SEE PERDRPT.TXT.'
           .

       LOAD-LOCKED-FIGURES.
           MOVE ZERO TO WS-FIG-COUNT
           SET WS-SRC-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT PERIOD-TOTALS-FILE
           IF FS-PTOT-OK THEN
              PERFORM UNTIL WS-SRC-EOF
                 READ PERIOD-TOTALS-FILE
                    AT END
                       SET WS-SRC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PT-PERIOD = WS-PERIOD
                          AND PT-CLOSE-SEQ = WS-CLOSE-SEQ THEN
                          MOVE PT-SECTION TO WS-FIG-SECTION
                          MOVE PT-FIGURE TO WS-FIG-NAME
                          MOVE PT-VALUE TO WS-FIG-VALUE
                          MOVE PT-TEXT TO WS-FIG-TEXT
                          PERFORM ADD-FIGURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-TOTALS-FILE
              MOVE 'PERDTOTL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    PUT-PERIOD-REPORT-LINE WRITES PERIOD-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW
      *    PAGE WHEN THE CURRENT ONE IS FULL.
       PUT-PERIOD-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE PERIOD-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO PERIOD-REPORT-LINE
                 WRITE PERIOD-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE PERIOD-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO PERIOD-REPORT-LINE
           END-IF
           WRITE PERIOD-REPORT-LINE
           .

      *
      *    WRITE-PERIOD-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-PERIOD-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO PERIOD-REPORT-LINE
              PERFORM PUT-PERIOD-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM PERDCLS.
