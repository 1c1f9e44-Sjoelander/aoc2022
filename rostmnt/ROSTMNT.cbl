           SELECT ROSTER-FILE ASSIGN TO 'DAY1ROST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-CHANGE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-JOURNAL-FILE ASSIGN TO 'ROSTJRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS-CD.
           SELECT CASCADE-REPORT-FILE ASSIGN TO 'ROSTCASC.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-OWNER-FILE ASSIGN TO 'DAY4SECT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-FILE-STATUS.
           SELECT WO-MASTER-FILE ASSIGN TO 'DAY3WOMF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOMF-FILE-STATUS.
           SELECT TOURN-ROSTER-FILE ASSIGN TO 'DAY2TOUR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOURN-FILE-STATUS.
           COPY ELFMSTSL.
           COPY EXCSL.
           COPY ARCHCTSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05 TX-NAME              PIC X(20).
           05 FILLER               PIC X(1).
           05 TX-TEAM              PIC X(10).
           05 FILLER               PIC X(1).
           05 TX-SUCCESSOR         PIC X(5).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RS-ELF-NUM           PIC 9(5).
           05 RS-TEAM              PIC X(10).
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE      PIC X(120).
      *
      *    THE ROSTER JOURNAL HOLDS ONE ENTRY PER APPLIED TRANSACTION,
      *    TAGGED WITH THE MAINTENANCE RUN'S ID: THE ELF'S ROSTER
      *    IMAGE BEFORE AND AFTER (KNOWN FLAG, NAME, TEAM), THE
      *    OPERATOR AND THE POSTING DATE.  A REVERSAL POSTS ITS OWN
      *    ENTRIES (ACTION REVERSE) NAMING THE RUN IT BACKED OUT.
      *    A DEPART ALSO POSTS ONE ENTRY FOR EACH DEPENDENT RECORD ITS
      *    CASCADE CHANGED (ACTION SECTION, WORKORD OR TOURNEY), WITH
      *    THAT RECORD'S IMAGE BEFORE AND AFTER IN RJ-CASC-BEFORE AND
      *    RJ-CASC-AFTER IN PLACE OF THE ROSTER IMAGE; ITS REVERSAL
      *    KEEPS THE ACTION AND SWAPS THE IMAGES.
       FD  ROSTER-JOURNAL-FILE.
       01  ROSTER-JOURNAL-RECORD.
           05 RJ-RUN-ID            PIC X(15).
           05 FILLER               PIC X(1).
           05 RJ-LINE-NUM          PIC 9(9).
           05 FILLER               PIC X(1).
           05 RJ-ACTION            PIC X(8).
              88 RJ-CASCADE-ENTRY
                             VALUES 'SECTION' 'WORKORD' 'TOURNEY'.
           05 FILLER               PIC X(1).
           05 RJ-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-KNOWN      PIC X(1).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-NAME       PIC X(20).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-TEAM       PIC X(10).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-KNOWN       PIC X(1).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-NAME        PIC X(20).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-TEAM        PIC X(10).
           05 FILLER               PIC X(1).
           05 RJ-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X(1).
           05 RJ-POST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 RJ-REVERSED-RUN      PIC X(15).
           05 FILLER               PIC X(1).
           05 RJ-CASC-BEFORE       PIC X(132).
           05 FILLER               PIC X(1).
           05 RJ-CASC-AFTER        PIC X(132).
       FD  CASCADE-REPORT-FILE.
       01  CASCADE-REPORT-LINE     PIC X(120).
       FD  SECTION-OWNER-FILE.
       01  SECTION-OWNER-RECORD.
           05 SO-SECTION           PIC 9(5).
           05 FILLER               PIC X(1).
           05 SO-OWNER-ELF         PIC 9(9).
           05 FILLER               PIC X(1).
           05 SO-EFF-DATE          PIC X(8).
       FD  WO-MASTER-FILE.
       01  WO-MASTER-RECORD        PIC X(44).
       FD  TOURN-ROSTER-FILE.
       01  TOURN-ROSTER-RECORD     PIC X(132).
       COPY ELFMSTFD.
       COPY EXCFD.
       COPY ARCHCTFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       01 WS-LINE-NUM               PIC 9(9) BINARY VALUE ZERO.
              10 ROSTER-TEAM        PIC X(10).
       01 WS-ROSTER-ELF             PIC 9(9) BINARY.
       01 WS-TXN-ACTION             PIC X(8).
           88 WS-TXN-KNOWN     VALUES 'HIRE' 'DEPART' 'RENAME' 'XFER'.
       01 WS-TXN-INVALID-SW         PIC X(1) VALUE 'N'.
           88 WS-TXN-INVALID                 VALUE 'Y' FALSE 'N'.
       01 WS-APPLIED-COUNT          PIC 9(9) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-BEFORE-KNOWN-SW        PIC X(1).
       01 WS-BEFORE-NAME            PIC X(20).
       01 WS-BEFORE-TEAM            PIC X(10).
       01 WS-MASTER-OPEN-SW         PIC X(1) VALUE 'N'.
       01 WS-EDIT-B                 PIC 9(9).
       01 WS-ELF-SUB                PIC 9(9) BINARY.
       01 WS-INPUT-FILENAME         PIC X(100) VALUE 'ROSTTRAN.TXT'.
       01 WS-CHANGE-REPORT-NAME     PIC X(12) VALUE 'ROSTCHG.TXT'.
       01 WS-REPORT-TITLE           PIC X(60).
       01 WS-JRN-STATUS-CD          PIC X(2) VALUE '00'.
           88 FS-JRN-OK                      VALUE '00'.
       01 WS-JRN-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-JRN-EOF                     VALUE 'Y' FALSE 'N'.
       01 WS-JRN-OPEN-SW            PIC X(1) VALUE 'N'.
           88 WS-JRN-OPEN                    VALUE 'Y' FALSE 'N'.
       01 WS-JRN-ID-USED-SW         PIC X(1) VALUE 'N'.
           88 WS-JRN-ID-USED                 VALUE 'Y' FALSE 'N'.
       01 WS-JRN-POST-DATE          PIC 9(8).
       01 WS-JRN-CMD                PIC X(20).
      *
      *    REVERSAL WORK AREAS.  A REVERSAL LIFTS THE NAMED RUN'S
      *    JOURNAL ENTRIES INTO REVERSAL-TABLE, MARKS EVERY ELF THE
      *    RUN TOUCHED, AND COUNTS AS A CONFLICT ANY LATER RUN'S
      *    ENTRY FOR ONE OF THOSE ELVES.  THE RUN'S CASCADE ENTRIES GO
      *    INTO CASCADE-REVERSAL-TABLE, AND A LATER RUN'S CASCADE ENTRY
      *    FOR ONE OF THOSE DEPENDENT RECORDS IS A CONFLICT TOO.
       01 WS-REVERSAL-SW            PIC X(1) VALUE 'N'.
           88 WS-REVERSAL-MODE               VALUE 'Y' FALSE 'N'.
       01 WS-REVERSE-RUN-ID         PIC X(15) VALUE SPACES.
       01 WS-REVERSED-BY-RUN        PIC X(15) VALUE SPACES.
       01 WS-REV-COUNT              PIC 9(9) BINARY VALUE ZERO.
       01 WS-REV-SUB                PIC 9(9) BINARY.
       01 WS-REV-FULL-SW            PIC X(1) VALUE 'N'.
           88 WS-REV-FULL                    VALUE 'Y' FALSE 'N'.
       01 WS-CONFLICT-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-CURRENT-KNOWN-SW       PIC X(1).
       01 WS-IMAGE-FROM             PIC X(40).
       01 WS-IMAGE-TO               PIC X(40).
       01 REVERSAL-TABLE.
           05 RV-ENTRY OCCURS 20000 TIMES.
              10 RV-LINE-NUM        PIC 9(9) BINARY.
              10 RV-ACTION          PIC X(8).
              10 RV-ELF             PIC 9(9) BINARY.
              10 RV-BEFORE-KNOWN    PIC X(1).
              10 RV-BEFORE-NAME     PIC X(20).
              10 RV-BEFORE-TEAM     PIC X(10).
              10 RV-AFTER-KNOWN     PIC X(1).
              10 RV-AFTER-NAME      PIC X(20).
              10 RV-AFTER-TEAM      PIC X(10).
       01 ELF-TOUCHED-TABLE.
           05 ELF-TOUCHED-SW OCCURS 10000 TIMES PIC X(1).
              88 ELF-TOUCHED                 VALUE 'Y' FALSE 'N'.
       01 WS-CV-COUNT               PIC 9(9) BINARY VALUE ZERO.
       01 WS-CV-SUB                 PIC 9(9) BINARY.
       01 WS-CV-SECT-SW             PIC X(1) VALUE 'N'.
           88 WS-CV-SECT                     VALUE 'Y' FALSE 'N'.
       01 WS-CV-WOMF-SW             PIC X(1) VALUE 'N'.
           88 WS-CV-WOMF                     VALUE 'Y' FALSE 'N'.
       01 WS-CV-TOURN-SW            PIC X(1) VALUE 'N'.
           88 WS-CV-TOURN                    VALUE 'Y' FALSE 'N'.
       01 WS-CASC-MATCHED-SW        PIC X(1) VALUE 'N'.
           88 WS-CASC-MATCHED                VALUE 'Y' FALSE 'N'.
       01 WS-CASC-RESTORED-COUNT    PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-LATER-KEY         PIC X(132).
       01 CASCADE-REVERSAL-TABLE.
           05 CV-ENTRY OCCURS 5000 TIMES.
              10 CV-LINE-NUM        PIC 9(9) BINARY.
              10 CV-TYPE            PIC X(8).
              10 CV-ELF             PIC 9(9) BINARY.
              10 CV-BEFORE          PIC X(132).
              10 CV-AFTER           PIC X(132).
      *
      *    DEPARTURE CASCADE.  A DEPART ALSO CLEARS THE ELF OUT OF THE
      *    FILES THAT HANG OFF THE ROSTER: SECTIONS IT OWNS ON
      *    DAY4SECT.TXT ARE HANDED OVER (OR RELEASED), ITS OPEN REPACK
      *    ORDERS ON DAY3WOMF.TXT ARE REASSIGNED (OR CANCELLED), AND
      *    ITS ENTRY ON THE DAY2 TOURNAMENT ROSTER DAY2TOUR.TXT IS
      *    WITHDRAWN.  THE TRANSACTION MAY NAME A SUCCESSOR ELF (OR
      *    TEAM LEAD) IN COLUMNS 48-52 TO TAKE THE HANDOVERS.  THE
      *    THREE FILES ARE HELD IN STORAGE FOR THE RUN AND REWRITTEN
      *    WITH THE ROSTER; EVERY RECORD CHANGED GOES ON ROSTCASC.TXT
      *    AND, BEFORE AND AFTER, ON THE ROSTER JOURNAL.
       01 WS-SUCCESSOR-ELF          PIC 9(9) BINARY VALUE ZERO.
       01 WS-SECT-FILE-STATUS       PIC X(2) VALUE '00'.
           88 FS-SECT-SUCCESS                VALUE '00'.
       01 WS-SECT-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-SECT-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-SECT-LOADED-SW         PIC X(1) VALUE 'N'.
           88 WS-SECT-LOADED                 VALUE 'Y' FALSE 'N'.
       01 WS-SECT-CHANGED-SW        PIC X(1) VALUE 'N'.
           88 WS-SECT-CHANGED                VALUE 'Y' FALSE 'N'.
       01 WS-SECT-SUB               PIC 9(4) BINARY.
       01 SECT-OWNER-TABLE.
           05 SECT-OWNER-ENTRY OCCURS 10000 TIMES.
              10 SO-T-ELF           PIC 9(9) BINARY.
              10 SO-T-EFF           PIC 9(8) BINARY.
       01 WS-WOMF-FILE-STATUS       PIC X(2) VALUE '00'.
           88 FS-WOMF-SUCCESS                VALUE '00'.
       01 WS-WOMF-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-WOMF-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-WOMF-LOADED-SW         PIC X(1) VALUE 'N'.
           88 WS-WOMF-LOADED                 VALUE 'Y' FALSE 'N'.
       01 WS-WOMF-CHANGED-SW        PIC X(1) VALUE 'N'.
           88 WS-WOMF-CHANGED                VALUE 'Y' FALSE 'N'.
       01 WS-WO-COUNT               PIC 9(4) BINARY VALUE ZERO.
       01 WS-WO-SUB                 PIC 9(4) BINARY.
       01 WO-TABLE.
           05 WOT-ENTRY OCCURS 2000 TIMES.
              10 WOT-ORDER-NUM      PIC 9(9).
              10 FILLER             PIC X(1).
              10 WOT-STATUS         PIC X(6).
              10 FILLER             PIC X(1).
              10 WOT-ELF            PIC 9(9).
              10 FILLER             PIC X(1).
              10 WOT-ITEM           PIC X(1).
              10 FILLER             PIC X(16).
       01 WS-TOURN-FILE-STATUS      PIC X(2) VALUE '00'.
           88 FS-TOURN-SUCCESS               VALUE '00'.
       01 WS-TOURN-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-TOURN-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-TOURN-LOADED-SW        PIC X(1) VALUE 'N'.
           88 WS-TOURN-LOADED                VALUE 'Y' FALSE 'N'.
       01 WS-TOURN-CHANGED-SW       PIC X(1) VALUE 'N'.
           88 WS-TOURN-CHANGED               VALUE 'Y' FALSE 'N'.
       01 WS-TOURN-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 WS-TOURN-SUB              PIC 9(4) BINARY.
       01 TOURN-LINE-TABLE.
           05 TOURN-LINE OCCURS 500 TIMES PIC X(132).
       01 WS-TOURN-LABEL            PIC X(20).
       01 WS-TOURN-ENTRY-FILE       PIC X(100).
       01 WS-TOURN-HOLD             PIC X(132).
       01 WS-CASC-DEPART-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-HANDED-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-RELEASED-COUNT    PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-REASSIGNED-COUNT  PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-CANCELLED-COUNT   PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-WITHDRAWN-COUNT   PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-JRN-WRITE-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-MASTER-POST-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-WRITE-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-CASC-ELF-CHANGES       PIC 9(9) BINARY.
       01 WS-EDIT-C                 PIC 9(9).
       01 WS-EDIT-D                 PIC 9(8).
       01 WS-CASC-TYPE              PIC X(8).
       01 WS-CASC-BEFORE            PIC X(132).
       01 WS-CASC-AFTER             PIC X(132).
       01 WS-CASC-IMAGE             PIC X(132).
       01 WS-CASC-KEY               PIC X(132).
       01 WS-CASC-DESC              PIC X(60).
       01 WS-CASC-SECT-IMAGE.
           05 CS-SECTION            PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 CS-OWNER-ELF          PIC 9(9).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 CS-EFF-DATE           PIC 9(8).
       COPY ELFMSTWS.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY ARCHIVEWS.
       COPY OPERWS.
       COPY FNCHKWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'ROSTMNT' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'ROSTMNT' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           MOVE 'ROSTMNT' TO WS-EXC-PROGRAM-ID
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
           IF WS-INPUT-FILENAME = 'input.txt' THEN
              MOVE 'ROSTTRAN.TXT' TO WS-INPUT-FILENAME
           END-IF
           PERFORM GET-REVERSAL-OPTION
           PERFORM ASSIGN-JOURNAL-RUN-ID
           MOVE 'ROSTMNT' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE 'SIGNON' TO WS-OPER-FUNCTION
           MOVE WS-INPUT-FILENAME TO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPER-PERMITTED THEN
              PERFORM REFUSE-OPERATOR-RUN
           END-IF
           IF WS-REVERSAL-MODE THEN
              MOVE 'REVERSE' TO WS-OPER-FUNCTION
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'RUN ' WS-REVERSE-RUN-ID
                 DELIMITED BY SIZE INTO WS-OPER-DETAIL
              PERFORM CHECK-OPERATOR-AUTHORITY
              IF NOT WS-OPER-PERMITTED THEN
                 PERFORM REFUSE-OPERATOR-RUN
              END-IF
           END-IF
           PERFORM LOAD-ROSTER-TABLE
           PERFORM OPEN-ELF-MASTER

           IF WS-REVERSAL-MODE THEN
              PERFORM REVERSE-MAINTENANCE-RUN
           ELSE
              PERFORM APPLY-TRANSACTION-FILE
           END-IF
           IF WS-MASTER-OPEN THEN
              CLOSE ELF-MASTER-FILE
              MOVE 'DAY1MAST.DAT' TO WS-DSU-DATASET
              MOVE 'I-O' TO WS-DSU-MODE
              MOVE WS-MASTER-POST-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF

           MOVE 'ROSTMNT' TO RL-PROGRAM-ID
           EVALUATE TRUE
              WHEN WS-REVERSAL-MODE
                 COMPUTE WS-RUN-LOG-RECORDS-READ =
                    WS-REV-COUNT + WS-CV-COUNT
                 IF RETURN-CODE = ZERO THEN
                    MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
                 ELSE
                    MOVE 'FAILED' TO WS-RUN-LOG-STATUS
                 END-IF
                 MOVE SPACES TO WS-RUN-LOG-DETAIL
                 STRING 'REVERSAL OF RUN ' WS-REVERSE-RUN-ID
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              WHEN FS-SUCCESS
                 MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
                 MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
                 PERFORM ARCHIVE-INPUT-FILE
              WHEN OTHER
                 MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
                 MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-EVALUATE
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

      *
      *    REFUSE-OPERATOR-RUN ENDS A RUN WHOSE OPERATOR HOLDS NO
      *    ROSTMNT AUTHORITY BEFORE THE ROSTER IS READ OR THE
      *    TRANSACTIONS ARE ARCHIVED AWAY, SO AN AUTHORIZED KEEPER
      *    CAN STILL APPLY THE SAME FILE.
       REFUSE-OPERATOR-RUN.
           DISPLAY 'ROSTMNT: NO TRANSACTIONS APPLIED.'
           MOVE 'ROSTMNT' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           IF WS-OPER-ID = SPACES THEN
              MOVE 'NO OPERATOR SIGNED ON' TO WS-RUN-LOG-DETAIL
           ELSE
              STRING 'OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                 ' NOT AUTHORIZED'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *
      *    APPLY-TRANSACTION-FILE RUNS THE TRANSACTIONS FILE AGAINST
      *    THE ROSTER, JOURNALING EVERY APPLIED TRANSACTION, AND
      *    REWRITES DAY1ROST.TXT AT THE END OF A CLEAN RUN.
       APPLY-TRANSACTION-FILE.
           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE 'ROSTER CHANGE AUDIT TRAIL'
              TO WS-REPORT-TITLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-ROSTER-JOURNAL
           PERFORM START-CASCADE-REPORT

           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
              END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF

           PERFORM WRITE-CHANGE-SUMMARY
           MOVE 1 TO WS-PG-RPT
           MOVE 'TRANSACTIONS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TRANSACTIONS APPLIED' TO WS-PG-COUNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TRANSACTIONS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHANGE-REPORT-FOOTER
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-CHANGE-REPORT-NAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           PERFORM CLOSE-ROSTER-JOURNAL
           PERFORM FINISH-CASCADE-REPORT

           IF FS-SUCCESS THEN
              PERFORM REWRITE-ROSTER-FILE
              PERFORM REWRITE-CASCADE-FILES
           END-IF

           DISPLAY 'ROSTMNT: ' WS-APPLIED-COUNT ' TRANSACTION(S) '
              'APPLIED, ' WS-REJECTED-COUNT ' REJECTED - SEE '
              'ROSTCHG.TXT.'
           DISPLAY 'ROSTMNT: ' WS-CASC-DEPART-COUNT ' DEPARTURE(S) '
              'CASCADED - SEE ROSTCASC.TXT.'
           .

       WRITE-REPORT-HEADING.
           MOVE 1 TO WS-PG-RPT
           MOVE 'ROSTMNT' TO WS-PG-PROGRAM-ID
           MOVE WS-REPORT-TITLE TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'OPERATOR: ' WS-OPER-ID ' ' WS-OPER-NAME
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    GET-REVERSAL-OPTION RECOGNIZES "ROSTMNT REVERSE <RUN-ID>",
      *    WHICH BACKS OUT ONE EARLIER MAINTENANCE RUN INSTEAD OF
      *    APPLYING A TRANSACTIONS FILE.  THE RUN ID MUST HAVE THE
      *    YYYYMMDD-HHMMSS SHAPE.
       GET-REVERSAL-OPTION.
           IF FUNCTION UPPER-CASE(WS-INPUT-FILENAME) = 'REVERSE' THEN
              SET WS-REVERSAL-MODE TO TRUE
              MOVE SPACES TO WS-REVERSE-RUN-ID
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-REVERSE-RUN-ID FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF WS-REVERSE-RUN-ID(1:8) IS NOT NUMERIC
                 OR WS-REVERSE-RUN-ID(9:1) NOT = '-'
                 OR WS-REVERSE-RUN-ID(10:6) IS NOT NUMERIC THEN
                 DISPLAY 'ROSTMNT: USAGE - ROSTMNT [TRANSACTIONS-FILE]'
                    ' | ROSTMNT REVERSE <RUN-ID YYYYMMDD-HHMMSS>'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      *
      *    ASSIGN-JOURNAL-RUN-ID MAKES THIS RUN'S ID UNIQUE ON THE
      *    JOURNAL.  A SECOND MAINTENANCE RUN INSIDE THE SAME BATCH
      *    WOULD OTHERWISE SHARE THE STREAM'S ID, AND A REVERSAL
      *    COULD NOT TELL THE TWO APART; SUCH A RUN TAKES A FRESH ID
      *    FROM THE CLOCK INSTEAD, AND THAT ID IS THE ONE ON ITS
      *    CHANGE REPORT AND RUN-LOG ENTRY.
       ASSIGN-JOURNAL-RUN-ID.
           PERFORM FIND-JOURNAL-RUN-ID
           PERFORM UNTIL NOT WS-JRN-ID-USED
              MOVE 'sleep 1' TO WS-JRN-CMD
              CALL 'SYSTEM' USING WS-JRN-CMD
              PERFORM GENERATE-RUN-ID
              PERFORM FIND-JOURNAL-RUN-ID
           END-PERFORM
           ACCEPT WS-JRN-POST-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-JRN-POST-DATE
           END-IF
           .

       FIND-JOURNAL-RUN-ID.
           SET WS-JRN-ID-USED TO FALSE
           SET WS-JRN-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-JOURNAL-FILE
           IF FS-JRN-OK THEN
              PERFORM UNTIL WS-JRN-EOF OR WS-JRN-ID-USED
                 READ ROSTER-JOURNAL-FILE
                    AT END
                       SET WS-JRN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RJ-RUN-ID = WS-RUN-ID THEN
                          SET WS-JRN-ID-USED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-JOURNAL-FILE
              MOVE 'ROSTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       OPEN-ROSTER-JOURNAL.
           MOVE ZERO TO WS-JRN-WRITE-COUNT
           OPEN EXTEND ROSTER-JOURNAL-FILE
           IF NOT FS-JRN-OK
              CLOSE ROSTER-JOURNAL-FILE
              OPEN OUTPUT ROSTER-JOURNAL-FILE
           END-IF
           SET WS-JRN-OPEN TO TRUE
           .

       CLOSE-ROSTER-JOURNAL.
           IF WS-JRN-OPEN THEN
              CLOSE ROSTER-JOURNAL-FILE
              SET WS-JRN-OPEN TO FALSE
              MOVE 'ROSTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'EXTEND' TO WS-DSU-MODE
              MOVE WS-JRN-WRITE-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    CHECK-INPUT-FILE-OPEN REPORTS A TRANSACTIONS FILE THAT
      *    FILE IS BEING BUILT FROM SCRATCH BY HIRE TRANSACTIONS.
       LOAD-ROSTER-TABLE.
           INITIALIZE ROSTER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER-SUCCESS THEN
              PERFORM UNTIL WS-ROSTER-EOF
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
              DISPLAY 'ROSTMNT: DAY1ROST.TXT NOT FOUND - STARTING '
                 'FROM AN EMPTY ROSTER.'
              PERFORM REJECT-TRANSACTION
           ELSE
              COMPUTE WS-ROSTER-ELF = FUNCTION NUMVAL(TX-ELF-NUM)
              IF ROSTER-KNOWN(WS-ROSTER-ELF) THEN
                 MOVE 'Y' TO WS-BEFORE-KNOWN-SW
              ELSE
                 MOVE 'N' TO WS-BEFORE-KNOWN-SW
              END-IF
              MOVE ROSTER-NAME(WS-ROSTER-ELF) TO WS-BEFORE-NAME
              MOVE ROSTER-TEAM(WS-ROSTER-ELF) TO WS-BEFORE-TEAM
              PERFORM CHECK-TRANSACTION-AUTHORITY
           END-IF
           IF NOT WS-TXN-INVALID THEN
              EVALUATE WS-TXN-ACTION
                 WHEN 'HIRE'
                    PERFORM APPLY-HIRE
           IF NOT WS-TXN-INVALID THEN
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-CHANGE-DETAIL
              PERFORM JOURNAL-TRANSACTION
              IF WS-MASTER-OPEN THEN
                 PERFORM POST-MASTER-UPDATE
              END-IF
              IF WS-TXN-ACTION = 'DEPART' THEN
                 PERFORM CASCADE-DEPARTURE
              END-IF
           END-IF
           .

      *
      *    CHECK-TRANSACTION-AUTHORITY HOLDS EACH HIRE, DEPART, RENAME
      *    OR XFER TO THE OPERATOR'S GRANTS (THE FUNCTION IS THE
      *    ACTION) AND REJECTS IT WHEN THE OPERATOR MAY NOT PERFORM
      *    IT.  EITHER WAY THE AUDIT TRAIL RECORDS WHO ACTED ON WHICH
      *    ELF.  AN UNRECOGNIZED ACTION IS LEFT FOR THE USUAL REJECT.
       CHECK-TRANSACTION-AUTHORITY.
           IF WS-TXN-KNOWN THEN
              MOVE WS-TXN-ACTION TO WS-OPER-FUNCTION
              MOVE WS-ROSTER-ELF TO WS-EDIT-B
              MOVE WS-LINE-NUM TO WS-EDIT-A
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'ELF ' WS-EDIT-B(5:5) ' LINE ' WS-EDIT-A
                 DELIMITED BY SIZE INTO WS-OPER-DETAIL
              PERFORM CHECK-OPERATOR-AUTHORITY
              IF NOT WS-OPER-PERMITTED THEN
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                    ' IS NOT AUTHORIZED FOR ' WS-TXN-ACTION
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              END-IF
           END-IF
           .

                 TO WS-EXC-MESSAGE
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM CHECK-DEPART-SUCCESSOR
              IF NOT WS-TXN-INVALID THEN
                 SET ROSTER-KNOWN(WS-ROSTER-ELF) TO FALSE
                 MOVE SPACES TO ROSTER-NAME(WS-ROSTER-ELF)
                 MOVE SPACES TO ROSTER-TEAM(WS-ROSTER-ELF)
              END-IF
           END-IF
           .

      *
      *    CHECK-DEPART-SUCCESSOR PICKS UP THE SUCCESSOR ELF A DEPART
      *    MAY NAME.  THE SUCCESSOR MUST BE ANOTHER ELF STILL ON THE
      *    ROSTER, OR THE HANDOVERS WOULD GO TO NOBODY; A BLANK
      *    SUCCESSOR MEANS RELEASE AND CANCEL INSTEAD.
       CHECK-DEPART-SUCCESSOR.
           MOVE ZERO TO WS-SUCCESSOR-ELF
           IF TX-SUCCESSOR NOT = SPACES THEN
              IF FUNCTION TEST-NUMVAL(TX-SUCCESSOR) NOT = ZERO
                 OR FUNCTION NUMVAL(TX-SUCCESSOR) < 1
                 OR FUNCTION NUMVAL(TX-SUCCESSOR) > WS-ELF-LIMIT THEN
                 MOVE 'DEPART SUCCESSOR IS NOT AN ELF NUMBER 1-10000'
                    TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              ELSE
                 COMPUTE WS-SUCCESSOR-ELF =
                    FUNCTION NUMVAL(TX-SUCCESSOR)
                 IF WS-SUCCESSOR-ELF = WS-ROSTER-ELF
                    OR NOT ROSTER-KNOWN(WS-SUCCESSOR-ELF) THEN
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING 'DEPART SUCCESSOR IS NOT ANOTHER ELF '
                       'ON THE ROSTER'
                       DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                    PERFORM REJECT-TRANSACTION
                 END-IF
              END-IF
           END-IF
           .

           STRING 'LINE ' WS-EDIT-A ' REJECTED (' WS-TXN-ACTION ' '
              TX-ELF-NUM '): ' FUNCTION TRIM(WS-EXC-MESSAGE)
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
              END-IF
           END-IF
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    JOURNAL-TRANSACTION POSTS THE BEFORE AND AFTER IMAGES OF
      *    THE TRANSACTION JUST APPLIED TO THE ROSTER JOURNAL.
       JOURNAL-TRANSACTION.
           MOVE SPACES TO ROSTER-JOURNAL-RECORD
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE WS-LINE-NUM TO RJ-LINE-NUM
           MOVE WS-TXN-ACTION TO RJ-ACTION
           MOVE WS-ROSTER-ELF TO RJ-ELF-NUM
           MOVE WS-BEFORE-KNOWN-SW TO RJ-BEFORE-KNOWN
           MOVE WS-BEFORE-NAME TO RJ-BEFORE-NAME
           MOVE WS-BEFORE-TEAM TO RJ-BEFORE-TEAM
           IF ROSTER-KNOWN(WS-ROSTER-ELF) THEN
              MOVE 'Y' TO RJ-AFTER-KNOWN
           ELSE
              MOVE 'N' TO RJ-AFTER-KNOWN
           END-IF
           MOVE ROSTER-NAME(WS-ROSTER-ELF) TO RJ-AFTER-NAME
           MOVE ROSTER-TEAM(WS-ROSTER-ELF) TO RJ-AFTER-TEAM
           MOVE WS-OPER-ID TO RJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO RJ-POST-DATE
           WRITE ROSTER-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

      *
      *    REVERSE-MAINTENANCE-RUN BACKS OUT THE RUN NAMED ON THE
      *    COMMAND LINE.  IT REFUSES - CHANGING NOTHING - WHEN THE
      *    RUN IS NOT ON THE JOURNAL, WAS ALREADY REVERSED, OR WHEN
      *    A LATER RUN HAS SINCE TOUCHED ANY OF ITS ELVES OR OF THE
      *    DEPENDENT RECORDS ITS DEPARTURES CASCADED TO; THE
      *    CONFLICTS ARE LISTED ON THE REVERSAL REPORT ROSTREV.TXT.
       REVERSE-MAINTENANCE-RUN.
           MOVE 'ROSTREV.TXT' TO WS-CHANGE-REPORT-NAME
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE 'ROSTER REVERSAL AUDIT TRAIL'
              TO WS-REPORT-TITLE
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'REVERSING RUN: ' WS-REVERSE-RUN-ID
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE

           PERFORM LOAD-REVERSAL-ENTRIES
           EVALUATE TRUE
              WHEN WS-REV-COUNT = ZERO
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' IS NOT ON THE '
                    'ROSTER JOURNAL - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REV-FULL
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' HAS MORE THAN '
                    '20000 ROSTER OR 5000 CASCADE JOURNAL ENTRIES - '
                    'NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REVERSED-BY-RUN NOT = SPACES
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' WAS ALREADY '
                    'REVERSED BY RUN ' WS-REVERSED-BY-RUN
                    ' - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 IF WS-CONFLICT-COUNT = ZERO THEN
                    PERFORM CHECK-AFTER-IMAGES
                 END-IF
                 IF WS-CONFLICT-COUNT = ZERO
                    AND WS-CV-COUNT > ZERO THEN
                    PERFORM LOAD-REVERSAL-CASCADE-FILES
                    PERFORM CHECK-CASCADE-IMAGES
                 END-IF
                 IF WS-CONFLICT-COUNT = ZERO THEN
                    PERFORM APPLY-REVERSAL
                 ELSE
                    MOVE WS-CONFLICT-COUNT TO WS-EDIT-A
                    MOVE SPACES TO CHANGE-REPORT-LINE
                    STRING WS-EDIT-A ' CONFLICT(S) WITH LATER '
                       'CHANGES - NOTHING REVERSED'
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                    PERFORM PUT-CHANGE-REPORT-LINE
                    MOVE 8 TO RETURN-CODE
                 END-IF
           END-EVALUATE

           MOVE WS-APPLIED-COUNT TO WS-EDIT-A
           MOVE WS-CONFLICT-COUNT TO WS-EDIT-B
           MOVE SPACES TO CHANGE-REPORT-LINE
           MOVE WS-CASC-RESTORED-COUNT TO WS-EDIT-C
           STRING 'TOTALS: ' WS-EDIT-A ' REVERSED, ' WS-EDIT-C
              ' DEPENDENT RECORDS PUT BACK, ' WS-EDIT-B ' CONFLICTS'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'JOURNAL ENTRIES FOR THE RUN' TO WS-PG-COUNT-LABEL
           COMPUTE WS-PG-COUNT-VALUE = WS-REV-COUNT + WS-CV-COUNT
           PERFORM ADD-REPORT-COUNT
           MOVE 'CHANGES REVERSED' TO WS-PG-COUNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DEPENDENT RECORDS PUT BACK' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-RESTORED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CONFLICTS' TO WS-PG-COUNT-LABEL
           MOVE WS-CONFLICT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHANGE-REPORT-FOOTER
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-CHANGE-REPORT-NAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'ROSTMNT: ' WS-APPLIED-COUNT ' CHANGE(S) OF RUN '
              WS-REVERSE-RUN-ID ' REVERSED, ' WS-CASC-RESTORED-COUNT
              ' DEPENDENT RECORD(S) PUT BACK, ' WS-CONFLICT-COUNT
              ' CONFLICT(S) - SEE ROSTREV.TXT.'
           .

      *
      *    LOAD-REVERSAL-ENTRIES READS THE JOURNAL IN POSTING ORDER.
      *    THE NAMED RUN'S ENTRIES ARE LIFTED INTO THE TABLE AND
      *    THEIR ELVES MARKED; ANY OTHER RUN'S ENTRY FOR A MARKED ELF
      *    CAME AFTER THE NAMED RUN AND IS A CONFLICT.  CASCADE ENTRIES
      *    ARE SCREENED THE SAME WAY BY THE DEPENDENT RECORD THEY NAME.
       LOAD-REVERSAL-ENTRIES.
           INITIALIZE ELF-TOUCHED-TABLE
           SET WS-JRN-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-JOURNAL-FILE
           IF FS-JRN-OK THEN
              PERFORM UNTIL WS-JRN-EOF
                 READ ROSTER-JOURNAL-FILE
                    AT END
                       SET WS-JRN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SCREEN-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE ROSTER-JOURNAL-FILE
              MOVE 'ROSTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       SCREEN-JOURNAL-ENTRY.
           IF RJ-ELF-NUM IS NUMERIC
              AND RJ-ELF-NUM >= 1
              AND RJ-ELF-NUM <= WS-ELF-LIMIT THEN
              EVALUATE TRUE
                 WHEN RJ-RUN-ID = WS-REVERSE-RUN-ID AND RJ-CASCADE-ENTRY
                    PERFORM LIFT-CASCADE-ENTRY
                 WHEN RJ-RUN-ID = WS-REVERSE-RUN-ID
                    IF WS-REV-COUNT < 20000 THEN
                       ADD 1 TO WS-REV-COUNT
                       MOVE RJ-LINE-NUM TO RV-LINE-NUM(WS-REV-COUNT)
                       MOVE RJ-ACTION TO RV-ACTION(WS-REV-COUNT)
                       MOVE RJ-ELF-NUM TO RV-ELF(WS-REV-COUNT)
                       MOVE RJ-BEFORE-KNOWN
                          TO RV-BEFORE-KNOWN(WS-REV-COUNT)
                       MOVE RJ-BEFORE-NAME
                          TO RV-BEFORE-NAME(WS-REV-COUNT)
                       MOVE RJ-BEFORE-TEAM
                          TO RV-BEFORE-TEAM(WS-REV-COUNT)
                       MOVE RJ-AFTER-KNOWN
                          TO RV-AFTER-KNOWN(WS-REV-COUNT)
                       MOVE RJ-AFTER-NAME TO RV-AFTER-NAME(WS-REV-COUNT)
                       MOVE RJ-AFTER-TEAM TO RV-AFTER-TEAM(WS-REV-COUNT)
                       SET ELF-TOUCHED(RJ-ELF-NUM) TO TRUE
                    ELSE
                       SET WS-REV-FULL TO TRUE
                    END-IF
                 WHEN OTHER
                    IF RJ-REVERSED-RUN = WS-REVERSE-RUN-ID
                       AND WS-REVERSED-BY-RUN = SPACES THEN
                       MOVE RJ-RUN-ID TO WS-REVERSED-BY-RUN
                    END-IF
                    IF RJ-CASCADE-ENTRY THEN
                       PERFORM SCREEN-LATER-CASCADE-ENTRY
                    END-IF
                    IF ELF-TOUCHED(RJ-ELF-NUM)
                       AND NOT RJ-CASCADE-ENTRY THEN
                       ADD 1 TO WS-CONFLICT-COUNT
                       MOVE RJ-LINE-NUM TO WS-EDIT-A
                       MOVE SPACES TO CHANGE-REPORT-LINE
                       STRING 'CONFLICT: ELF ' RJ-ELF-NUM
                          ' CHANGED SINCE BY RUN ' RJ-RUN-ID ' LINE '
                          WS-EDIT-A ' ' RJ-ACTION ' (OPERATOR '
                          FUNCTION TRIM(RJ-OPERATOR-ID) ')'
                          DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                       PERFORM PUT-CHANGE-REPORT-LINE
                    END-IF
              END-EVALUATE
           END-IF
           .

       LIFT-CASCADE-ENTRY.
           IF WS-CV-COUNT < 5000 THEN
              ADD 1 TO WS-CV-COUNT
              MOVE RJ-LINE-NUM TO CV-LINE-NUM(WS-CV-COUNT)
              MOVE RJ-ACTION TO CV-TYPE(WS-CV-COUNT)
              MOVE RJ-ELF-NUM TO CV-ELF(WS-CV-COUNT)
              MOVE RJ-CASC-BEFORE TO CV-BEFORE(WS-CV-COUNT)
              MOVE RJ-CASC-AFTER TO CV-AFTER(WS-CV-COUNT)
              EVALUATE RJ-ACTION
                 WHEN 'SECTION'
                    SET WS-CV-SECT TO TRUE
                 WHEN 'WORKORD'
                    SET WS-CV-WOMF TO TRUE
                 WHEN OTHER
                    SET WS-CV-TOURN TO TRUE
              END-EVALUATE
           ELSE
              SET WS-REV-FULL TO TRUE
           END-IF
           .

      *
      *    SCREEN-LATER-CASCADE-ENTRY HOLDS A LATER RUN'S CASCADE ENTRY
      *    TO THE RUN'S OWN: IT IS A CONFLICT WHEN THE RECORD IT
      *    CHANGED (KEYED FROM ITS BEFORE IMAGE) IS ONE THE RUN LEFT
      *    (KEYED FROM THE RUN'S AFTER IMAGE).
       SCREEN-LATER-CASCADE-ENTRY.
           MOVE RJ-ACTION TO WS-CASC-TYPE
           MOVE RJ-CASC-BEFORE TO WS-CASC-IMAGE
           PERFORM GET-CASCADE-KEY
           MOVE WS-CASC-KEY TO WS-CASC-LATER-KEY
           SET WS-CASC-MATCHED TO FALSE
           PERFORM VARYING WS-CV-SUB FROM 1 BY 1
              UNTIL WS-CV-SUB > WS-CV-COUNT OR WS-CASC-MATCHED
              IF CV-TYPE(WS-CV-SUB) = WS-CASC-TYPE THEN
                 MOVE CV-AFTER(WS-CV-SUB) TO WS-CASC-IMAGE
                 PERFORM GET-CASCADE-KEY
                 IF WS-CASC-KEY = WS-CASC-LATER-KEY THEN
                    SET WS-CASC-MATCHED TO TRUE
                    MOVE CV-BEFORE(WS-CV-SUB) TO WS-CASC-IMAGE
                    PERFORM DESCRIBE-CASCADE-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CASC-MATCHED THEN
              ADD 1 TO WS-CONFLICT-COUNT
              MOVE RJ-LINE-NUM TO WS-EDIT-A
              MOVE SPACES TO CHANGE-REPORT-LINE
              STRING 'CONFLICT: ' FUNCTION TRIM(WS-CASC-DESC)
                 ' CHANGED SINCE BY RUN ' RJ-RUN-ID ' LINE '
                 WS-EDIT-A ' (OPERATOR '
                 FUNCTION TRIM(RJ-OPERATOR-ID) ')'
                 DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
              PERFORM PUT-CHANGE-REPORT-LINE
           END-IF
           .

      *
      *    GET-CASCADE-KEY PICKS OUT OF CASCADE IMAGE WS-CASC-IMAGE
      *    WHAT IDENTIFIES THE RECORD IN ITS FILE: THE SECTION NUMBER,
      *    THE ORDER NUMBER AND ITEM, OR THE WHOLE TOURNAMENT LINE.
       GET-CASCADE-KEY.
           MOVE SPACES TO WS-CASC-KEY
           EVALUATE WS-CASC-TYPE
              WHEN 'SECTION'
                 MOVE WS-CASC-IMAGE(1:5) TO WS-CASC-KEY
              WHEN 'WORKORD'
                 MOVE WS-CASC-IMAGE(1:9) TO WS-CASC-KEY(1:9)
                 MOVE WS-CASC-IMAGE(28:1) TO WS-CASC-KEY(10:1)
              WHEN OTHER
                 MOVE WS-CASC-IMAGE TO WS-CASC-KEY
           END-EVALUATE
           .

      *
      *    DESCRIBE-CASCADE-RECORD NAMES THE DEPENDENT RECORD IN
      *    WS-CASC-IMAGE (A BEFORE IMAGE) FOR THE REVERSAL REPORT.
       DESCRIBE-CASCADE-RECORD.
           MOVE SPACES TO WS-CASC-DESC
           EVALUATE WS-CASC-TYPE
              WHEN 'SECTION'
                 STRING 'DAY4SECT.TXT SECTION ' WS-CASC-IMAGE(1:5)
                    DELIMITED BY SIZE INTO WS-CASC-DESC
              WHEN 'WORKORD'
                 STRING 'DAY3WOMF.TXT ORDER ' WS-CASC-IMAGE(1:9)
                    ' ITEM ' WS-CASC-IMAGE(28:1)
                    DELIMITED BY SIZE INTO WS-CASC-DESC
              WHEN OTHER
                 STRING 'DAY2TOUR.TXT LINE ' WS-CASC-IMAGE(1:30)
                    DELIMITED BY SIZE INTO WS-CASC-DESC
           END-EVALUATE
           .

      *
      *    CHECK-AFTER-IMAGES WALKS THE RUN'S ENTRIES BACKWARDS IN
      *    STORAGE, CONFIRMING EACH ELF STILL SHOWS THE IMAGE THE RUN
      *    LEFT AND PUTTING THE BEFORE IMAGE BACK.  A MISMATCH MEANS
      *    THE ROSTER WAS CHANGED OUTSIDE ROSTMNT (A HAND EDIT OR A
      *    RESTORE) AND IS A CONFLICT TOO.  NOTHING IS WRITTEN HERE.
       CHECK-AFTER-IMAGES.
           PERFORM VARYING WS-REV-SUB FROM WS-REV-COUNT BY -1
              UNTIL WS-REV-SUB < 1
              MOVE RV-ELF(WS-REV-SUB) TO WS-ROSTER-ELF
              IF ROSTER-KNOWN(WS-ROSTER-ELF) THEN
                 MOVE 'Y' TO WS-CURRENT-KNOWN-SW
              ELSE
                 MOVE 'N' TO WS-CURRENT-KNOWN-SW
              END-IF
              IF WS-CURRENT-KNOWN-SW NOT = RV-AFTER-KNOWN(WS-REV-SUB)
                 OR ROSTER-NAME(WS-ROSTER-ELF)
                    NOT = RV-AFTER-NAME(WS-REV-SUB)
                 OR ROSTER-TEAM(WS-ROSTER-ELF)
                    NOT = RV-AFTER-TEAM(WS-REV-SUB) THEN
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE RV-LINE-NUM(WS-REV-SUB) TO WS-EDIT-A
                 MOVE WS-ROSTER-ELF TO WS-EDIT-B
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'CONFLICT: ELF ' WS-EDIT-B(5:5)
                    ' NO LONGER SHOWS THE IMAGE LEFT BY LINE '
                    WS-EDIT-A ' (CHANGED OUTSIDE ROSTMNT)'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
              ELSE
                 IF RV-BEFORE-KNOWN(WS-REV-SUB) = 'Y' THEN
                    SET ROSTER-KNOWN(WS-ROSTER-ELF) TO TRUE
                 ELSE
                    SET ROSTER-KNOWN(WS-ROSTER-ELF) TO FALSE
                 END-IF
                 MOVE RV-BEFORE-NAME(WS-REV-SUB)
                    TO ROSTER-NAME(WS-ROSTER-ELF)
                 MOVE RV-BEFORE-TEAM(WS-REV-SUB)
                    TO ROSTER-TEAM(WS-ROSTER-ELF)
              END-IF
           END-PERFORM
           .

      *
      *    LOAD-REVERSAL-CASCADE-FILES LOADS THE DEPENDENT FILES THE
      *    RUN'S CASCADE ENTRIES NAME.  A FILE THAT CANNOT BE LOADED
      *    SHOWS UP AS CONFLICTS IN CHECK-CASCADE-IMAGES.
       LOAD-REVERSAL-CASCADE-FILES.
           IF WS-CV-SECT THEN
              PERFORM LOAD-SECTION-OWNERS
           END-IF
           IF WS-CV-WOMF THEN
              PERFORM LOAD-WORK-ORDERS
           END-IF
           IF WS-CV-TOURN THEN
              PERFORM LOAD-TOURN-ROSTER
           END-IF
           .

      *
      *    CHECK-CASCADE-IMAGES DOES FOR THE DEPENDENT RECORDS WHAT
      *    CHECK-AFTER-IMAGES DOES FOR THE ROSTER: LATEST ENTRY FIRST,
      *    THE RECORD MUST STILL SHOW THE IMAGE THE RUN LEFT, AND ITS
      *    BEFORE IMAGE GOES BACK IN STORAGE.  NOTHING IS WRITTEN HERE.
       CHECK-CASCADE-IMAGES.
           PERFORM VARYING WS-CV-SUB FROM WS-CV-COUNT BY -1
              UNTIL WS-CV-SUB < 1
              MOVE CV-TYPE(WS-CV-SUB) TO WS-CASC-TYPE
              MOVE CV-BEFORE(WS-CV-SUB) TO WS-CASC-IMAGE
              PERFORM DESCRIBE-CASCADE-RECORD
              SET WS-CASC-MATCHED TO FALSE
              EVALUATE TRUE
                 WHEN WS-CASC-TYPE = 'SECTION' AND WS-SECT-LOADED
                    PERFORM CHECK-SECTION-IMAGE
                 WHEN WS-CASC-TYPE = 'WORKORD' AND WS-WOMF-LOADED
                    PERFORM CHECK-WORK-ORDER-IMAGE
                 WHEN WS-CASC-TYPE = 'TOURNEY' AND WS-TOURN-LOADED
                    PERFORM CHECK-TOURN-IMAGE
                 WHEN OTHER
                    ADD 1 TO WS-CONFLICT-COUNT
                    MOVE SPACES TO CHANGE-REPORT-LINE
                    STRING 'CONFLICT: ' FUNCTION TRIM(WS-CASC-DESC)
                       ' CANNOT BE PUT BACK - ITS FILE IS NOT ON FILE '
                       'OR TOO BIG TO HOLD'
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                    PERFORM PUT-CHANGE-REPORT-LINE
              END-EVALUATE
           END-PERFORM
           .

       CHECK-SECTION-IMAGE.
           MOVE CV-AFTER(WS-CV-SUB) TO WS-CASC-SECT-IMAGE
           IF CS-SECTION IS NUMERIC
              AND CS-OWNER-ELF IS NUMERIC
              AND CS-EFF-DATE IS NUMERIC
              AND CS-SECTION >= 1
              AND CS-SECTION <= 10000 THEN
              MOVE CS-SECTION TO WS-SECT-SUB
              IF SO-T-ELF(WS-SECT-SUB) = CS-OWNER-ELF
                 AND SO-T-EFF(WS-SECT-SUB) = CS-EFF-DATE THEN
                 SET WS-CASC-MATCHED TO TRUE
                 MOVE CV-BEFORE(WS-CV-SUB) TO WS-CASC-SECT-IMAGE
                 MOVE CS-OWNER-ELF TO SO-T-ELF(WS-SECT-SUB)
                 MOVE CS-EFF-DATE TO SO-T-EFF(WS-SECT-SUB)
                 SET WS-SECT-CHANGED TO TRUE
              END-IF
           END-IF
           PERFORM NOTE-CASCADE-IMAGE-CHECK
           .

       CHECK-WORK-ORDER-IMAGE.
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
              UNTIL WS-WO-SUB > WS-WO-COUNT OR WS-CASC-MATCHED
              IF WOT-ENTRY(WS-WO-SUB) = CV-AFTER(WS-CV-SUB)(1:44) THEN
                 SET WS-CASC-MATCHED TO TRUE
                 MOVE CV-BEFORE(WS-CV-SUB) TO WOT-ENTRY(WS-WO-SUB)
                 SET WS-WOMF-CHANGED TO TRUE
              END-IF
           END-PERFORM
           PERFORM NOTE-CASCADE-IMAGE-CHECK
           .

       CHECK-TOURN-IMAGE.
           PERFORM VARYING WS-TOURN-SUB FROM 1 BY 1
              UNTIL WS-TOURN-SUB > WS-TOURN-COUNT OR WS-CASC-MATCHED
              IF TOURN-LINE(WS-TOURN-SUB) = CV-AFTER(WS-CV-SUB) THEN
                 SET WS-CASC-MATCHED TO TRUE
                 MOVE CV-BEFORE(WS-CV-SUB) TO TOURN-LINE(WS-TOURN-SUB)
                 SET WS-TOURN-CHANGED TO TRUE
              END-IF
           END-PERFORM
           PERFORM NOTE-CASCADE-IMAGE-CHECK
           .

      *
      *    NOTE-CASCADE-IMAGE-CHECK COUNTS AND REPORTS A DEPENDENT
      *    RECORD THAT NO LONGER SHOWS THE IMAGE ITS LINE LEFT.
       NOTE-CASCADE-IMAGE-CHECK.
           IF NOT WS-CASC-MATCHED THEN
              ADD 1 TO WS-CONFLICT-COUNT
              MOVE CV-LINE-NUM(WS-CV-SUB) TO WS-EDIT-A
              MOVE SPACES TO CHANGE-REPORT-LINE
              STRING 'CONFLICT: ' FUNCTION TRIM(WS-CASC-DESC)
                 ' NO LONGER AS LINE ' WS-EDIT-A
                 ' LEFT IT (CHANGED OUTSIDE ROSTMNT)'
                 DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
              PERFORM PUT-CHANGE-REPORT-LINE
           END-IF
           .

      *
      *    APPLY-REVERSAL COMMITS THE BACKED-OUT ROSTER: EACH ENTRY,
      *    LATEST FIRST, GOES ON THE REVERSAL REPORT AND THE JOURNAL
      *    (ACTION REVERSE, NAMING THE RUN IT BACKS OUT) AND INTO THE
      *    ELF MASTER, THEN DAY1ROST.TXT IS REWRITTEN.  THE CASCADE
      *    ENTRIES FOLLOW THE SAME WAY, AND THE DEPENDENT FILES THEY
      *    PUT BACK ARE REWRITTEN WITH THE ROSTER.
       APPLY-REVERSAL.
           PERFORM OPEN-ROSTER-JOURNAL
           PERFORM VARYING WS-REV-SUB FROM WS-REV-COUNT BY -1
              UNTIL WS-REV-SUB < 1
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-REVERSAL-DETAIL
              PERFORM JOURNAL-REVERSAL
              MOVE RV-ELF(WS-REV-SUB) TO WS-ROSTER-ELF
              IF WS-MASTER-OPEN THEN
                 PERFORM POST-MASTER-UPDATE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CV-SUB FROM WS-CV-COUNT BY -1
              UNTIL WS-CV-SUB < 1
              ADD 1 TO WS-CASC-RESTORED-COUNT
              PERFORM WRITE-CASCADE-REVERSAL-DETAIL
              PERFORM JOURNAL-CASCADE-REVERSAL
           END-PERFORM
           PERFORM CLOSE-ROSTER-JOURNAL
           PERFORM REWRITE-ROSTER-FILE
           PERFORM REWRITE-CASCADE-FILES
           .

       WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO WS-IMAGE-FROM
           IF RV-AFTER-KNOWN(WS-REV-SUB) = 'Y' THEN
              STRING FUNCTION TRIM(RV-AFTER-NAME(WS-REV-SUB)) ', '
                 FUNCTION TRIM(RV-AFTER-TEAM(WS-REV-SUB))
                 DELIMITED BY SIZE INTO WS-IMAGE-FROM
           ELSE
              MOVE '(NOT ON ROSTER)' TO WS-IMAGE-FROM
           END-IF
           MOVE SPACES TO WS-IMAGE-TO
           IF RV-BEFORE-KNOWN(WS-REV-SUB) = 'Y' THEN
              STRING FUNCTION TRIM(RV-BEFORE-NAME(WS-REV-SUB)) ', '
                 FUNCTION TRIM(RV-BEFORE-TEAM(WS-REV-SUB))
                 DELIMITED BY SIZE INTO WS-IMAGE-TO
           ELSE
              MOVE '(REMOVED FROM ROSTER)' TO WS-IMAGE-TO
           END-IF
           MOVE RV-LINE-NUM(WS-REV-SUB) TO WS-EDIT-A
           MOVE RV-ELF(WS-REV-SUB) TO WS-EDIT-B
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'LINE ' WS-EDIT-A ' REVERSE  ELF ' WS-EDIT-B ': '
              FUNCTION TRIM(WS-IMAGE-FROM) ' -> '
              FUNCTION TRIM(WS-IMAGE-TO) ' (UNDOES '
              FUNCTION TRIM(RV-ACTION(WS-REV-SUB)) ')'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

       JOURNAL-REVERSAL.
           MOVE SPACES TO ROSTER-JOURNAL-RECORD
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE RV-LINE-NUM(WS-REV-SUB) TO RJ-LINE-NUM
           MOVE 'REVERSE' TO RJ-ACTION
           MOVE RV-ELF(WS-REV-SUB) TO RJ-ELF-NUM
           MOVE RV-AFTER-KNOWN(WS-REV-SUB) TO RJ-BEFORE-KNOWN
           MOVE RV-AFTER-NAME(WS-REV-SUB) TO RJ-BEFORE-NAME
           MOVE RV-AFTER-TEAM(WS-REV-SUB) TO RJ-BEFORE-TEAM
           MOVE RV-BEFORE-KNOWN(WS-REV-SUB) TO RJ-AFTER-KNOWN
           MOVE RV-BEFORE-NAME(WS-REV-SUB) TO RJ-AFTER-NAME
           MOVE RV-BEFORE-TEAM(WS-REV-SUB) TO RJ-AFTER-TEAM
           MOVE WS-OPER-ID TO RJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO RJ-POST-DATE
           MOVE WS-REVERSE-RUN-ID TO RJ-REVERSED-RUN
           WRITE ROSTER-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

       WRITE-CASCADE-REVERSAL-DETAIL.
           MOVE CV-TYPE(WS-CV-SUB) TO WS-CASC-TYPE
           MOVE CV-BEFORE(WS-CV-SUB) TO WS-CASC-IMAGE
           PERFORM DESCRIBE-CASCADE-RECORD
           MOVE SPACES TO WS-IMAGE-TO
           EVALUATE WS-CASC-TYPE
              WHEN 'SECTION'
                 MOVE CV-BEFORE(WS-CV-SUB) TO WS-CASC-SECT-IMAGE
                 STRING 'BACK TO ELF ' CS-OWNER-ELF(5:5)
                    ' EFFECTIVE ' CS-EFF-DATE
                    DELIMITED BY SIZE INTO WS-IMAGE-TO
              WHEN 'WORKORD'
                 STRING 'BACK TO ' FUNCTION TRIM(WS-CASC-IMAGE(11:6))
                    ' FOR ELF ' WS-CASC-IMAGE(22:5)
                    DELIMITED BY SIZE INTO WS-IMAGE-TO
              WHEN OTHER
                 MOVE 'REINSTATED' TO WS-IMAGE-TO
           END-EVALUATE
           MOVE CV-LINE-NUM(WS-CV-SUB) TO WS-EDIT-A
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'LINE ' WS-EDIT-A ' REVERSE  '
              FUNCTION TRIM(WS-CASC-DESC) ' '
              FUNCTION TRIM(WS-IMAGE-TO) ' (UNDOES '
              FUNCTION TRIM(WS-CASC-TYPE) ')'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

       JOURNAL-CASCADE-REVERSAL.
           MOVE SPACES TO ROSTER-JOURNAL-RECORD
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE CV-LINE-NUM(WS-CV-SUB) TO RJ-LINE-NUM
           MOVE CV-TYPE(WS-CV-SUB) TO RJ-ACTION
           MOVE CV-ELF(WS-CV-SUB) TO RJ-ELF-NUM
           MOVE CV-AFTER(WS-CV-SUB) TO RJ-CASC-BEFORE
           MOVE CV-BEFORE(WS-CV-SUB) TO RJ-CASC-AFTER
           MOVE WS-OPER-ID TO RJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO RJ-POST-DATE
           MOVE WS-REVERSE-RUN-ID TO RJ-REVERSED-RUN
           WRITE ROSTER-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

      *
              MOVE ROSTER-NAME(WS-ROSTER-ELF) TO EM-NAME
              MOVE ROSTER-TEAM(WS-ROSTER-ELF) TO EM-TEAM
              REWRITE ELF-MASTER-RECORD
              ADD 1 TO WS-MASTER-POST-COUNT
           ELSE
              IF ROSTER-KNOWN(WS-ROSTER-ELF) THEN
                 MOVE SPACES TO ELF-MASTER-RECORD
                 SET EM-ROSTERED TO TRUE
                 MOVE ZERO TO EM-LAST-TOTAL
                 WRITE ELF-MASTER-RECORD
                 ADD 1 TO WS-MASTER-POST-COUNT
              END-IF
           END-IF
           .
      *    ROSTER IN ELF-NUMBER ORDER AT THE END OF A CLEAN RUN.
       REWRITE-ROSTER-FILE.
           SET WS-ROSTER-EOF TO FALSE
           MOVE ZERO TO WS-WRITE-COUNT
           OPEN OUTPUT ROSTER-FILE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
                 MOVE ROSTER-NAME(WS-ELF-SUB) TO RS-NAME
                 MOVE ROSTER-TEAM(WS-ELF-SUB) TO RS-TEAM
                 WRITE ROSTER-RECORD
                 ADD 1 TO WS-WRITE-COUNT
              END-IF
           END-PERFORM
           CLOSE ROSTER-FILE
           MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-WRITE-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    START-CASCADE-REPORT OPENS THE DEPARTURE CASCADE REPORT
      *    AND LOADS THE THREE DEPENDENT FILES, NOTING ON THE REPORT
      *    ANY THAT IS NOT ON FILE OR TOO BIG TO HOLD - SUCH A FILE IS
      *    LEFT ALONE FOR THE RUN AND THE ROSTER KEEPER MUST CLEAR THE
      *    DEPARTED ELVES OUT OF IT BY HAND.
       START-CASCADE-REPORT.
           OPEN OUTPUT CASCADE-REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'ROSTMNT' TO WS-PG-PROGRAM-ID
           MOVE 'DEPARTURE CASCADE' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CASCADE-REPORT-LINE
           STRING 'OPERATOR: ' WS-OPER-ID ' ' WS-OPER-NAME
              DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           PERFORM PUT-CASCADE-REPORT-LINE
           PERFORM LOAD-SECTION-OWNERS
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-TOURN-ROSTER
           .

       LOAD-SECTION-OWNERS.
           INITIALIZE SECT-OWNER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SECTION-OWNER-FILE
           IF FS-SECT-SUCCESS THEN
              SET WS-SECT-LOADED TO TRUE
              PERFORM UNTIL WS-SECT-EOF
                 READ SECTION-OWNER-FILE
                    AT END
                       SET WS-SECT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SO-SECTION IS NUMERIC
                          AND SO-OWNER-ELF IS NUMERIC
                          AND SO-SECTION >= 1
                          AND SO-SECTION <= 10000 THEN
                          MOVE SO-OWNER-ELF TO SO-T-ELF(SO-SECTION)
                          IF SO-EFF-DATE IS NUMERIC THEN
                             MOVE SO-EFF-DATE TO SO-T-EFF(SO-SECTION)
                          ELSE
                             MOVE ZERO TO SO-T-EFF(SO-SECTION)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              MOVE 'DAY4SECT.TXT NOT ON FILE - NO SECTIONS TO HAND OVER'
                 TO CASCADE-REPORT-LINE
              PERFORM PUT-CASCADE-LOAD-NOTE
           END-IF
           .

       LOAD-WORK-ORDERS.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT WO-MASTER-FILE
           IF FS-WOMF-SUCCESS THEN
              SET WS-WOMF-LOADED TO TRUE
              PERFORM UNTIL WS-WOMF-EOF
                 READ WO-MASTER-FILE
                    AT END
                       SET WS-WOMF-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-WO-COUNT < 2000 THEN
                          ADD 1 TO WS-WO-COUNT
                          MOVE WO-MASTER-RECORD
                             TO WOT-ENTRY(WS-WO-COUNT)
                       ELSE
                          SET WS-WOMF-LOADED TO FALSE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF NOT WS-WOMF-LOADED THEN
                 MOVE ZERO TO WS-WO-COUNT
                 MOVE SPACES TO CASCADE-REPORT-LINE
                 STRING 'DAY3WOMF.TXT HOLDS MORE THAN 2000 ORDERS - '
                    'WORK ORDERS NOT CASCADED'
                    DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
                 PERFORM PUT-CASCADE-LOAD-NOTE
                 MOVE ZERO TO WS-EXC-LINE-NUM
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE CASCADE-REPORT-LINE TO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              MOVE SPACES TO CASCADE-REPORT-LINE
              STRING 'DAY3WOMF.TXT NOT ON FILE - '
                 'NO WORK ORDERS TO REASSIGN'
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
              PERFORM PUT-CASCADE-LOAD-NOTE
           END-IF
           .

       LOAD-TOURN-ROSTER.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT TOURN-ROSTER-FILE
           IF FS-TOURN-SUCCESS THEN
              SET WS-TOURN-LOADED TO TRUE
              PERFORM UNTIL WS-TOURN-EOF
                 READ TOURN-ROSTER-FILE
                    AT END
                       SET WS-TOURN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-TOURN-COUNT < 500 THEN
                          ADD 1 TO WS-TOURN-COUNT
                          MOVE TOURN-ROSTER-RECORD
                             TO TOURN-LINE(WS-TOURN-COUNT)
                       ELSE
                          SET WS-TOURN-LOADED TO FALSE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TOURN-ROSTER-FILE
              MOVE 'DAY2TOUR.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF NOT WS-TOURN-LOADED THEN
                 MOVE ZERO TO WS-TOURN-COUNT
                 MOVE SPACES TO CASCADE-REPORT-LINE
                 STRING 'DAY2TOUR.TXT HOLDS MORE THAN 500 LINES - '
                    'ENTRANTS NOT WITHDRAWN'
                    DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
                 PERFORM PUT-CASCADE-LOAD-NOTE
                 MOVE ZERO TO WS-EXC-LINE-NUM
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE CASCADE-REPORT-LINE TO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              MOVE 'DAY2TOUR.TXT NOT ON FILE - NO ENTRANTS TO WITHDRAW'
                 TO CASCADE-REPORT-LINE
              PERFORM PUT-CASCADE-LOAD-NOTE
           END-IF
           .

      *
      *    CASCADE-DEPARTURE CLEARS THE ELF JUST DEPARTED OUT OF THE
      *    DEPENDENT FILES, LISTS EVERY RECORD IT CHANGED UNDER THE
      *    DEPARTURE'S HEADING AND JOURNALS EACH ONE'S BEFORE AND AFTER
      *    IMAGE, SO A REVERSAL OF THE RUN PUTS THE DEPENDENT RECORDS
      *    BACK ALONG WITH THE ELF.
       CASCADE-DEPARTURE.
           ADD 1 TO WS-CASC-DEPART-COUNT
           MOVE ZERO TO WS-CASC-ELF-CHANGES
           MOVE WS-LINE-NUM TO WS-EDIT-A
           MOVE WS-ROSTER-ELF TO WS-EDIT-B
           MOVE SPACES TO CASCADE-REPORT-LINE
           IF WS-SUCCESSOR-ELF > ZERO THEN
              MOVE WS-SUCCESSOR-ELF TO WS-EDIT-C
              STRING 'LINE ' WS-EDIT-A ' DEPART ELF ' WS-EDIT-B(5:5)
                 ' ' FUNCTION TRIM(WS-BEFORE-NAME) ', '
                 FUNCTION TRIM(WS-BEFORE-TEAM) ' - SUCCESSOR ELF '
                 WS-EDIT-C(5:5) ' '
                 FUNCTION TRIM(ROSTER-NAME(WS-SUCCESSOR-ELF))
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           ELSE
              STRING 'LINE ' WS-EDIT-A ' DEPART ELF ' WS-EDIT-B(5:5)
                 ' ' FUNCTION TRIM(WS-BEFORE-NAME) ', '
                 FUNCTION TRIM(WS-BEFORE-TEAM) ' - NO SUCCESSOR'
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           END-IF
           PERFORM PUT-CASCADE-REPORT-LINE
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
              UNTIL WS-SECT-SUB > 10000
              IF SO-T-ELF(WS-SECT-SUB) = WS-ROSTER-ELF THEN
                 PERFORM CASCADE-SECTION
              END-IF
           END-PERFORM
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
              UNTIL WS-WO-SUB > WS-WO-COUNT
              IF WOT-STATUS(WS-WO-SUB) = 'OPEN'
                 AND WOT-ELF(WS-WO-SUB) IS NUMERIC THEN
                 IF WOT-ELF(WS-WO-SUB) = WS-ROSTER-ELF THEN
                    PERFORM CASCADE-WORK-ORDER
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TOURN-SUB FROM 1 BY 1
              UNTIL WS-TOURN-SUB > WS-TOURN-COUNT
              PERFORM CASCADE-TOURN-ENTRANT
           END-PERFORM
           IF WS-CASC-ELF-CHANGES = ZERO THEN
              MOVE '    NO DEPENDENT RECORDS' TO CASCADE-REPORT-LINE
              PERFORM PUT-CASCADE-REPORT-LINE
           END-IF
           .

      *
      *    CASCADE-SECTION HANDS SECTION WS-SECT-SUB OVER TO THE
      *    SUCCESSOR, EFFECTIVE ON THE POSTING DATE, OR RELEASES IT
      *    WHEN THERE IS NO SUCCESSOR.
       CASCADE-SECTION.
           ADD 1 TO WS-CASC-ELF-CHANGES
           SET WS-SECT-CHANGED TO TRUE
           PERFORM BUILD-SECTION-IMAGE
           MOVE WS-CASC-SECT-IMAGE TO WS-CASC-BEFORE
           MOVE WS-SECT-SUB TO WS-EDIT-B
           MOVE SO-T-EFF(WS-SECT-SUB) TO WS-EDIT-D
           MOVE SPACES TO CASCADE-REPORT-LINE
           IF WS-SUCCESSOR-ELF > ZERO THEN
              ADD 1 TO WS-CASC-HANDED-COUNT
              MOVE WS-SUCCESSOR-ELF TO SO-T-ELF(WS-SECT-SUB)
              MOVE WS-JRN-POST-DATE TO SO-T-EFF(WS-SECT-SUB)
              MOVE WS-SUCCESSOR-ELF TO WS-EDIT-C
              STRING '    DAY4SECT.TXT SECTION ' WS-EDIT-B(5:5)
                 ' (EFFECTIVE ' WS-EDIT-D ') HANDED OVER TO ELF '
                 WS-EDIT-C(5:5) ' EFFECTIVE ' WS-JRN-POST-DATE
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           ELSE
              ADD 1 TO WS-CASC-RELEASED-COUNT
              MOVE ZERO TO SO-T-ELF(WS-SECT-SUB)
              MOVE ZERO TO SO-T-EFF(WS-SECT-SUB)
              STRING '    DAY4SECT.TXT SECTION ' WS-EDIT-B(5:5)
                 ' (EFFECTIVE ' WS-EDIT-D ') RELEASED'
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           END-IF
           PERFORM PUT-CASCADE-REPORT-LINE
           PERFORM BUILD-SECTION-IMAGE
           MOVE WS-CASC-SECT-IMAGE TO WS-CASC-AFTER
           MOVE 'SECTION' TO WS-CASC-TYPE
           PERFORM JOURNAL-CASCADE-CHANGE
           .

      *
      *    BUILD-SECTION-IMAGE LAYS SECTION WS-SECT-SUB OUT AS ITS
      *    DAY4SECT.TXT RECORD FOR THE JOURNAL.  A RELEASED SECTION
      *    SHOWS OWNER ZERO.
       BUILD-SECTION-IMAGE.
           MOVE WS-SECT-SUB TO CS-SECTION
           MOVE SO-T-ELF(WS-SECT-SUB) TO CS-OWNER-ELF
           MOVE SO-T-EFF(WS-SECT-SUB) TO CS-EFF-DATE
           .

      *
      *    CASCADE-WORK-ORDER REASSIGNS OPEN ORDER WS-WO-SUB TO THE
      *    SUCCESSOR, OR CANCELS IT WHEN THERE IS NO SUCCESSOR.  A
      *    CANCELLED ORDER STAYS ON THE MASTER FOR THE AUDIT TRAIL,
      *    LIKE A CLOSED ONE.
       CASCADE-WORK-ORDER.
           ADD 1 TO WS-CASC-ELF-CHANGES
           SET WS-WOMF-CHANGED TO TRUE
           MOVE WOT-ENTRY(WS-WO-SUB) TO WS-CASC-BEFORE
           MOVE SPACES TO CASCADE-REPORT-LINE
           IF WS-SUCCESSOR-ELF > ZERO THEN
              ADD 1 TO WS-CASC-REASSIGNED-COUNT
              MOVE WS-SUCCESSOR-ELF TO WOT-ELF(WS-WO-SUB)
              STRING '    DAY3WOMF.TXT ORDER ' WOT-ORDER-NUM(WS-WO-SUB)
                 ' ITEM ' WOT-ITEM(WS-WO-SUB)
                 ' REASSIGNED TO ELF ' WOT-ELF(WS-WO-SUB)(5:5)
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           ELSE
              ADD 1 TO WS-CASC-CANCELLED-COUNT
              MOVE 'CANCEL' TO WOT-STATUS(WS-WO-SUB)
              STRING '    DAY3WOMF.TXT ORDER ' WOT-ORDER-NUM(WS-WO-SUB)
                 ' ITEM ' WOT-ITEM(WS-WO-SUB) ' CANCELLED'
                 DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           END-IF
           PERFORM PUT-CASCADE-REPORT-LINE
           MOVE WOT-ENTRY(WS-WO-SUB) TO WS-CASC-AFTER
           MOVE 'WORKORD' TO WS-CASC-TYPE
           PERFORM JOURNAL-CASCADE-CHANGE
           .

      *
      *    CASCADE-TOURN-ENTRANT WITHDRAWS TOURNAMENT ROSTER LINE
      *    WS-TOURN-SUB WHEN ITS ELF LABEL IS THE DEPARTED ELF'S
      *    NUMBER OR NAME.  THE LINE IS KEPT AS A COMMENT, WHICH DAY2
      *    SKIPS, SO THE ENTRY CAN BE PUT BACK.  THE STRATEGY FILE IS
      *    THE ELF'S OWN, SO A SUCCESSOR DOES NOT INHERIT THE ENTRY.
       CASCADE-TOURN-ENTRANT.
           IF TOURN-LINE(WS-TOURN-SUB) NOT = SPACES
              AND TOURN-LINE(WS-TOURN-SUB)(1:1) NOT = '*' THEN
              MOVE SPACES TO WS-TOURN-LABEL
              MOVE SPACES TO WS-TOURN-ENTRY-FILE
              UNSTRING TOURN-LINE(WS-TOURN-SUB) DELIMITED BY ','
                 INTO WS-TOURN-LABEL WS-TOURN-ENTRY-FILE
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TOURN-LABEL))
                 TO WS-TOURN-LABEL
              IF WS-TOURN-LABEL NOT = SPACES THEN
                 IF WS-TOURN-LABEL =
                    FUNCTION UPPER-CASE(WS-BEFORE-NAME) THEN
                    PERFORM WITHDRAW-TOURN-ENTRANT
                 ELSE
                    IF FUNCTION TEST-NUMVAL(WS-TOURN-LABEL) = ZERO THEN
                       IF FUNCTION NUMVAL(WS-TOURN-LABEL) =
                          WS-ROSTER-ELF THEN
                          PERFORM WITHDRAW-TOURN-ENTRANT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       WITHDRAW-TOURN-ENTRANT.
           ADD 1 TO WS-CASC-ELF-CHANGES
           ADD 1 TO WS-CASC-WITHDRAWN-COUNT
           SET WS-TOURN-CHANGED TO TRUE
           MOVE TOURN-LINE(WS-TOURN-SUB) TO WS-TOURN-HOLD
           MOVE SPACES TO TOURN-LINE(WS-TOURN-SUB)
           STRING '*WITHDRAWN ' WS-TOURN-HOLD
              DELIMITED BY SIZE INTO TOURN-LINE(WS-TOURN-SUB)
           MOVE SPACES TO CASCADE-REPORT-LINE
           STRING '    DAY2TOUR.TXT ENTRANT '
              FUNCTION TRIM(WS-TOURN-LABEL) ' (STRATEGY FILE '
              FUNCTION TRIM(WS-TOURN-ENTRY-FILE) ') WITHDRAWN'
              DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           PERFORM PUT-CASCADE-REPORT-LINE
           MOVE WS-TOURN-HOLD TO WS-CASC-BEFORE
           MOVE TOURN-LINE(WS-TOURN-SUB) TO WS-CASC-AFTER
           MOVE 'TOURNEY' TO WS-CASC-TYPE
           PERFORM JOURNAL-CASCADE-CHANGE
           .

      *
      *    JOURNAL-CASCADE-CHANGE POSTS THE BEFORE AND AFTER IMAGES OF
      *    THE DEPENDENT RECORD JUST CHANGED (WS-CASC-TYPE NAMES ITS
      *    FILE) UNDER THE DEPARTED ELF AND THE DEPART'S LINE.
       JOURNAL-CASCADE-CHANGE.
           MOVE SPACES TO ROSTER-JOURNAL-RECORD
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE WS-LINE-NUM TO RJ-LINE-NUM
           MOVE WS-CASC-TYPE TO RJ-ACTION
           MOVE WS-ROSTER-ELF TO RJ-ELF-NUM
           MOVE WS-OPER-ID TO RJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO RJ-POST-DATE
           MOVE WS-CASC-BEFORE TO RJ-CASC-BEFORE
           MOVE WS-CASC-AFTER TO RJ-CASC-AFTER
           WRITE ROSTER-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

      *
      *    PUT-CASCADE-LOAD-NOTE PUTS A NOTE ABOUT A DEPENDENT FILE ON
      *    THE CASCADE REPORT.  A REVERSAL HAS NO CASCADE REPORT; ITS
      *    CONFLICT LINES SAY WHICH RECORDS COULD NOT BE PUT BACK.
       PUT-CASCADE-LOAD-NOTE.
           IF NOT WS-REVERSAL-MODE THEN
              PERFORM PUT-CASCADE-REPORT-LINE
           END-IF
           .

      *
      *    FINISH-CASCADE-REPORT CLOSES THE CASCADE REPORT OFF WITH
      *    ITS TOTALS AND CONTROL FOOTER.
       FINISH-CASCADE-REPORT.
           MOVE WS-CASC-DEPART-COUNT TO WS-EDIT-A
           MOVE SPACES TO CASCADE-REPORT-LINE
           STRING 'TOTALS: ' WS-EDIT-A ' DEPARTURE(S) CASCADED'
              DELIMITED BY SIZE INTO CASCADE-REPORT-LINE
           PERFORM PUT-CASCADE-REPORT-LINE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DEPARTURES' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-DEPART-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SECTIONS HANDED OVER' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-HANDED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SECTIONS RELEASED' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-RELEASED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'WORK ORDERS REASSIGNED' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-REASSIGNED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'WORK ORDERS CANCELLED' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-CANCELLED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ENTRANTS WITHDRAWN' TO WS-PG-COUNT-LABEL
           MOVE WS-CASC-WITHDRAWN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CASCADE-REPORT-FOOTER
           CLOSE CASCADE-REPORT-FILE
           MOVE 'ROSTCASC.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    REWRITE-CASCADE-FILES WRITES BACK EACH DEPENDENT FILE THE
      *    CASCADE CHANGED, AT THE END OF A CLEAN RUN WITH THE ROSTER.
       REWRITE-CASCADE-FILES.
           IF WS-SECT-CHANGED THEN
              MOVE ZERO TO WS-WRITE-COUNT
              OPEN OUTPUT SECTION-OWNER-FILE
              PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                 UNTIL WS-SECT-SUB > 10000
                 IF SO-T-ELF(WS-SECT-SUB) NOT = ZERO THEN
                    MOVE SPACES TO SECTION-OWNER-RECORD
                    MOVE WS-SECT-SUB TO SO-SECTION
                    MOVE SO-T-ELF(WS-SECT-SUB) TO SO-OWNER-ELF
                    MOVE SO-T-EFF(WS-SECT-SUB) TO SO-EFF-DATE
                    WRITE SECTION-OWNER-RECORD
                    ADD 1 TO WS-WRITE-COUNT
                 END-IF
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-WRITE-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-WOMF-CHANGED THEN
              OPEN OUTPUT WO-MASTER-FILE
              PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                 UNTIL WS-WO-SUB > WS-WO-COUNT
                 WRITE WO-MASTER-RECORD FROM WOT-ENTRY(WS-WO-SUB)
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-WO-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-TOURN-CHANGED THEN
              OPEN OUTPUT TOURN-ROSTER-FILE
              PERFORM VARYING WS-TOURN-SUB FROM 1 BY 1
                 UNTIL WS-TOURN-SUB > WS-TOURN-COUNT
                 WRITE TOURN-ROSTER-RECORD
                    FROM TOURN-LINE(WS-TOURN-SUB)
              END-PERFORM
              CLOSE TOURN-ROSTER-FILE
              MOVE 'DAY2TOUR.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-TOURN-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
           STRING 'TOTALS: ' WS-EDIT-A ' APPLIED, ' WS-EDIT-B
              ' REJECTED'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    PUT-CHANGE-REPORT-LINE WRITES CHANGE-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-CHANGE-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CHANGE-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 WRITE CHANGE-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CHANGE-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CHANGE-REPORT-LINE
           END-IF
           WRITE CHANGE-REPORT-LINE
           .

      *
      *    WRITE-CHANGE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-CHANGE-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CHANGE-REPORT-LINE
              PERFORM PUT-CHANGE-REPORT-LINE
           END-PERFORM
           .

      *
      *    PUT-CASCADE-REPORT-LINE AND WRITE-CASCADE-REPORT-FOOTER DO
      *    FOR THE CASCADE REPORT WHAT THEIR CHANGE-REPORT NAMESAKES
      *    DO FOR THE CHANGE REPORT.
       PUT-CASCADE-REPORT-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CASCADE-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CASCADE-REPORT-LINE
                 WRITE CASCADE-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CASCADE-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CASCADE-REPORT-LINE
           END-IF
           WRITE CASCADE-REPORT-LINE
           .

       WRITE-CASCADE-REPORT-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CASCADE-REPORT-LINE
              PERFORM PUT-CASCADE-REPORT-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM ROSTMNT.
