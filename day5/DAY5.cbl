       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY5.
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
       01  REPORT-LINE             PIC X(100).
       FD  CSV-FILE.
       01  CSV-LINE                PIC X(120).
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
       01  WS-LINE-LEN             PIC 9(4) BINARY.
      *
      *    THE INPUT IS IN TWO PARTS: THE STARTING STACK DRAWING
      *    (CRATE ROWS TOP TO BOTTOM, THEN THE STACK-NUMBER LINE),
      *    THEN THE CRANE INSTRUCTIONS.  WS-PHASE SAYS WHICH PART
      *    THE RECORD JUST READ BELONGS TO.
       01  WS-PHASE                PIC X(1) VALUE 'D'.
           88 WS-IN-DRAWING                 VALUE 'D'.
           88 WS-IN-MOVES                   VALUE 'M'.
      *
      *    DRAWING-TABLE HOLDS THE CRATE ROWS AS DRAWN UNTIL THE
      *    STACK-NUMBER LINE ARRIVES - ONLY THEN IS THE NUMBER OF
      *    STACKS KNOWN, AND THE STACKS ARE BUILT BOTTOM ROW FIRST.
       01  WS-DRAW-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01  DRAWING-TABLE.
           05 DRAW-ROW OCCURS 200 TIMES.
              10 DRAW-TEXT         PIC X(200).
              10 DRAW-LINE-NUM     PIC 9(9) BINARY.
       01  WS-DRAW-SUB             PIC 9(4) BINARY.
       01  WS-DRAW-OVERFLOW-SW     PIC X(1) VALUE 'N'.
           88 WS-DRAW-OVERFLOW              VALUE 'Y' FALSE 'N'.
       01  WS-DRAWING-BAD-SW       PIC X(1) VALUE 'N'.
           88 WS-DRAWING-BAD                VALUE 'Y' FALSE 'N'.
       01  WS-NUMBER-LINE-SW       PIC X(1) VALUE 'N'.
           88 WS-NUMBER-LINE-SEEN           VALUE 'Y' FALSE 'N'.
       01  WS-CELL                 PIC X(3).
       01  WS-CELL-POS             PIC 9(4) BINARY.
      *
      *    STACK-TABLE CARRIES TWO COPIES OF EVERY STACK - ONE
      *    WORKED BY THE ONE-AT-A-TIME CRANE (9000) AND ONE BY THE
      *    MULTI-CRATE CRANE (9001) - BOTTOM CRATE IN POSITION 1.
      *    BOTH COPIES ALWAYS HOLD THE SAME NUMBER OF CRATES, SO A
      *    MOVE IS SCREENED ONCE AND APPLIED TO BOTH.
       01  WS-STACK-LIMIT          PIC 9(4) BINARY VALUE 20.
       01  WS-HEIGHT-LIMIT         PIC 9(4) BINARY VALUE 2000.
       01  WS-STACK-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01  STACK-TABLE.
           05 STACK-ENTRY OCCURS 20 TIMES.
              10 STK-HEIGHT        PIC 9(4) BINARY.
              10 STK-GAP-SW        PIC X(1).
                 88 STK-GAP                 VALUE 'Y' FALSE 'N'.
              10 STK-CRATES-9000   PIC X(2000).
              10 STK-CRATES-9001   PIC X(2000).
       01  WS-STK-SUB              PIC 9(4) BINARY.
       01  WS-INITIAL-CRATES       PIC 9(9) BINARY VALUE ZERO.
      *
      *    CRANE INSTRUCTION FIELDS: "MOVE N FROM A TO B".
       01  WS-MOVE-WORD            PIC X(10).
       01  WS-MOVE-QTY-TEXT        PIC X(10).
       01  WS-FROM-WORD            PIC X(10).
       01  WS-FROM-TEXT            PIC X(10).
       01  WS-TO-WORD              PIC X(10).
       01  WS-TO-TEXT              PIC X(10).
       01  WS-MOVE-EXTRA           PIC X(10).
       01  WS-MOVE-QTY             PIC 9(4) BINARY.
       01  WS-FROM-STK             PIC 9(4) BINARY.
       01  WS-TO-STK               PIC 9(4) BINARY.
       01  WS-MOVE-START           PIC 9(4) BINARY.
       01  WS-CRATE-SUB            PIC 9(4) BINARY.
       01  WS-MOVE-OK-SW           PIC X(1) VALUE 'Y'.
           88 WS-MOVE-OK                    VALUE 'Y' FALSE 'N'.
       01  WS-MOVE-REASON          PIC X(50).
       01  WS-MOVE-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01  WS-MOVE-REJECTS         PIC 9(9) BINARY VALUE ZERO.
       01  WS-CRATES-MOVED         PIC 9(9) BINARY VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01  WS-PART1-TOPS           PIC X(20).
       01  WS-PART2-TOPS           PIC X(20).
       01  WS-TOPS-WORK            PIC X(20).
       01  WS-TOP-9000             PIC X(1).
       01  WS-TOP-9001             PIC X(1).
       01  WS-EDIT-A               PIC Z(8)9.
       01  WS-EDIT-B               PIC Z(8)9.
       01  WS-EDIT-C               PIC Z(8)9.
       01  WS-EDIT-STK             PIC Z9.
       01  WS-CSV-STK              PIC 9(2).
       01  WS-CSV-H1               PIC 9(4).
       01  WS-CSV-CNT              PIC 9(9).
       01  WS-INPUT-FILENAME       PIC X(100) VALUE 'input.txt'.
       01  WS-REPORT-FILENAME      PIC X(100) VALUE
           'DAY5RPT.TXT'.
      *
      *    COMMIT PROTOCOL: THE REPORT AND CSV ARE WRITTEN UNDER .WRK
      *    WORKING NAMES AND ONLY RENAMED TO THEIR PUBLISHED NAMES AT
      *    CLEAN END OF JOB, WITH AN EOJ,RUN-ID MARKER ROW CLOSING
      *    THE CSV, SO A RUN THAT DIES MID-WRITE CAN NEVER LEAVE A
      *    PARTIAL FILE SITTING THERE LOOKING FINISHED.
       01  WS-REPORT-PUBLISHED     PIC X(100).
       01  WS-CSV-FILENAME         PIC X(100) VALUE
           'DAY5RPT.CSV.WRK'.
       01  WS-CSV-PUBLISHED        PIC X(100) VALUE 'DAY5RPT.CSV'.
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
           MOVE 'DAY5' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY5' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY5' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
                                  ==WS-INPUT-FILENAME==.
           PERFORM SET-WORK-FILENAMES
           INITIALIZE STACK-TABLE

           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    IF WS-IN-DRAWING THEN
                       PERFORM TAKE-DRAWING-LINE
                    ELSE
                       PERFORM TAKE-MOVE-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF

      *    A DRAWING WITH NO STACK-NUMBER LINE, OR ONE WHOSE ROWS
      *    COULD NOT BE READ, LEAVES NO TRUSTWORTHY STARTING STACKS -
      *    THE TOP-CRATE RESULTS WOULD BE FICTION, SO THE RUN FAILS
      *    AND THE LAST PUBLISHED REPORT SURVIVES IT.
           IF FS-SUCCESS AND NOT WS-NUMBER-LINE-SEEN THEN
              DISPLAY 'DAY5: NO STACK-NUMBER LINE FOUND IN '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' - THE STARTING STACKS ARE UNKNOWN.'
              MOVE ZERO TO WS-EXC-LINE-NUM
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'NO STACK-NUMBER LINE - STARTING STACKS UNKNOWN'
                 TO WS-EXC-MESSAGE
              PERFORM WRITE-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DRAWING-BAD THEN
              DISPLAY 'DAY5: THE STACK DRAWING HAS REJECTED ROWS - '
                 'THE RUN IS MARKED FAILED.'
              MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY5' TO WS-PG-PROGRAM-ID
           MOVE 'SUPPLY STACK CRANE REARRANGEMENT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES

           PERFORM WRITE-STACK-DETAIL
           PERFORM WRITE-CRANE-SUMMARY

           MOVE 1 TO WS-PG-RPT
           MOVE 'INPUT RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CRANE MOVES APPLIED' TO WS-PG-COUNT-LABEL
           MOVE WS-MOVE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'RECORDS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE CSV-FILE

           DISPLAY 'PART1: ' FUNCTION TRIM(WS-PART1-TOPS)
           DISPLAY 'PART2: ' FUNCTION TRIM(WS-PART2-TOPS)
           IF WS-REJECT-COUNT > ZERO THEN
              DISPLAY 'DAY5: ' WS-REJECT-COUNT ' RECORD(S) REJECTED '
                 '- SEE EXCPTNS.TXT.'
           END-IF

           MOVE 'DAY5' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS AND RETURN-CODE = ZERO THEN
              MOVE 'DAY5' TO WS-QG-PROGRAM-ID
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
              DISPLAY 'DAY5: INPUT FILE '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' COULD NOT BE OPENED (FILE STATUS ' INPUT-FILE-STATUS
                 ') - NO RECORDS WILL BE PROCESSED.'
              SET INPUT-FILE-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *
      *    TAKE-DRAWING-LINE FILES ONE LINE OF THE STARTING STACK
      *    DRAWING.  A LINE WHOSE FIRST NON-BLANK CHARACTER IS A
      *    DIGIT IS THE STACK-NUMBER LINE THAT CLOSES THE DRAWING;
      *    LEADING BLANK LINES ARE SKIPPED.  A "MOVE" LINE BEFORE
      *    ANY NUMBER LINE MEANS THE DRAWING IS MISSING - THE
      *    INSTRUCTION IS STILL CONSUMED SO THE LINE COUNT STAYS
      *    RIGHT, BUT NOTHING CAN BE MOVED.
       TAKE-DRAWING-LINE.
           EVALUATE TRUE
              WHEN INREC = SPACES
                 CONTINUE
              WHEN FUNCTION TRIM(INREC)(1:1) IS NUMERIC
                 PERFORM BUILD-STARTING-STACKS
                 SET WS-IN-MOVES TO TRUE
              WHEN FUNCTION UPPER-CASE(INREC(1:5)) = 'MOVE '
                 SET WS-IN-MOVES TO TRUE
                 PERFORM TAKE-MOVE-LINE
              WHEN WS-DRAW-COUNT < 200
                 ADD 1 TO WS-DRAW-COUNT
                 MOVE INREC TO DRAW-TEXT(WS-DRAW-COUNT)
                 MOVE WS-LINE-NUM TO DRAW-LINE-NUM(WS-DRAW-COUNT)
              WHEN OTHER
                 IF NOT WS-DRAW-OVERFLOW THEN
                    SET WS-DRAW-OVERFLOW TO TRUE
                    SET WS-DRAWING-BAD TO TRUE
                    DISPLAY 'DAY5: STACK DRAWING TALLER THAN 200 '
                       'ROWS - DRAWING REJECTED.'
                    MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
                    MOVE 'E' TO WS-EXC-SEVERITY
                    MOVE 'STACK DRAWING TALLER THAN 200 ROWS'
                       TO WS-EXC-MESSAGE
                    PERFORM WRITE-EXCEPTION
                    ADD 1 TO WS-REJECT-COUNT
                 END-IF
           END-EVALUATE
           .

      *
      *    BUILD-STARTING-STACKS SIZES THE STACK TABLE FROM THE
      *    STACK-NUMBER LINE (ONE STACK PER FOUR-COLUMN CELL) AND
      *    LOADS THE DRAWN CRATE ROWS BOTTOM ROW FIRST, SO POSITION
      *    1 OF EACH STACK IS ITS BOTTOM CRATE.
       BUILD-STARTING-STACKS.
           SET WS-NUMBER-LINE-SEEN TO TRUE
           COMPUTE WS-LINE-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(INREC TRAILING))
           COMPUTE WS-STACK-COUNT = (WS-LINE-LEN + 2) / 4
           IF WS-STACK-COUNT > WS-STACK-LIMIT THEN
              DISPLAY 'DAY5: MORE THAN 20 STACKS DRAWN - STACKS PAST '
                 'THE 20TH ARE NOT HANDLED.'
              MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
              MOVE 'E' TO WS-EXC-SEVERITY
              MOVE 'MORE THAN 20 STACKS DRAWN - DRAWING REJECTED'
                 TO WS-EXC-MESSAGE
              PERFORM WRITE-EXCEPTION
              ADD 1 TO WS-REJECT-COUNT
              SET WS-DRAWING-BAD TO TRUE
              MOVE WS-STACK-LIMIT TO WS-STACK-COUNT
           END-IF
           PERFORM VARYING WS-DRAW-SUB FROM WS-DRAW-COUNT BY -1
              UNTIL WS-DRAW-SUB < 1
              PERFORM LOAD-DRAWING-ROW
           END-PERFORM
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STACK-COUNT
              ADD STK-HEIGHT(WS-STK-SUB) TO WS-INITIAL-CRATES
           END-PERFORM
           .

      *
      *    LOAD-DRAWING-ROW PUSHES ONE DRAWN ROW'S CRATES ONTO THEIR
      *    STACKS.  EACH CELL MUST BE BLANK OR "[X]"; A CRATE DRAWN
      *    OVER AN EMPTY SLOT IS FLOATING IN MID-AIR AND MEANS THE
      *    DRAWING WAS MIS-KEYED.  EITHER FAULT REJECTS THE ROW TO
      *    THE SHARED EXCEPTION FILE.
       LOAD-DRAWING-ROW.
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STACK-COUNT
              COMPUTE WS-CELL-POS = (WS-STK-SUB - 1) * 4 + 1
              MOVE DRAW-TEXT(WS-DRAW-SUB)(WS-CELL-POS:3) TO WS-CELL
              EVALUATE TRUE
                 WHEN WS-CELL = SPACES
                    SET STK-GAP(WS-STK-SUB) TO TRUE
                 WHEN WS-CELL(1:1) NOT = '['
                      OR WS-CELL(3:1) NOT = ']'
                      OR WS-CELL(2:1) = SPACE
                    MOVE 'CELL IS NOT BLANK OR [X]' TO WS-MOVE-REASON
                    PERFORM REJECT-DRAWING-ROW
                 WHEN STK-GAP(WS-STK-SUB)
                    MOVE 'CRATE DRAWN OVER AN EMPTY SLOT'
                       TO WS-MOVE-REASON
                    PERFORM REJECT-DRAWING-ROW
                 WHEN STK-HEIGHT(WS-STK-SUB) >= WS-HEIGHT-LIMIT
                    MOVE 'STACK TALLER THAN 2000 CRATES'
                       TO WS-MOVE-REASON
                    PERFORM REJECT-DRAWING-ROW
                 WHEN OTHER
                    ADD 1 TO STK-HEIGHT(WS-STK-SUB)
                    MOVE WS-CELL(2:1) TO STK-CRATES-9000(WS-STK-SUB)
                       (STK-HEIGHT(WS-STK-SUB):1)
                    MOVE WS-CELL(2:1) TO STK-CRATES-9001(WS-STK-SUB)
                       (STK-HEIGHT(WS-STK-SUB):1)
              END-EVALUATE
           END-PERFORM
           .

       REJECT-DRAWING-ROW.
           SET WS-DRAWING-BAD TO TRUE
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-STK-SUB TO WS-EDIT-STK
           MOVE DRAW-LINE-NUM(WS-DRAW-SUB) TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING 'DRAWING ROW REJECTED AT STACK ' WS-EDIT-STK ' - '
              FUNCTION TRIM(WS-MOVE-REASON)
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    TAKE-MOVE-LINE SCREENS ONE CRANE INSTRUCTION - "MOVE N
      *    FROM A TO B" WITH A AND B DRAWN STACKS AND N NO MORE THAN
      *    STACK A HOLDS - AND APPLIES IT TO BOTH CRANES.  A BAD
      *    INSTRUCTION IS REJECTED TO THE SHARED EXCEPTION FILE AND
      *    SKIPPED BY BOTH CRANES, SO THEIR STACKS NEVER DISAGREE ON
      *    WHICH MOVES HAPPENED.
       TAKE-MOVE-LINE.
           IF INREC NOT = SPACES THEN
              SET WS-MOVE-OK TO TRUE
              MOVE SPACES TO WS-MOVE-REASON
              MOVE SPACES TO WS-MOVE-WORD WS-MOVE-QTY-TEXT
                 WS-FROM-WORD WS-FROM-TEXT WS-TO-WORD WS-TO-TEXT
                 WS-MOVE-EXTRA
              UNSTRING FUNCTION TRIM(INREC) DELIMITED BY ALL SPACE
                 INTO WS-MOVE-WORD WS-MOVE-QTY-TEXT WS-FROM-WORD
                      WS-FROM-TEXT WS-TO-WORD WS-TO-TEXT
                      WS-MOVE-EXTRA
              PERFORM SCREEN-MOVE-LINE
              IF WS-MOVE-OK THEN
                 PERFORM APPLY-CRANE-9000
                 PERFORM APPLY-CRANE-9001
                 ADD 1 TO WS-MOVE-COUNT
                 ADD WS-MOVE-QTY TO WS-CRATES-MOVED
              ELSE
                 ADD 1 TO WS-MOVE-REJECTS
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
                 MOVE 'E' TO WS-EXC-SEVERITY
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'CRANE MOVE REJECTED - '
                    FUNCTION TRIM(WS-MOVE-REASON)
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF
           .

       SCREEN-MOVE-LINE.
           EVALUATE TRUE
              WHEN NOT WS-NUMBER-LINE-SEEN
                 MOVE 'NO STACK DRAWING PRECEDES IT' TO WS-MOVE-REASON
              WHEN FUNCTION UPPER-CASE(WS-MOVE-WORD) NOT = 'MOVE'
                   OR FUNCTION UPPER-CASE(WS-FROM-WORD) NOT = 'FROM'
                   OR FUNCTION UPPER-CASE(WS-TO-WORD) NOT = 'TO'
                   OR WS-MOVE-EXTRA NOT = SPACES
                 MOVE 'NOT OF THE FORM MOVE N FROM A TO B'
                    TO WS-MOVE-REASON
              WHEN FUNCTION TEST-NUMVAL(WS-MOVE-QTY-TEXT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-FROM-TEXT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-TO-TEXT) NOT = ZERO
                 MOVE 'QUANTITY OR STACK NUMBER NOT NUMERIC'
                    TO WS-MOVE-REASON
              WHEN FUNCTION NUMVAL(WS-FROM-TEXT) < 1
                   OR FUNCTION NUMVAL(WS-FROM-TEXT) > WS-STACK-COUNT
                   OR FUNCTION NUMVAL(WS-TO-TEXT) < 1
                   OR FUNCTION NUMVAL(WS-TO-TEXT) > WS-STACK-COUNT
                 MOVE 'STACK NUMBER NOT IN THE DRAWING'
                    TO WS-MOVE-REASON
              WHEN FUNCTION NUMVAL(WS-MOVE-QTY-TEXT) < 1
                 MOVE 'QUANTITY IS ZERO OR NEGATIVE' TO WS-MOVE-REASON
              WHEN OTHER
                 MOVE FUNCTION NUMVAL(WS-MOVE-QTY-TEXT) TO WS-MOVE-QTY
                 MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-STK
                 MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-STK
                 EVALUATE TRUE
                    WHEN WS-MOVE-QTY > STK-HEIGHT(WS-FROM-STK)
                       MOVE 'MORE CRATES THAN THE SOURCE STACK HOLDS'
                          TO WS-MOVE-REASON
                    WHEN WS-FROM-STK NOT = WS-TO-STK AND
                         STK-HEIGHT(WS-TO-STK) + WS-MOVE-QTY
                            > WS-HEIGHT-LIMIT
                       MOVE 'TARGET STACK WOULD PASS 2000 CRATES'
                          TO WS-MOVE-REASON
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE
           IF WS-MOVE-REASON NOT = SPACES THEN
              SET WS-MOVE-OK TO FALSE
           END-IF
           .

      *
      *    APPLY-CRANE-9000 LIFTS THE CRATES ONE AT A TIME, SO THE
      *    MOVED CRATES LAND ON THE TARGET IN REVERSE ORDER.  A MOVE
      *    ONTO THE SAME STACK PUTS EVERY CRATE BACK WHERE IT WAS.
       APPLY-CRANE-9000.
           IF WS-FROM-STK NOT = WS-TO-STK THEN
              PERFORM VARYING WS-CRATE-SUB FROM 1 BY 1
                 UNTIL WS-CRATE-SUB > WS-MOVE-QTY
                 COMPUTE WS-MOVE-START =
                    STK-HEIGHT(WS-FROM-STK) - WS-CRATE-SUB + 1
                 MOVE STK-CRATES-9000(WS-FROM-STK)(WS-MOVE-START:1)
                    TO STK-CRATES-9000(WS-TO-STK)
                    (STK-HEIGHT(WS-TO-STK) + WS-CRATE-SUB:1)
                 MOVE SPACE
                    TO STK-CRATES-9000(WS-FROM-STK)(WS-MOVE-START:1)
              END-PERFORM
           END-IF
           .

      *
      *    APPLY-CRANE-9001 LIFTS THE WHOLE BLOCK AT ONCE, SO THE
      *    MOVED CRATES KEEP THEIR ORDER.  IT ALSO SETS THE NEW
      *    HEIGHTS, WHICH BOTH CRANES SHARE.
       APPLY-CRANE-9001.
           IF WS-FROM-STK NOT = WS-TO-STK THEN
              COMPUTE WS-MOVE-START =
                 STK-HEIGHT(WS-FROM-STK) - WS-MOVE-QTY + 1
              MOVE STK-CRATES-9001(WS-FROM-STK)
                 (WS-MOVE-START:WS-MOVE-QTY)
                 TO STK-CRATES-9001(WS-TO-STK)
                 (STK-HEIGHT(WS-TO-STK) + 1:WS-MOVE-QTY)
              MOVE SPACES TO STK-CRATES-9001(WS-FROM-STK)
                 (WS-MOVE-START:WS-MOVE-QTY)
              SUBTRACT WS-MOVE-QTY FROM STK-HEIGHT(WS-FROM-STK)
              ADD WS-MOVE-QTY TO STK-HEIGHT(WS-TO-STK)
           END-IF
           .

      *
      *    WRITE-STACK-DETAIL LISTS EVERY STACK'S FINAL HEIGHT AND
      *    TOP CRATE UNDER EACH CRANE, AND BUILDS THE TOP-CRATE
      *    STRINGS THE DEPOT KEYS INTO THE SCOREBOARD.  AN EMPTY
      *    STACK SHOWS "-" IN THE DETAIL AND ADDS NOTHING TO THE
      *    STRINGS.
       WRITE-STACK-DETAIL.
           MOVE SPACES TO WS-PART1-TOPS
           MOVE SPACES TO WS-PART2-TOPS
           MOVE 'STACK  HEIGHT  TOP(9000)  TOP(9001)' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STACK-COUNT
              IF STK-HEIGHT(WS-STK-SUB) > ZERO THEN
                 MOVE STK-CRATES-9000(WS-STK-SUB)
                    (STK-HEIGHT(WS-STK-SUB):1) TO WS-TOP-9000
                 MOVE STK-CRATES-9001(WS-STK-SUB)
                    (STK-HEIGHT(WS-STK-SUB):1) TO WS-TOP-9001
                 MOVE WS-TOP-9000 TO WS-PART1-TOPS(WS-STK-SUB:1)
                 MOVE WS-TOP-9001 TO WS-PART2-TOPS(WS-STK-SUB:1)
              ELSE
                 MOVE '-' TO WS-TOP-9000
                 MOVE '-' TO WS-TOP-9001
              END-IF
              MOVE WS-STK-SUB TO WS-EDIT-STK
              MOVE STK-HEIGHT(WS-STK-SUB) TO WS-EDIT-A
              MOVE SPACES TO REPORT-LINE
              STRING '   ' WS-EDIT-STK ' ' WS-EDIT-A '          '
                 WS-TOP-9000 '          ' WS-TOP-9001
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE WS-STK-SUB TO WS-CSV-STK
              MOVE STK-HEIGHT(WS-STK-SUB) TO WS-CSV-H1
              MOVE SPACES TO CSV-LINE
              STRING 'STACK,' WS-CSV-STK ',' WS-CSV-H1 ','
                 WS-TOP-9000 ',' WS-TOP-9001
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
           END-PERFORM
           PERFORM SQUEEZE-TOP-STRINGS
           .

      *
      *    SQUEEZE-TOP-STRINGS CLOSES UP THE GAPS LEFT IN THE TWO
      *    TOP-CRATE STRINGS BY EMPTY STACKS.
       SQUEEZE-TOP-STRINGS.
           MOVE SPACES TO WS-TOPS-WORK
           MOVE ZERO TO WS-CRATE-SUB
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STACK-COUNT
              IF WS-PART1-TOPS(WS-STK-SUB:1) NOT = SPACE THEN
                 ADD 1 TO WS-CRATE-SUB
                 MOVE WS-PART1-TOPS(WS-STK-SUB:1)
                    TO WS-TOPS-WORK(WS-CRATE-SUB:1)
              END-IF
           END-PERFORM
           MOVE WS-TOPS-WORK TO WS-PART1-TOPS
           MOVE SPACES TO WS-TOPS-WORK
           MOVE ZERO TO WS-CRATE-SUB
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STACK-COUNT
              IF WS-PART2-TOPS(WS-STK-SUB:1) NOT = SPACE THEN
                 ADD 1 TO WS-CRATE-SUB
                 MOVE WS-PART2-TOPS(WS-STK-SUB:1)
                    TO WS-TOPS-WORK(WS-CRATE-SUB:1)
              END-IF
           END-PERFORM
           MOVE WS-TOPS-WORK TO WS-PART2-TOPS
           .

      *
      *    WRITE-CRANE-SUMMARY CLOSES THE REPORT OFF WITH THE RUN
      *    COUNTS AND THE PART1/PART2 TOP-CRATE STRINGS IN THE
      *    SUMMARY-LINE SHAPE THE OTHER DAY REPORTS USE.
       WRITE-CRANE-SUMMARY.
           MOVE WS-STACK-COUNT TO WS-EDIT-A
           MOVE WS-INITIAL-CRATES TO WS-EDIT-B
           MOVE SPACES TO REPORT-LINE
           STRING 'STACKS: ' WS-EDIT-A '  STARTING CRATES: ' WS-EDIT-B
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-MOVE-COUNT TO WS-EDIT-A
           MOVE WS-CRATES-MOVED TO WS-EDIT-B
           MOVE WS-MOVE-REJECTS TO WS-EDIT-C
           MOVE SPACES TO REPORT-LINE
           STRING 'MOVES APPLIED: ' WS-EDIT-A '  CRATES MOVED: '
              WS-EDIT-B '  MOVES REJECTED: ' WS-EDIT-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED RECORDS: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART1: ' WS-PART1-TOPS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART2: ' WS-PART2-TOPS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-MOVE-COUNT TO WS-CSV-CNT
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,MOVES,' WS-CSV-CNT
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE WS-MOVE-REJECTS TO WS-CSV-CNT
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,REJECTED,' WS-CSV-CNT
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' FUNCTION TRIM(WS-PART1-TOPS)
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' FUNCTION TRIM(WS-PART2-TOPS)
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
              MOVE 'DAY5RPT.TXT' TO WS-REPORT-FILENAME
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
              FUNCTION TRIM(WS-ARCHIVE-DIR) '/DAY5RPT_'
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
           MOVE 'DAY5-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-FILENAME
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-INPUT-FILENAME==.
           MOVE 'DAY5-REPORT' TO WS-CFG-KEY
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
       END PROGRAM DAY5.
