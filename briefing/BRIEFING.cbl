           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY ARCHCTSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCOREBOARD-FILE.
       01  BRIEFING-LINE           PIC X(132).
       COPY EXCFD.
       COPY ARCHCTFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-TARGET-RUN-ID         PIC X(15).
       01 WS-RUN-ID-PARM           PIC X(15).
           88 WS-EXC-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-ARCH-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-ARCH-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
      *
      *    THE PAGE IS COLLECTED IN STORAGE FIRST SO THE OK /
      *    ATTENTION VERDICT - WHICH DEPENDS ON EVERYTHING BELOW IT -
       01 WS-RUN-DATE-DASHED       PIC X(10).
       01 WS-PROC-DATE-X           PIC X(8).
       01 WS-FAILED-STEP-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01 WS-GATED-RUN-COUNT       PIC 9(4) BINARY VALUE ZERO.
       01 WS-TONIGHT-E-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-TONIGHT-W-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-ARCHIVE-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY ARCHIVEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'BRIEFING' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'BRIEFING' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-TARGET-RUN-ID
      *    THE RUN DATE IS THE BUSINESS PROCESSING DATE WHEN ONE IS
      *    IN FORCE (ADOPTED FROM RUNCTL.TXT BY GET-RUN-ID) - THAT IS
              FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))

           PERFORM COLLECT-STEP-OUTCOMES
           PERFORM COLLECT-QUALITY-GATES
           PERFORM COLLECT-HEADLINES
           PERFORM COLLECT-EXCEPTION-COUNTS
           PERFORM COLLECT-ARCHIVES
       COLLECT-STEP-OUTCOMES.
           MOVE 'STEP OUTCOMES (DRIVER):' TO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-RUNLOG-EOF
                    AT END
                       SET WS-RUNLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RL-RUN-ID = WS-TARGET-RUN-ID
                          AND RL-PROGRAM-ID = 'DRIVER' THEN
                          PERFORM TALLY-STEP-OUTCOME
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
      *       COLLECT-QUALITY-GATES REREADS THE SAME FILE, SO THIS
      *       PASS ALONE IS LOGGED.
              MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              MOVE '  runlog.txt NOT ON FILE.' TO WS-PAGE-TEXT
              PERFORM ADD-PAGE-LINE
              RL-ELAPSED-SECS ' SECOND(S)'
              DELIMITED BY SIZE INTO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           IF RL-STATUS-DETAIL NOT = SPACES THEN
              MOVE SPACES TO WS-PAGE-TEXT
              STRING '    ' RL-STATUS-DETAIL
                 DELIMITED BY SIZE INTO WS-PAGE-TEXT
              PERFORM ADD-PAGE-LINE
           END-IF
           IF RL-COMPLETION-STATUS(1:6) = 'STREAM' THEN
              IF RL-COMPLETION-STATUS(1:13) = 'STREAM HALTED' THEN
                 ADD 1 TO WS-FAILED-STEP-COUNT
      *
      *    CHECK-STEP-FAILED SCANS THE STEP STATUS TEXT FOR THE WORD
      *    FAILED (THE DRIVER WRITES "STEP NNNN FAILED" OR "STEP
      *    NNNN OK", AND "PREFLIGHT FAILED").  A STEP HELD BACK BY
      *    A FAILED PREREQUISITE ("NOT RUN: NNNN") COUNTS THE SAME.
       CHECK-STEP-FAILED.
           SET WS-NEEDLE-FOUND TO FALSE
           IF RL-COMPLETION-STATUS(1:8) = 'NOT RUN:' THEN
              SET WS-NEEDLE-FOUND TO TRUE
           END-IF
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS > 15 OR WS-NEEDLE-FOUND
              IF RL-COMPLETION-STATUS(WS-SCAN-POS:6) = 'FAILED' THEN
           END-IF
           .

      *
      *    COLLECT-QUALITY-GATES LISTS EVERY RUN OF THE NIGHT THAT WAS
      *    HELD TO A REJECT-RATE THRESHOLD - ITS RATE AGAINST THE
      *    THRESHOLD AND HOW IT ENDED.  A RUN HELD BY ITS GATE, OR
      *    ONE AN OPERATOR RELEASED PAST IT, NEEDS ATTENTION.
       COLLECT-QUALITY-GATES.
           MOVE 'QUALITY GATES (REJECT RATE AGAINST THRESHOLD):'
              TO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           MOVE ZERO TO WS-GATED-RUN-COUNT
           SET WS-RUNLOG-EOF TO FALSE
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-RUNLOG-EOF
                 READ RUN-LOG-FILE
                    AT END
                       SET WS-RUNLOG-EOF TO TRUE
                    NOT AT END
                       IF RL-RUN-ID = WS-TARGET-RUN-ID
                          AND RL-REJECT-LIMIT NOT = SPACES THEN
                          PERFORM TALLY-QUALITY-GATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
           END-IF
           IF WS-GATED-RUN-COUNT = ZERO THEN
              MOVE '  NO RUN WAS HELD TO A REJECT-RATE THRESHOLD.'
                 TO WS-PAGE-TEXT
              PERFORM ADD-PAGE-LINE
           END-IF
           .

       TALLY-QUALITY-GATE.
           ADD 1 TO WS-GATED-RUN-COUNT
           MOVE SPACES TO WS-PAGE-TEXT
           STRING '  ' RL-PROGRAM-ID ' REJECT RATE ' RL-REJECT-RATE
              '% AGAINST ' RL-REJECT-LIMIT '%  '
              RL-COMPLETION-STATUS
              DELIMITED BY SIZE INTO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           IF RL-STATUS-DETAIL NOT = SPACES THEN
              MOVE SPACES TO WS-PAGE-TEXT
              STRING '    ' RL-STATUS-DETAIL
                 DELIMITED BY SIZE INTO WS-PAGE-TEXT
              PERFORM ADD-PAGE-LINE
           END-IF
           IF RL-COMPLETION-STATUS = 'QUALITY FAILED'
              OR RL-STATUS-DETAIL(1:16) = 'QUALITY FAILURE ' THEN
              SET WS-ATTENTION TO TRUE
           END-IF
           .

      *
      *    COLLECT-HEADLINES COPIES THE SCOREBOARD'S HEADLINE LINES
      *    ONTO THE PAGE.  A MISSING SCOREBOARD IS ITSELF AN
       COLLECT-HEADLINES.
           MOVE 'SCOREBOARD HEADLINES:' TO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SCOREBOARD-FILE
           IF FS-SCORE-OK THEN
              PERFORM UNTIL WS-SCORE-EOF
                    AT END
                       SET WS-SCORE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SCOREBOARD-LINE(1:6) = 'DAY1 -'
                          OR SCOREBOARD-LINE(1:6) = 'DAY2 -'
                          OR SCOREBOARD-LINE(1:6) = 'DAY4 -'
                 END-READ
              END-PERFORM
              CLOSE SCOREBOARD-FILE
              MOVE 'SCOREBRD.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              MOVE SPACES TO WS-PAGE-TEXT
              STRING '  SCOREBRD.TXT NOT ON FILE - THE '
       COLLECT-EXCEPTION-COUNTS.
           MOVE 'EXCEPTIONS TONIGHT (BY PROGRAM):' TO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT EXCEPTION-LOG-FILE
           IF FS-EXCLOG-OK THEN
              PERFORM UNTIL WS-EXC-EOF
                    AT END
                       SET WS-EXC-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF EX-RUN-DATE = WS-RUN-DATE-DASHED THEN
                          PERFORM TALLY-EXCEPTION-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
              MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-EXCSUM-COUNT = ZERO THEN
              MOVE '  NONE.' TO WS-PAGE-TEXT
       COLLECT-ARCHIVES.
           MOVE 'ARCHIVES TAKEN THIS RUN:' TO WS-PAGE-TEXT
           PERFORM ADD-PAGE-LINE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF FS-ARCHCAT-OK THEN
              PERFORM UNTIL WS-ARCH-EOF
                    AT END
                       SET WS-ARCH-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MATCH-ARCHIVE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-CATALOG-FILE
              MOVE 'ARCHCTLG.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-ARCHIVE-COUNT = ZERO THEN
              MOVE '  NONE.' TO WS-PAGE-TEXT
      *    CONSOLE SCROLL.
       WRITE-BRIEFING-PAGE.
           OPEN OUTPUT BRIEFING-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'BRIEFING' TO WS-PG-PROGRAM-ID
           MOVE 'SHIFT TURNOVER BRIEFING' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO BRIEFING-LINE
           STRING 'RUN ID: ' WS-TARGET-RUN-ID
              '  RUN DATE: ' WS-RUN-DATE-DASHED
              DELIMITED BY SIZE INTO BRIEFING-LINE
           PERFORM PUT-BRIEFING-LINE
           MOVE SPACES TO BRIEFING-LINE
           IF WS-ATTENTION THEN
              MOVE 'VERDICT: *** ATTENTION - SEE ITEMS BELOW ***'
           ELSE
              MOVE 'VERDICT: OK - CLEAN RUN' TO BRIEFING-LINE
           END-IF
           PERFORM PUT-BRIEFING-LINE
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
              UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
              MOVE PAGE-LINE(WS-PAGE-SUB) TO BRIEFING-LINE
              PERFORM PUT-BRIEFING-LINE
           END-PERFORM
           MOVE 1 TO WS-PG-RPT
           MOVE 'BRIEFING LINES' TO WS-PG-COUNT-LABEL
           MOVE WS-PAGE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ARCHIVES FOR THE RUN' TO WS-PG-COUNT-LABEL
           MOVE WS-ARCHIVE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-BRIEFING-FOOTER
           CLOSE BRIEFING-FILE
           MOVE 'BRIEFING.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    PUT-BRIEFING-LINE WRITES BRIEFING-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-BRIEFING-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE BRIEFING-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO BRIEFING-LINE
                 WRITE BRIEFING-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE BRIEFING-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO BRIEFING-LINE
           END-IF
           WRITE BRIEFING-LINE
           .

      *
      *    WRITE-BRIEFING-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-BRIEFING-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO BRIEFING-LINE
              PERFORM PUT-BRIEFING-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM BRIEFING.
