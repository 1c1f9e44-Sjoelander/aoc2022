           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  DAY1-REPORT.
           05 FILLER                   PIC X(1).
           05 SH-AVAIL-FLAGS           PIC X(4).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01  WS-DAY1-FILE-STATUS         PIC X(2) VALUE '00'.
           88 FS-DAY1-OK                        VALUE '00'.
       01  WS-DAY8-STALE-SW            PIC X(1) VALUE 'N'.
           88 WS-DAY8-STALE                     VALUE 'Y' FALSE 'N'.
       01  WS-COMMON-RUN-ID            PIC X(15) VALUE SPACES.
       01  WS-SOURCE-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01  WS-RUN-ID-MIXED-SW          PIC X(1) VALUE 'N'.
           88 WS-RUN-ID-MIXED                   VALUE 'Y' FALSE 'N'.
       01  WS-RUN-ID-BLANK-SW          PIC X(1) VALUE 'N'.
       01  WS-CMP-DELTA                PIC S9(18) BINARY.
       01  WS-EDIT-CMP-DELTA           PIC +(17)9.
       01  WS-CMP-MOVE                 PIC 9(18) BINARY.
       01  WS-READ-COUNT               PIC 9(9) BINARY VALUE ZERO.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'SCOREBRD' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'SCOREBRD' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM READ-DAY1-REPORT
           PERFORM READ-DAY2-REPORT
           PERFORM READ-DAY4-REPORT
      *    FIELDS FOR THE DAY-OVER-DAY COMPARISON.  A MISSING FILE
      *    JUST MEANS THERE IS NOTHING TO COMPARE AGAINST YET.
       LOAD-SCORE-HISTORY.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SCORE-HISTORY-FILE
           IF FS-HIST-OK THEN
              PERFORM UNTIL WS-HIST-EOF
                    AT END
                       SET WS-HIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       SET WS-PREV-FOUND TO TRUE
                       MOVE SH-RUN-DATE TO WS-PREV-RUN-DATE
                       MOVE SH-RUN-TIME TO WS-PREV-RUN-TIME
                 END-READ
              END-PERFORM
              CLOSE SCORE-HISTORY-FILE
              MOVE 'SCOREHIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

           MOVE WS-DAY8-AVAILABLE-SW TO SH-AVAIL-FLAGS(4:1)
           WRITE SCORE-HISTORY-RECORD
           CLOSE SCORE-HISTORY-FILE
           MOVE 'SCOREHIST.TXT' TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE 1 TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           IF NOT WS-PREV-FOUND THEN
              MOVE 'NO PRIOR CONSOLIDATION IN SCOREHIST.TXT.'
                 TO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
              DISPLAY SCOREBOARD-LINE
           ELSE
              MOVE SPACES TO SCOREBOARD-LINE
              STRING 'CHANGES SINCE ' WS-PREV-RUN-DATE ' '
                 WS-PREV-RUN-TIME ':'
                 DELIMITED BY SIZE INTO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
              DISPLAY SCOREBOARD-LINE
              IF WS-DAY1-AVAILABLE AND
                 WS-PREV-AVAIL-FLAGS(1:1) = 'Y' THEN
                 ')'
                 DELIMITED BY SIZE INTO SCOREBOARD-LINE
           END-IF
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE
           .

      *    FIGURE IS SIMPLY OMITTED RATHER THAN ABENDING THE WHOLE
      *    STANDUP REPORT.
       READ-DAY1-REPORT.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT DAY1-REPORT
           IF FS-DAY1-OK THEN
              SET WS-DAY1-AVAILABLE TO TRUE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF DAY1-REPORT-LINE(1:6) = 'RUNID,' THEN
                          MOVE DAY1-REPORT-LINE(7:15)
                             TO WS-DAY1-RUN-ID
                 END-READ
              END-PERFORM
              CLOSE DAY1-REPORT
              MOVE 'DAY1RPT.CSV' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-DAY1-EOJ-ID = SPACES
                 OR WS-DAY1-EOJ-ID NOT = WS-DAY1-RUN-ID THEN
                 SET WS-DAY1-AVAILABLE TO FALSE
      *    READ-DAY2-REPORT PULLS THE FINAL PART1/PART2 TOURNAMENT
      *    SCORES OUT OF DAY2RPT.CSV'S SUMMARY ROWS.
       READ-DAY2-REPORT.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT DAY2-REPORT
           IF FS-DAY2-OK THEN
              SET WS-DAY2-AVAILABLE TO TRUE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF DAY2-REPORT-LINE(1:6) = 'RUNID,' THEN
                          MOVE DAY2-REPORT-LINE(7:15)
                             TO WS-DAY2-RUN-ID
                 END-READ
              END-PERFORM
              CLOSE DAY2-REPORT
              MOVE 'DAY2RPT.CSV' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-DAY2-EOJ-ID = SPACES
                 OR WS-DAY2-EOJ-ID NOT = WS-DAY2-RUN-ID THEN
                 SET WS-DAY2-AVAILABLE TO FALSE
      *    READ-DAY4-REPORT PULLS THE FINAL PART1/PART2 CLEANUP
      *    OVERLAP COUNTS OUT OF DAY4RPT.CSV'S SUMMARY ROWS.
       READ-DAY4-REPORT.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT DAY4-REPORT
           IF FS-DAY4-OK THEN
              SET WS-DAY4-AVAILABLE TO TRUE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF DAY4-REPORT-LINE(1:6) = 'RUNID,' THEN
                          MOVE DAY4-REPORT-LINE(7:15)
                             TO WS-DAY4-RUN-ID
                 END-READ
              END-PERFORM
              CLOSE DAY4-REPORT
              MOVE 'DAY4RPT.CSV' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-DAY4-EOJ-ID = SPACES
                 OR WS-DAY4-EOJ-ID NOT = WS-DAY4-RUN-ID THEN
                 SET WS-DAY4-AVAILABLE TO FALSE
      *    READ-DAY8-REPORT PULLS THE FINAL PART1/PART2 TREEHOUSE
      *    VISIBILITY FIGURES OUT OF DAY8RPT.CSV'S SUMMARY ROWS.
       READ-DAY8-REPORT.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT DAY8-REPORT
           IF FS-DAY8-OK THEN
              SET WS-DAY8-AVAILABLE TO TRUE
                    AT END
                       SET WS-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF DAY8-REPORT-LINE(1:6) = 'RUNID,' THEN
                          MOVE DAY8-REPORT-LINE(7:15)
                             TO WS-DAY8-RUN-ID
                 END-READ
              END-PERFORM
              CLOSE DAY8-REPORT
              MOVE 'DAY8RPT.CSV' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-DAY8-EOJ-ID = SPACES
                 OR WS-DAY8-EOJ-ID NOT = WS-DAY8-RUN-ID THEN
                 SET WS-DAY8-AVAILABLE TO FALSE
      *    FOR THE MORNING STANDUP.
       WRITE-SCOREBOARD.
           OPEN OUTPUT SCOREBOARD-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'SCOREBRD' TO WS-PG-PROGRAM-ID
           MOVE 'CONSOLIDATED SCOREBOARD - MORNING STANDUP REPORT'
              TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           DISPLAY WS-PG-TITLE

           MOVE SPACES TO SCOREBOARD-LINE
           STRING 'SOURCE RUN ID: ' WS-COMMON-RUN-ID
              DELIMITED BY SIZE INTO SCOREBOARD-LINE
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE
           IF WS-RUN-ID-MIXED THEN
              MOVE SPACES TO SCOREBOARD-LINE
              STRING '*** WARNING: RUN ID MISMATCH - THE SOURCE '
                 'REPORTS ARE NOT FROM THE SAME BATCH ***'
                 DELIMITED BY SIZE INTO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
              DISPLAY SCOREBOARD-LINE
              MOVE SPACES TO SCOREBOARD-LINE
              STRING '***   DAY1=' WS-DAY1-RUN-ID
                 ' DAY2=' WS-DAY2-RUN-ID
                 DELIMITED BY SIZE INTO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
              DISPLAY SCOREBOARD-LINE
              MOVE SPACES TO SCOREBOARD-LINE
              STRING '***   DAY4=' WS-DAY4-RUN-ID
                 ' DAY8=' WS-DAY8-RUN-ID
                 DELIMITED BY SIZE INTO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
              DISPLAY SCOREBOARD-LINE
           END-IF

                 MOVE 'DAY1 - NOT AVAILABLE' TO SCOREBOARD-LINE
              END-IF
           END-IF
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE

           IF WS-DAY2-AVAILABLE THEN
                 MOVE 'DAY2 - NOT AVAILABLE' TO SCOREBOARD-LINE
              END-IF
           END-IF
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE

           IF WS-DAY4-AVAILABLE THEN
                 MOVE 'DAY4 - NOT AVAILABLE' TO SCOREBOARD-LINE
              END-IF
           END-IF
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE

           IF WS-DAY8-AVAILABLE THEN
                 MOVE 'DAY8 - NOT AVAILABLE' TO SCOREBOARD-LINE
              END-IF
           END-IF
           PERFORM PUT-SCOREBOARD-LINE
           DISPLAY SCOREBOARD-LINE

           PERFORM WRITE-COMPARISON-SECTION

           MOVE ZERO TO WS-SOURCE-COUNT
           IF WS-DAY1-AVAILABLE THEN
              ADD 1 TO WS-SOURCE-COUNT
           END-IF
           IF WS-DAY2-AVAILABLE THEN
              ADD 1 TO WS-SOURCE-COUNT
           END-IF
           IF WS-DAY4-AVAILABLE THEN
              ADD 1 TO WS-SOURCE-COUNT
           END-IF
           IF WS-DAY8-AVAILABLE THEN
              ADD 1 TO WS-SOURCE-COUNT
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'SOURCE REPORTS USED' TO WS-PG-COUNT-LABEL
           MOVE WS-SOURCE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-SCOREBOARD-FOOTER
           CLOSE SCOREBOARD-FILE
           MOVE 'SCOREBRD.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    PUT-SCOREBOARD-LINE WRITES SCOREBOARD-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-SCOREBOARD-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE SCOREBOARD-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO SCOREBOARD-LINE
                 WRITE SCOREBOARD-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE SCOREBOARD-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO SCOREBOARD-LINE
           END-IF
           WRITE SCOREBOARD-LINE
           .

      *
      *    WRITE-SCOREBOARD-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-SCOREBOARD-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO SCOREBOARD-LINE
              PERFORM PUT-SCOREBOARD-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY DSUWR.
       END PROGRAM SCOREBRD.
