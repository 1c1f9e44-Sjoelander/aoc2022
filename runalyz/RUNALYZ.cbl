       FILE-CONTROL.
           SELECT ANALYSIS-FILE ASSIGN TO 'RUNALYZ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ANALYSIS-FILE.
       01  ANALYSIS-LINE           PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
      *
      *    THE WHOLE RUN-LOG IS LOADED SO FAILURE STREAKS CAN BE
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-C                PIC Z(8)9.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'RUNALYZ' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'RUNALYZ' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM LOAD-RUN-LOG
           PERFORM BUILD-PROGRAM-SUMMARY

           OPEN OUTPUT ANALYSIS-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RUNALYZ' TO WS-PG-PROGRAM-ID
           MOVE 'OPERATIONS HISTORY FROM THE RUN-LOG' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM WRITE-PROGRAM-SUMMARY
           PERFORM WRITE-ANOMALY-SECTION
           PERFORM WRITE-FAILED-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'RUN-LOG ENTRIES READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LOG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'PROGRAMS SUMMARIZED' TO WS-PG-COUNT-LABEL
           MOVE WS-PROGRAM-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ANOMALIES' TO WS-PG-COUNT-LABEL
           MOVE WS-ANOMALY-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'FAILED RUNS' TO WS-PG-COUNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-ANALYSIS-FOOTER
           CLOSE ANALYSIS-FILE
           MOVE 'RUNALYZ.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'RUNALYZ: ' WS-LOG-COUNT ' RUN-LOG ENTRY(S) '
              'ANALYZED, ' WS-ANOMALY-COUNT ' ANOMALY(S), '
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
              MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LOG-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'RUNALYZ: ' FUNCTION TRIM(WS-RUN-LOG-FILENAME)
                 ' NOT FOUND - NOTHING TO ANALYZE.'

       WRITE-PROGRAM-SUMMARY.
           MOVE 'PROGRAM SUMMARY:' TO ANALYSIS-LINE
           PERFORM PUT-ANALYSIS-LINE
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
              UNTIL WS-PGM-SUB > WS-PROGRAM-COUNT
              MOVE PGM-RUNS(WS-PGM-SUB) TO WS-EDIT-A
                 ' LAST SUCCESS ' PGM-LAST-GOOD-DT(WS-PGM-SUB)
                 ' FAIL STREAK ' WS-EDIT-C
                 DELIMITED BY SIZE INTO ANALYSIS-LINE
              PERFORM PUT-ANALYSIS-LINE
           END-PERFORM
           .

      *    MEANS A TRUNCATED INPUT FILE NOBODY CAUGHT.
       WRITE-ANOMALY-SECTION.
           MOVE 'RECORD-COUNT ANOMALIES:' TO ANALYSIS-LINE
           PERFORM PUT-ANALYSIS-LINE
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
              UNTIL WS-LOG-SUB > WS-LOG-COUNT
              PERFORM CHECK-RECORD-COUNT-TREND
           END-PERFORM
           IF WS-ANOMALY-COUNT = ZERO THEN
              MOVE '  NONE.' TO ANALYSIS-LINE
              PERFORM PUT-ANALYSIS-LINE
           END-IF
           .

                    ' READ ' WS-EDIT-A ' VS RECENT AVERAGE '
                    WS-EDIT-B ' - CHECK THE INPUT FILE'
                    DELIMITED BY SIZE INTO ANALYSIS-LINE
                 PERFORM PUT-ANALYSIS-LINE
              END-IF
           END-IF
           .
      *    EXCEPTION LIST: EVERY FAILED RUN-LOG ENTRY, NEWEST LAST.
       WRITE-FAILED-SECTION.
           MOVE 'FAILED RUNS:' TO ANALYSIS-LINE
           PERFORM PUT-ANALYSIS-LINE
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
              UNTIL WS-LOG-SUB > WS-LOG-COUNT
              IF LOG-STATUS(WS-LOG-SUB)(1:6) = 'FAILED' THEN
                    ' RECORDS ' WS-EDIT-A ' '
                    LOG-STATUS(WS-LOG-SUB)
                    DELIMITED BY SIZE INTO ANALYSIS-LINE
                 PERFORM PUT-ANALYSIS-LINE
              END-IF
           END-PERFORM
           IF WS-FAILED-COUNT = ZERO THEN
              MOVE '  NONE.' TO ANALYSIS-LINE
              PERFORM PUT-ANALYSIS-LINE
           END-IF
           .

      *
      *    PUT-ANALYSIS-LINE WRITES ANALYSIS-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-ANALYSIS-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE ANALYSIS-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO ANALYSIS-LINE
                 WRITE ANALYSIS-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE ANALYSIS-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO ANALYSIS-LINE
           END-IF
           WRITE ANALYSIS-LINE
           .

      *
      *    WRITE-ANALYSIS-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-ANALYSIS-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO ANALYSIS-LINE
              PERFORM PUT-ANALYSIS-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM RUNALYZ.
