           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  TRIM-REPORT-LINE        PIC X(132).
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-SOURCE-FILENAME       PIC X(100).
       01 WS-KEEP-FILENAME         PIC X(100).
       01 WS-TOTAL-TRIMMED         PIC 9(9) BINARY VALUE ZERO.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY FNCHKWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'HOUSEKPR' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'HOUSEKPR' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           OPEN OUTPUT TRIM-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'HOUSEKPR' TO WS-PG-PROGRAM-ID
           MOVE 'OPERATIONAL FILE AGING AND ROLLUP' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES

           PERFORM TRIM-RUN-LOG
           PERFORM TRIM-EXCEPTION-FILE
           PERFORM TRIM-SCORE-HISTORY
           PERFORM TRIM-PAIR-HISTORY

           MOVE 1 TO WS-PG-RPT
           MOVE 'DETAIL RECORDS TRIMMED' TO WS-PG-COUNT-LABEL
           MOVE WS-TOTAL-TRIMMED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-TRIM-REPORT-FOOTER
           CLOSE TRIM-REPORT-FILE
           MOVE 'HOUSEKPR.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'HOUSEKPR: ' WS-TOTAL-TRIMMED ' DETAIL RECORD(S) '
              'TRIMMED ACROSS THE OPERATIONAL FILES - SEE '
              STRING 'runlog.txt: COULD NOT GET THE APPEND LOCK '
                 'AFTER 10 TRIES - NOT TRIMMED.'
                 DELIMITED BY SIZE INTO TRIM-REPORT-LINE
              PERFORM PUT-TRIM-REPORT-LINE
           ELSE
              PERFORM TRIM-DATED-FILE
              PERFORM FREE-RUNLOG-LOCK
              STRING 'EXCPTNS.TXT: COULD NOT GET THE APPEND LOCK '
                 'AFTER 10 TRIES - NOT TRIMMED.'
                 DELIMITED BY SIZE INTO TRIM-REPORT-LINE
              PERFORM PUT-TRIM-REPORT-LINE
           ELSE
              PERFORM TRIM-DATED-FILE
              PERFORM FREE-EXCLOG-LOCK
              STRING FUNCTION TRIM(WS-SOURCE-FILENAME)
                 ': NOT ON FILE - NOTHING TO TRIM.'
                 DELIMITED BY SIZE INTO TRIM-REPORT-LINE
              PERFORM PUT-TRIM-REPORT-LINE
           ELSE
              MOVE SPACES TO WS-KEEP-FILENAME
              STRING FUNCTION TRIM(WS-SOURCE-FILENAME) '.NEW'
              END-PERFORM
              CLOSE SOURCE-FILE
              CLOSE KEEP-FILE
              MOVE WS-SOURCE-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-TRIMMED-COUNT > ZERO THEN
                 PERFORM POST-ROLLUP-RECORDS
                 MOVE SPACES TO WS-CMD
                    FUNCTION TRIM(WS-SOURCE-FILENAME)
                    DELIMITED BY SIZE INTO WS-CMD
                 CALL 'SYSTEM' USING WS-CMD
                 MOVE WS-SOURCE-FILENAME TO WS-DSU-DATASET
                 MOVE 'OUTPUT' TO WS-DSU-MODE
                 MOVE WS-KEPT-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              ELSE
                 MOVE SPACES TO WS-CMD
                 STRING 'rm -f ' FUNCTION TRIM(WS-KEEP-FILENAME)
              WRITE ROLLUP-RECORD
           END-PERFORM
           CLOSE ROLLUP-FILE
           MOVE WS-ROLLUP-FILENAME TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE WS-ROLLUP-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       WRITE-TRIM-DETAIL.
              WS-EDIT-A ', KEPT ' WS-EDIT-B ', TRIMMED ' WS-EDIT-C
              ' TO ' FUNCTION TRIM(WS-ROLLUP-FILENAME)
              DELIMITED BY SIZE INTO TRIM-REPORT-LINE
           PERFORM PUT-TRIM-REPORT-LINE
           .

      *
           IF NOT FS-SOURCE-OK THEN
              MOVE 'DAY4PAIR.TXT: NOT ON FILE - NOTHING TO TRIM.'
                 TO TRIM-REPORT-LINE
              PERFORM PUT-TRIM-REPORT-LINE
           ELSE
              PERFORM UNTIL WS-SOURCE-EOF
                 READ SOURCE-FILE
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
              MOVE WS-SOURCE-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-PAIR-COUNT > WS-RETAIN-ENTRIES THEN
                 SORT PT-ENTRY DESCENDING PT-OVERLAPS
                 PERFORM REWRITE-PAIR-FILE
              END-IF
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE WS-SOURCE-FILENAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-KEPT-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       POST-PAIR-ROLLUP.
              DELIMITED BY SIZE INTO ROLLUP-RECORD
           WRITE ROLLUP-RECORD
           CLOSE ROLLUP-FILE
           MOVE WS-ROLLUP-FILENAME TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE 1 TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    PUT-TRIM-REPORT-LINE WRITES TRIM-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-TRIM-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE TRIM-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO TRIM-REPORT-LINE
                 WRITE TRIM-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE TRIM-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO TRIM-REPORT-LINE
           END-IF
           WRITE TRIM-REPORT-LINE
           .

      *
      *    WRITE-TRIM-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-TRIM-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO TRIM-REPORT-LINE
              PERFORM PUT-TRIM-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY EXCWR.

       COPY DSUWR.
       END PROGRAM HOUSEKPR.
