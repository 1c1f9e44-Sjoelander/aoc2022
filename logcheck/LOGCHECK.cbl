           FILE STATUS IS WS-CHECK-STATUS-CD.
           SELECT CHECK-REPORT-FILE ASSIGN TO 'LOGCHECK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-FILE.
       01  CHECK-RECORD            PIC X(250).
       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-LINE       PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-CHECK-FILENAME        PIC X(100).
       01 WS-CHECK-STATUS-CD       PIC X(2) VALUE '00'.
       01 WS-BAD-REASON            PIC X(50).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'LOGCHECK' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'LOGCHECK' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'LOGCHECK' TO WS-PG-PROGRAM-ID
           MOVE 'SHARED APPEND-FILE INTEGRITY SCAN' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES

           MOVE 'runlog.txt' TO WS-CHECK-FILENAME
           MOVE 'R' TO WS-CHECK-KIND
                 'SEE DETAIL ABOVE.'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           END-IF
           PERFORM PUT-CHECK-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'FILES SCANNED' TO WS-PG-COUNT-LABEL
           MOVE 3 TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'MALFORMED RECORDS' TO WS-PG-COUNT-LABEL
           MOVE WS-TOTAL-BAD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHECK-REPORT-FOOTER
           CLOSE CHECK-REPORT-FILE
           MOVE 'LOGCHECK.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'LOGCHECK: ' WS-TOTAL-BAD-COUNT ' MALFORMED '
              'RECORD(S) ACROSS THE SHARED APPEND FILES - SEE '
              STRING FUNCTION TRIM(WS-CHECK-FILENAME)
                 ': NOT ON FILE - NOTHING TO CHECK.'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           ELSE
              PERFORM UNTIL WS-CHECK-EOF
                 READ CHECK-FILE
                 END-READ
              END-PERFORM
              CLOSE CHECK-FILE
              MOVE WS-CHECK-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-LINE-NUM TO WS-EDIT-A
              MOVE WS-FILE-BAD-COUNT TO WS-EDIT-B
              MOVE SPACES TO CHECK-REPORT-LINE
                 WS-EDIT-A ' RECORD(S) SCANNED, ' WS-EDIT-B
                 ' MALFORMED.'
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-IF
           .

                 ' LINE ' WS-EDIT-A ': '
                 FUNCTION TRIM(WS-BAD-REASON)
                 DELIMITED BY SIZE INTO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-IF
           .

           END-EVALUATE
           .

      *
      *    PUT-CHECK-REPORT-LINE WRITES CHECK-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-CHECK-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CHECK-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CHECK-REPORT-LINE
                 WRITE CHECK-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CHECK-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CHECK-REPORT-LINE
           END-IF
           WRITE CHECK-REPORT-LINE
           .

      *
      *    WRITE-CHECK-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-CHECK-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CHECK-REPORT-LINE
              PERFORM PUT-CHECK-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM LOGCHECK.
