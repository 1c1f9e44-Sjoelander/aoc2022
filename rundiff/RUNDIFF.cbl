           FILE STATUS IS WS-CSV-STATUS-CD.
           SELECT DIFF-REPORT-FILE ASSIGN TO 'RUNDIFF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CSV-IN-FILE.
       01  CSV-IN-RECORD           PIC X(120).
       FD  DIFF-REPORT-FILE.
       01  DIFF-REPORT-LINE        PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-RUN-ID-A              PIC X(15).
       01 WS-RUN-ID-B              PIC X(15).
           88 FS-CSV-OK                     VALUE '00'.
       01 WS-CSV-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-CSV-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-CSV-READ-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-DAY-SUB               PIC 9(4) BINARY.
       01 WS-DAY-NAME-TABLE.
           05 FILLER               PIC X(4) VALUE 'DAY1'.
           05 FILLER               PIC X(4) VALUE 'DAY2'.
           05 FILLER               PIC X(4) VALUE 'DAY3'.
           05 FILLER               PIC X(4) VALUE 'DAY4'.
           05 FILLER               PIC X(4) VALUE 'DAY5'.
           05 FILLER               PIC X(4) VALUE 'DAY7'.
           05 FILLER               PIC X(4) VALUE 'DAY8'.
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(4).
      *
      *    EACH SIDE OF THE COMPARISON LOADS INTO ITS OWN SORTED
      *    TABLE AND THE TWO ARE MERGED IN ONE PASS, SO EVEN THE BIG
       01 WS-SECT-TOKEN            PIC X(12).
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
           MOVE 'RUNDIFF' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'RUNDIFF' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-DIFF-PARMS
           IF WS-RUN-ID-A = SPACES OR WS-RUN-ID-B = SPACES THEN
              DISPLAY 'RUNDIFF: USAGE - RUNDIFF <RUN-ID-A> '

       RUN-COMPARISON.
           OPEN OUTPUT DIFF-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RUNDIFF' TO WS-PG-PROGRAM-ID
           MOVE 'RUN-TO-RUN REPORT COMPARISON' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO DIFF-REPORT-LINE
           STRING 'RUN A: ' WS-RUN-ID-A '   RUN B: ' WS-RUN-ID-B
              DELIMITED BY SIZE INTO DIFF-REPORT-LINE
           PERFORM PUT-DIFF-REPORT-LINE
           PERFORM COMPARE-ONE-DAY
              VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > 7
           MOVE WS-CHANGED-DAYS TO WS-EDIT-A
           MOVE SPACES TO DIFF-REPORT-LINE
           STRING 'RESULT: ' WS-EDIT-A
              ' DAY PROGRAM(S) CHANGED OR NOT COMPARABLE.'
              DELIMITED BY SIZE INTO DIFF-REPORT-LINE
           PERFORM PUT-DIFF-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY PROGRAMS COMPARED' TO WS-PG-COUNT-LABEL
           MOVE 7 TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CHANGED OR NOT COMPARABLE' TO WS-PG-COUNT-LABEL
           MOVE WS-CHANGED-DAYS TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-DIFF-REPORT-FOOTER
           CLOSE DIFF-REPORT-FILE
           MOVE 'RUNDIFF.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'RUNDIFF: ' WS-CHANGED-DAYS ' DAY PROGRAM(S) '
              'CHANGED OR NOT COMPARABLE - SEE RUNDIFF.TXT.'
           IF WS-CHANGED-DAYS > ZERO THEN
           MOVE SPACES TO DIFF-REPORT-LINE
           STRING WS-DAY-NAME(WS-DAY-SUB) 'RPT.CSV:'
              DELIMITED BY SIZE INTO DIFF-REPORT-LINE
           PERFORM PUT-DIFF-REPORT-LINE
           MOVE ZERO TO WS-A-COUNT
           MOVE ZERO TO WS-B-COUNT
           MOVE ZERO TO WS-SECT-COUNT
              ADD 1 TO WS-CHANGED-DAYS
              MOVE '  RUN A REPORT NOT FOUND - NOT COMPARABLE.'
                 TO DIFF-REPORT-LINE
              PERFORM PUT-DIFF-REPORT-LINE
           ELSE
              MOVE 'B' TO WS-LOAD-SIDE
              MOVE WS-RUN-ID-B TO WS-TARGET-RUN-ID
                 ADD 1 TO WS-CHANGED-DAYS
                 MOVE '  RUN B REPORT NOT FOUND - NOT COMPARABLE.'
                    TO DIFF-REPORT-LINE
                 PERFORM PUT-DIFF-REPORT-LINE
              ELSE
                 PERFORM DIFF-LOADED-SIDES
              END-IF
                 ' EXCEEDS THE 20000-ROW COMPARE TABLE - ONLY THE '
                 'FIRST 20000 ROWS COMPARED.'
                 DELIMITED BY SIZE INTO DIFF-REPORT-LINE
              PERFORM PUT-DIFF-REPORT-LINE
           END-IF
           .

       TRY-LOAD-CSV.
           MOVE SPACES TO WS-HDR-RUN-ID
           SET WS-CSV-EOF TO FALSE
           MOVE ZERO TO WS-CSV-READ-COUNT
           IF WS-LOAD-SIDE = 'A' THEN
              MOVE ZERO TO WS-A-COUNT
           ELSE
                 AT END
                    SET WS-CSV-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CSV-READ-COUNT
                    IF CSV-IN-RECORD(1:6) = 'RUNID,' THEN
                       MOVE CSV-IN-RECORD(7:15) TO WS-HDR-RUN-ID
                    END-IF
                       AT END
                          SET WS-CSV-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-CSV-READ-COUNT
                          PERFORM LOAD-ONE-CSV-ROW
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE CSV-IN-FILE
              MOVE WS-CSV-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-CSV-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-FILE-FOUND THEN
                 IF WS-LOAD-SIDE = 'A' THEN
                    SORT A-LINE ASCENDING A-LINE
                 ' ROW(S) VANISHED, ' WS-EDIT-B ' ROW(S) APPEARED.'
                 DELIMITED BY SIZE INTO DIFF-REPORT-LINE
           END-IF
           PERFORM PUT-DIFF-REPORT-LINE
           .

       NOTE-VANISHED-ROW.
              MOVE SPACES TO DIFF-REPORT-LINE
              STRING '  VANISHED: ' A-LINE(WS-A-SUB)(1:110)
                 DELIMITED BY SIZE INTO DIFF-REPORT-LINE
              PERFORM PUT-DIFF-REPORT-LINE
           END-IF
           ADD 1 TO WS-A-SUB
           .
              MOVE SPACES TO DIFF-REPORT-LINE
              STRING '  APPEARED: ' B-LINE(WS-B-SUB)(1:110)
                 DELIMITED BY SIZE INTO DIFF-REPORT-LINE
              PERFORM PUT-DIFF-REPORT-LINE
           END-IF
           ADD 1 TO WS-B-SUB
           .
                 STRING '  SECTION ' SECT-NAME(WS-SECT-SUB)
                    ' ROWS: A=' WS-EDIT-A ' B=' WS-EDIT-B
                    DELIMITED BY SIZE INTO DIFF-REPORT-LINE
                 PERFORM PUT-DIFF-REPORT-LINE
              END-IF
           END-PERFORM
           .

      *
      *    PUT-DIFF-REPORT-LINE WRITES DIFF-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-DIFF-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE DIFF-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO DIFF-REPORT-LINE
                 WRITE DIFF-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE DIFF-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO DIFF-REPORT-LINE
           END-IF
           WRITE DIFF-REPORT-LINE
           .

      *
      *    WRITE-DIFF-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-DIFF-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO DIFF-REPORT-LINE
              PERFORM PUT-DIFF-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM RUNDIFF.
