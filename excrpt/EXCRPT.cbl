           SELECT SUMMARY-FILE ASSIGN TO 'EXCRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       COPY EXCFD.
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE            PIC X(132).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-EXC-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-EOF-SW            PIC X(1) VALUE 'N'.
       01 WS-EDIT-D                PIC Z(8)9.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'EXCRPT' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'EXCRPT' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-AGE-LIMIT
           PERFORM SET-TONIGHT-DATE

           OPEN OUTPUT SUMMARY-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'EXCRPT' TO WS-PG-PROGRAM-ID
           MOVE 'VALIDATION EXCEPTION REVIEW' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO SUMMARY-LINE
           STRING 'REVIEW DATE: ' WS-TONIGHT
              DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE

           MOVE 'NEW TONIGHT (UNRESOLVED, THIS REVIEW DATE):'
              TO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           MOVE 'N' TO WS-PASS
           PERFORM SCAN-EXCEPTION-FILE
           IF WS-NEW-COUNT = ZERO THEN
              MOVE '  NONE.' TO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-IF

           MOVE 'OUTSTANDING (UNRESOLVED, PRIOR DATES):'
              TO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           MOVE 'O' TO WS-PASS
           PERFORM SCAN-EXCEPTION-FILE
           IF WS-OUT-COUNT = ZERO THEN
              MOVE '  NONE.' TO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-IF

           MOVE WS-AGE-LIMIT-DAYS TO WS-EDIT-A
           STRING 'AGING (UNRESOLVED MORE THAN ' WS-EDIT-A
              ' DAY(S)):'
              DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           MOVE 'G' TO WS-PASS
           PERFORM SCAN-EXCEPTION-FILE
           IF WS-AGED-COUNT = ZERO THEN
              MOVE '  NONE.' TO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-IF

           PERFORM WRITE-PROGRAM-SUMMARY

           MOVE 1 TO WS-PG-RPT
           MOVE 'EXCEPTIONS ON FILE' TO WS-PG-COUNT-LABEL
           MOVE WS-EXC-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'NEW TONIGHT' TO WS-PG-COUNT-LABEL
           MOVE WS-NEW-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'OUTSTANDING' TO WS-PG-COUNT-LABEL
           MOVE WS-OUT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'AGED PAST THE LIMIT' TO WS-PG-COUNT-LABEL
           MOVE WS-AGED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-SUMMARY-FOOTER
           CLOSE SUMMARY-FILE
           MOVE 'EXCRPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'EXCRPT: ' WS-NEW-COUNT ' NEW TONIGHT, '
              WS-OUT-COUNT ' OUTSTANDING, ' WS-AGED-COUNT
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
      *       THE LATER PASSES REREAD THE SAME FILE, SO THE FIRST
      *       ONE ALONE IS LOGGED.
              IF WS-PASS = 'N' THEN
                 MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-EXC-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           ELSE
              IF WS-PASS = 'N' THEN
                 DISPLAY 'EXCRPT: EXCPTNS.TXT NOT FOUND - NO '
           END-IF
           .

      *
      *    WRITE-ENTRY-DETAIL LISTS ONE ENTRY WITH THE PROGRAM, RUN
      *    DATE AND LINE NUMBER A CORRECTED RECORD IS RESUBMITTED
      *    AGAINST, AND - FOR A CORRECTION THAT FAILED AGAIN - THE
      *    ORIGINAL REJECT IT SUPERSEDES.
       WRITE-ENTRY-DETAIL.
           MOVE WS-EXC-COUNT TO WS-EDIT-A
           MOVE EX-LINE-NUM TO WS-EDIT-B
           MOVE SPACES TO SUMMARY-LINE
           STRING '  #' WS-EDIT-A ' ' EX-PROGRAM-ID ' '
              EX-RUN-DATE ' LINE ' WS-EDIT-B ' ' EX-SEVERITY ' '
              FUNCTION TRIM(EX-MESSAGE)
              DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           IF EX-ORIG-RUN-DATE NOT = SPACES
              AND EX-ORIG-LINE-NUM IS NUMERIC THEN
              MOVE EX-ORIG-LINE-NUM TO WS-EDIT-B
              MOVE SPACES TO SUMMARY-LINE
              STRING '             (RESUBMISSION OF THE '
                 EX-ORIG-RUN-DATE ' REJECT AT LINE '
                 FUNCTION TRIM(WS-EDIT-B) ')'
                 DELIMITED BY SIZE INTO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-IF
           .

      *
       WRITE-PROGRAM-SUMMARY.
           MOVE 'PROGRAM SUMMARY (NEW-E NEW-W OUT-E OUT-W RES ACC):'
              TO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUMMARY-COUNT
              MOVE SUM-NEW-ERRORS(WS-SUM-SUB) TO WS-EDIT-A
              STRING '  ' SUM-PROGRAM(WS-SUM-SUB) ' ' WS-EDIT-A
                 ' ' WS-EDIT-B ' ' WS-EDIT-C ' ' WS-EDIT-D
                 DELIMITED BY SIZE INTO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
              MOVE SUM-RESOLVED(WS-SUM-SUB) TO WS-EDIT-A
              MOVE SUM-ACCEPTED(WS-SUM-SUB) TO WS-EDIT-B
              MOVE SPACES TO SUMMARY-LINE
              STRING '           RESOLVED ' WS-EDIT-A
                 ' ACCEPTED ' WS-EDIT-B
                 DELIMITED BY SIZE INTO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-PERFORM
           .

      *
      *    PUT-SUMMARY-LINE WRITES SUMMARY-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-SUMMARY-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE SUMMARY-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO SUMMARY-LINE
                 WRITE SUMMARY-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE SUMMARY-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-LINE
           .

      *
      *    WRITE-SUMMARY-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-SUMMARY-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO SUMMARY-LINE
              PERFORM PUT-SUMMARY-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM EXCRPT.
