           SELECT AUDIT-REPORT-FILE ASSIGN TO 'RECONCLR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY ARCHCTSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CSV-PROBE-FILE.
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE       PIC X(132).
       COPY ARCHCTFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-TARGET-RUN-ID         PIC X(15).
       01 WS-RUN-ID-PARM           PIC X(15).
       01 WS-NEEDLE-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-NEEDLE-FOUND               VALUE 'Y' FALSE 'N'.
       01 WS-MISMATCH-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-CSV-SUB               PIC 9(4) BINARY.
       01 WS-CSV-NAME-TABLE.
           05 FILLER               PIC X(12) VALUE 'DAY1RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY2RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY3RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY4RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY5RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY7RPT.CSV'.
           05 FILLER               PIC X(12) VALUE 'DAY8RPT.CSV'.
       01 WS-CSV-NAMES REDEFINES WS-CSV-NAME-TABLE.
           05 WS-CSV-NAME OCCURS 7 TIMES PIC X(12).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY ARCHIVEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'RECONCLR' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'RECONCLR' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-TARGET-RUN-ID
           MOVE SPACES TO WS-NEEDLE
           STRING '_' FUNCTION TRIM(WS-TARGET-RUN-ID) '.DAT'
              FUNCTION LENGTH(FUNCTION TRIM(WS-NEEDLE))

           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RECONCLR' TO WS-PG-PROGRAM-ID
           MOVE 'RUN LINEAGE RECONCILIATION' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING 'RUN ID UNDER AUDIT: ' WS-TARGET-RUN-ID
              DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           PERFORM PUT-AUDIT-REPORT-LINE

           PERFORM SCAN-RUN-LOG
           PERFORM SCAN-ARCHIVE-CATALOG
                 'DETAIL ABOVE.'
                 DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           END-IF
           PERFORM PUT-AUDIT-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'PROGRAMS IN THE CHAIN' TO WS-PG-COUNT-LABEL
           MOVE WS-CHAIN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'MISMATCHES' TO WS-PG-COUNT-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-AUDIT-REPORT-FOOTER
           CLOSE AUDIT-REPORT-FILE
           MOVE 'RECONCLR.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'RECONCLR: ' WS-MISMATCH-COUNT ' MISMATCH(ES) '
              'FOR RUN ' FUNCTION TRIM(WS-TARGET-RUN-ID)
      *    THE TARGET RUN ID (DRIVER'S OWN STEP-TIMING ENTRIES CARRY
      *    NO RECORD COUNTS AND ARE LEFT OUT OF THE JOIN).
       SCAN-RUN-LOG.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUNLOG-OK THEN
              PERFORM UNTIL WS-RUNLOG-EOF
                    AT END
                       SET WS-RUNLOG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF RL-RUN-ID = WS-TARGET-RUN-ID
                          AND RL-COMPLETION-STATUS(1:9) = 'COMPLETED'
                          AND RL-PROGRAM-ID NOT = 'DRIVER' THEN
                 END-READ
              END-PERFORM
              CLOSE RUN-LOG-FILE
              MOVE WS-RUN-LOG-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              MOVE 'runlog.txt NOT ON FILE - NO LOG SIDE TO JOIN.'
                 TO AUDIT-REPORT-LINE
              PERFORM PUT-AUDIT-REPORT-LINE
           END-IF
           .

      *    ARCHIVE NAME CARRIES THE TARGET RUN ID (ARCHIVE-INPUT-FILE
      *    STRINGS THE RUN ID INTO EVERY ARCHIVE NAME).
       SCAN-ARCHIVE-CATALOG.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF FS-ARCHCAT-OK THEN
              PERFORM UNTIL WS-ARCHCAT-EOF
                    AT END
                       SET WS-ARCHCAT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM MATCH-CATALOG-ENTRY
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-CATALOG-FILE
              MOVE 'ARCHCTLG.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              MOVE SPACES TO AUDIT-REPORT-LINE
              STRING 'ARCHCTLG.TXT NOT ON FILE - NO ARCHIVE SIDE '
                 'TO JOIN.'
                 DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
              PERFORM PUT-AUDIT-REPORT-LINE
           END-IF
           .

                       ' LOGGED A COMPLETED RUN BUT NO ARCHIVE WAS '
                       'CATALOGED.'
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                    PERFORM PUT-AUDIT-REPORT-LINE
                 WHEN CH-ARCHIVED(WS-CH-SUB)
                      AND NOT CH-LOGGED(WS-CH-SUB)
                    ADD 1 TO WS-MISMATCH-COUNT
                       FUNCTION TRIM(CH-ARCH-NAME(WS-CH-SUB))
                       ' BUT LOGGED NO COMPLETED RUN.'
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                    PERFORM PUT-AUDIT-REPORT-LINE
                 WHEN CH-ARCH-RECORDS(WS-CH-SUB) NOT =
                      CH-LOG-RECORDS(WS-CH-SUB)
                    ADD 1 TO WS-MISMATCH-COUNT
                       ' RECORD(S) BUT THE ARCHIVE CATALOG SAYS '
                       WS-EDIT-B '.'
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                    PERFORM PUT-AUDIT-REPORT-LINE
                 WHEN OTHER
                    MOVE SPACES TO AUDIT-REPORT-LINE
                    STRING 'OK:       ' CH-PROGRAM(WS-CH-SUB)
                       ' LOG AND ARCHIVE AGREE.'
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                    PERFORM PUT-AUDIT-REPORT-LINE
              END-EVALUATE
           END-PERFORM
           .
      *    RUN-LOG.
       CHECK-REPORT-CSVS.
           PERFORM VARYING WS-CSV-SUB FROM 1 BY 1
              UNTIL WS-CSV-SUB > 7
              MOVE WS-CSV-NAME(WS-CSV-SUB) TO WS-CSV-FILENAME
              PERFORM CHECK-ONE-CSV
           END-PERFORM
       CHECK-ONE-CSV.
           MOVE SPACES TO WS-CSV-RUN-ID
           SET WS-CSV-EOF TO FALSE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT CSV-PROBE-FILE
           IF FS-CSV-OK THEN
              PERFORM UNTIL WS-CSV-EOF
                    AT END
                       SET WS-CSV-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF CSV-PROBE-RECORD(1:6) = 'RUNID,' THEN
                          MOVE CSV-PROBE-RECORD(7:15)
                             TO WS-CSV-RUN-ID
                 END-READ
              END-PERFORM
              CLOSE CSV-PROBE-FILE
              MOVE WS-CSV-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE SPACES TO AUDIT-REPORT-LINE
              IF WS-CSV-RUN-ID = WS-TARGET-RUN-ID THEN
                 STRING 'OK:       '
                    '" NOT THE AUDITED RUN.'
                    DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
              END-IF
              PERFORM PUT-AUDIT-REPORT-LINE
           ELSE
              MOVE SPACES TO AUDIT-REPORT-LINE
              STRING 'NOTE:     '
                 FUNCTION TRIM(WS-CSV-FILENAME)
                 ' NOT ON DISK - NOT CHECKED.'
                 DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
              PERFORM PUT-AUDIT-REPORT-LINE
           END-IF
           .

      *
      *    PUT-AUDIT-REPORT-LINE WRITES AUDIT-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-AUDIT-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE AUDIT-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO AUDIT-REPORT-LINE
                 WRITE AUDIT-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE AUDIT-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO AUDIT-REPORT-LINE
           END-IF
           WRITE AUDIT-REPORT-LINE
           .

      *
      *    WRITE-AUDIT-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-AUDIT-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO AUDIT-REPORT-LINE
              PERFORM PUT-AUDIT-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM RECONCLR.
