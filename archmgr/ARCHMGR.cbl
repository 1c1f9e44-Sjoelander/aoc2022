           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT-FILE ASSIGN TO 'ARCHPURG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ARCHCTFD.
       01  LISTING-LINE            PIC X(200).
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE       PIC X(200).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-FUNCTION-PARM         PIC X(10).
       01 WS-PARM-2                PIC X(120).
              10 CAT-PURGE-SW      PIC X(1).
                 88 CAT-PURGE              VALUE 'Y' FALSE 'N'.
       01 WS-CAT-SUB               PIC 9(4) BINARY.
       01 WS-CAT-READ-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-CAT-KEPT-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-CAT-EOF-SW            PIC X(1) VALUE 'N'.
           88 WS-CAT-EOF                    VALUE 'Y' FALSE 'N'.
       01 WS-CAT-FULL-WARNED-SW    PIC X(1) VALUE 'N'.
           88 WS-RESTORED                   VALUE 'Y' FALSE 'N'.
       01 WS-MGR-CMD               PIC X(300).
       01 WS-TODAY                 PIC 9(8).
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-INPUT-FILENAME        PIC X(100) VALUE 'ARCHCTLG.TXT'.
       01 WS-SCREEN-FIELD          PIC X(120).
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
           MOVE 'ARCHMGR' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'ARCHMGR' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-FUNCTION-PARMS
           PERFORM LOAD-CATALOG

              WHEN 'LIST'
                 PERFORM LIST-ARCHIVES
              WHEN 'PURGE'
                 PERFORM CHECK-SUPERVISOR-AUTHORITY
                 IF WS-OPER-PERMITTED THEN
                    PERFORM PURGE-ARCHIVES
                 END-IF
              WHEN 'RESTORE'
                 PERFORM CHECK-SUPERVISOR-AUTHORITY
                 IF WS-OPER-PERMITTED THEN
                    PERFORM RESTORE-ARCHIVE
                 END-IF
              WHEN OTHER
                 DISPLAY 'ARCHMGR: FUNCTION "' WS-FUNCTION-PARM
                    '" IS NOT LIST, PURGE OR RESTORE - NOTHING DONE.'
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

           END-IF
           .

      *
      *    CHECK-SUPERVISOR-AUTHORITY HOLDS PURGE AND RESTORE - THE
      *    TWO FUNCTIONS THAT DELETE OR OVERWRITE DATA - TO THE
      *    OPERATOR'S GRANTS AND PUTS THE ATTEMPT ON THE AUDIT TRAIL
      *    WITH ITS OPERANDS.  LIST NEEDS NO AUTHORITY.
       CHECK-SUPERVISOR-AUTHORITY.
           MOVE 'ARCHMGR' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE WS-FUNCTION-PARM TO WS-OPER-FUNCTION
           MOVE SPACES TO WS-OPER-DETAIL
           STRING FUNCTION TRIM(WS-PARM-2) ' '
              FUNCTION TRIM(WS-PARM-3)
              DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPER-PERMITTED THEN
              DISPLAY 'ARCHMGR: ' FUNCTION TRIM(WS-FUNCTION-PARM)
                 ' NOT PERFORMED - NOTHING CHANGED.'
              MOVE 16 TO RETURN-CODE
           END-IF
           .

      *
      *    LOAD-CATALOG READS ARCHCTLG.TXT INTO THE IN-STORAGE TABLE.
      *    A MISSING CATALOG SIMPLY MEANS NOTHING HAS BEEN ARCHIVED
                    AT END
                       SET WS-CAT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CAT-READ-COUNT
                       PERFORM TALLY-CATALOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-CATALOG-FILE
              MOVE 'ARCHCTLG.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-CAT-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'ARCHMGR: ARCHCTLG.TXT NOT FOUND - THE CATALOG '
                 'IS EMPTY.'
      *    A FILTERED LISTING INSTEAD OF A RAW ls SCROLL.
       LIST-ARCHIVES.
           OPEN OUTPUT LISTING-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'ARCHMGR' TO WS-PG-PROGRAM-ID
           MOVE 'ARCHIVE CATALOG LISTING' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE 'PROGRAM  DATE     TIME   RECORDS   ARCHIVE / ORIGINAL'
              TO LISTING-LINE
           PERFORM PUT-LISTING-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
              IF (WS-FILTER-PROGRAM = 'ALL' OR
                 PERFORM WRITE-LISTING-DETAIL
              END-IF
           END-PERFORM
           MOVE 1 TO WS-PG-RPT
           MOVE 'CATALOG ENTRIES' TO WS-PG-COUNT-LABEL
           MOVE WS-CATALOG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ENTRIES LISTED' TO WS-PG-COUNT-LABEL
           MOVE WS-LISTED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-LISTING-FOOTER
           CLOSE LISTING-FILE
           MOVE 'ARCHLIST.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'ARCHMGR: ' WS-LISTED-COUNT ' CATALOG ENTRY(S) '
              'LISTED IN ARCHLIST.TXT.'
           .
              DELIMITED BY SIZE
              ')' DELIMITED BY SIZE
              INTO LISTING-LINE
           PERFORM PUT-LISTING-LINE
           .

      *

       EXECUTE-PURGE.
           OPEN OUTPUT PURGE-REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'ARCHMGR' TO WS-PG-PROGRAM-ID
           MOVE 'ARCHIVE PURGE REPORT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
              IF CAT-PURGE(WS-CAT-SUB) THEN
                 STRING 'PURGED ' DELIMITED BY SIZE
                    FUNCTION TRIM(CAT-ARCHIVE-NAME(WS-CAT-SUB))
                    DELIMITED BY SIZE INTO PURGE-REPORT-LINE
                 PERFORM PUT-PURGE-REPORT-LINE
              END-IF
           END-PERFORM
           MOVE 2 TO WS-PG-RPT
           MOVE 'CATALOG ENTRIES' TO WS-PG-COUNT-LABEL
           MOVE WS-CATALOG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ARCHIVES PURGED' TO WS-PG-COUNT-LABEL
           MOVE WS-PURGED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-PURGE-REPORT-FOOTER
           CLOSE PURGE-REPORT-FILE
           MOVE 'ARCHPURG.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           PERFORM REWRITE-CATALOG
           DISPLAY 'ARCHMGR: ' WS-PURGED-COUNT ' ARCHIVE(S) PURGED - '
              'SEE ARCHPURG.TXT.'
           .

       REWRITE-CATALOG.
           MOVE ZERO TO WS-CAT-KEPT-COUNT
           OPEN OUTPUT ARCHIVE-CATALOG-FILE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
                 MOVE CAT-ORIG-NAME(WS-CAT-SUB) TO AC-ORIG-NAME
                 MOVE CAT-ARCHIVE-NAME(WS-CAT-SUB) TO AC-ARCHIVE-NAME
                 WRITE ARCHIVE-CATALOG-RECORD
                 ADD 1 TO WS-CAT-KEPT-COUNT
              END-IF
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE
           MOVE 'ARCHCTLG.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-CAT-KEPT-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    RESTORE-ARCHIVE STAGES THE NAMED ARCHIVE BACK UNDER ITS
      *    ORIGINAL DATASET NAME FOR A RERUN.  THE NAME MUST MATCH A
      *    CATALOG ENTRY EXACTLY - BOTH TO CATCH TYPOS AND SO ONLY
      *    CATALOGED NAMES EVER REACH THE COPY COMMAND.  THE COPY
      *    REWRITES THE ORIGINAL DATASET, SO IT GOES ON THE DATASET
      *    USAGE LOG AS AN OUTPUT OF THIS RUN.
       RESTORE-ARCHIVE.
           SET WS-RESTORED TO FALSE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                    FUNCTION TRIM(CAT-ORIG-NAME(WS-CAT-SUB))
                    DELIMITED BY SIZE INTO WS-MGR-CMD
                 CALL 'SYSTEM' USING WS-MGR-CMD
                 MOVE CAT-ORIG-NAME(WS-CAT-SUB) TO WS-DSU-DATASET
                 MOVE 'OUTPUT' TO WS-DSU-MODE
                 MOVE CAT-RECORDS(WS-CAT-SUB) TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
                 DISPLAY 'ARCHMGR: RESTORED '
                    FUNCTION TRIM(CAT-ARCHIVE-NAME(WS-CAT-SUB))
                    ' TO '
           END-IF
           .

      *
      *    PUT-LISTING-LINE WRITES LISTING-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-LISTING-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE LISTING-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO LISTING-LINE
                 WRITE LISTING-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE LISTING-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           .

      *
      *    WRITE-LISTING-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-LISTING-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO LISTING-LINE
              PERFORM PUT-LISTING-LINE
           END-PERFORM
           .

      *
      *    PUT-PURGE-REPORT-LINE WRITES PURGE-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-PURGE-REPORT-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE PURGE-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO PURGE-REPORT-LINE
                 WRITE PURGE-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE PURGE-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO PURGE-REPORT-LINE
           END-IF
           WRITE PURGE-REPORT-LINE
           .

      *
      *    WRITE-PURGE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-PURGE-REPORT-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO PURGE-REPORT-LINE
              PERFORM PUT-PURGE-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM ARCHMGR.
