      *----------------------------------------------------------------
      *  RPTPGRD.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS FOR THE SHOP-STANDARD REPORT
      *  PAGE LAYOUT (SEE RPTPGWS.CPY).  THE REPORT'S OWN FILE IS
      *  WRITTEN BY THE CALLER, WHICH KEEPS ONE SMALL PARAGRAPH PER
      *  REPORT FILE THAT, FOR EVERY LINE:
      *
      *      MOVES ITS SLOT NUMBER TO WS-PG-RPT
      *      PERFORMS NEXT-REPORT-LINE
      *      IF WS-PG-HEAD-COUNT > ZERO, WRITES A BLANK RECORD AFTER
      *         ADVANCING PAGE WHEN WS-PG-NEW-PAGE IS SET, THEN THE
      *         WS-PG-HEAD-LINE ENTRIES
      *      WRITES THE LINE ITSELF.
      *
      *  AFTER OPENING THE FILE THE CALLER SETS WS-PG-PROGRAM-ID AND
      *  WS-PG-TITLE AND PERFORMS START-REPORT-PAGES; BEFORE CLOSING
      *  IT, IT RECORDS ITS COUNTS WITH ADD-REPORT-COUNT, PERFORMS
      *  BUILD-REPORT-FOOTER AND PUTS THE WS-PG-FOOT-LINE ENTRIES
      *  THROUGH THE SAME PARAGRAPH.
      *----------------------------------------------------------------
       START-REPORT-PAGES.
           INITIALIZE WS-PG-REPORT(WS-PG-RPT)
           MOVE WS-PG-PROGRAM-ID TO PG-PROGRAM-ID(WS-PG-RPT)
           MOVE WS-PG-TITLE TO PG-TITLE(WS-PG-RPT)
           MOVE 'REPORT-LINES-PER-PAGE' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 20 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999 THEN
              COMPUTE WS-PG-LINES-PER-PAGE =
                 FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           .

      *
      *    ADD-REPORT-COUNT RECORDS ONE CONTROL COUNT FOR THE FOOTER.
      *    A LABEL ALREADY RECORDED HAS ITS COUNT REPLACED.
       ADD-REPORT-COUNT.
           PERFORM VARYING WS-PG-CNT-SUB FROM 1 BY 1
              UNTIL WS-PG-CNT-SUB > PG-COUNT-USED(WS-PG-RPT)
              OR PG-COUNT-LABEL(WS-PG-RPT, WS-PG-CNT-SUB)
                 = WS-PG-COUNT-LABEL
              CONTINUE
           END-PERFORM
           IF WS-PG-CNT-SUB > PG-COUNT-USED(WS-PG-RPT)
              AND WS-PG-CNT-SUB <= 8 THEN
              MOVE WS-PG-CNT-SUB TO PG-COUNT-USED(WS-PG-RPT)
           END-IF
           IF WS-PG-CNT-SUB <= 8 THEN
              MOVE WS-PG-COUNT-LABEL
                 TO PG-COUNT-LABEL(WS-PG-RPT, WS-PG-CNT-SUB)
              MOVE WS-PG-COUNT-VALUE
                 TO PG-COUNT-VALUE(WS-PG-RPT, WS-PG-CNT-SUB)
           END-IF
           .

      *
      *    NEXT-REPORT-LINE ACCOUNTS FOR ONE MORE LINE ON THE REPORT.
      *    WHEN IT IS THE FIRST LINE, OR THE PAGE IS FULL, IT STARTS
      *    A NEW PAGE AND LEAVES THAT PAGE'S HEADING IN WS-PG-HEAD-LINE
      *    FOR THE CALLER TO WRITE AHEAD OF THE LINE.
       NEXT-REPORT-LINE.
           MOVE ZERO TO WS-PG-HEAD-COUNT
           SET WS-PG-NEW-PAGE TO FALSE
           IF PG-PAGE-NO(WS-PG-RPT) = ZERO
              OR PG-LINE-NO(WS-PG-RPT) >= WS-PG-LINES-PER-PAGE THEN
              IF PG-PAGE-NO(WS-PG-RPT) > ZERO THEN
                 SET WS-PG-NEW-PAGE TO TRUE
              END-IF
              ADD 1 TO PG-PAGE-NO(WS-PG-RPT)
              PERFORM BUILD-REPORT-HEADING
              MOVE WS-PG-HEAD-COUNT TO PG-LINE-NO(WS-PG-RPT)
           END-IF
           ADD 1 TO PG-LINE-NO(WS-PG-RPT)
           ADD 1 TO PG-BODY-LINES(WS-PG-RPT)
           .

      *
      *    BUILD-REPORT-HEADING LAYS OUT THE PAGE HEADING.  THE DATE
      *    IS THE PROCESSING DATE WHEN ONE IS IN FORCE, AND THE
      *    PROFILE FOLLOWS THE SAME RULE AS THE RUN-LOG ENTRY.
       BUILD-REPORT-HEADING.
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE SPACES TO WS-PG-DATE-TEXT
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-PG-DATE-TEXT
           MOVE WS-RUN-PROFILE TO WS-PG-PROFILE
           MOVE SPACES TO WS-RL-ENV-PROFILE
           ACCEPT WS-RL-ENV-PROFILE FROM ENVIRONMENT 'RUNPROFILE'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-RL-ENV-PROFILE NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(WS-RL-ENV-PROFILE)
                 TO WS-PG-PROFILE
           END-IF
           MOVE PG-PAGE-NO(WS-PG-RPT) TO WS-PG-EDIT-PAGE
           MOVE SPACES TO WS-PG-HEAD-TABLE
           MOVE PG-PROGRAM-ID(WS-PG-RPT) TO WS-PG-HEAD-LINE(1)(1:8)
           MOVE PG-TITLE(WS-PG-RPT) TO WS-PG-HEAD-LINE(1)(10:50)
           STRING 'PAGE ' WS-PG-EDIT-PAGE
              DELIMITED BY SIZE INTO WS-PG-HEAD-LINE(1)(71:10)
           STRING 'PROCESSING DATE ' WS-PG-DATE-TEXT
              '   RUN ID ' WS-RUN-ID
              '   PROFILE ' WS-PG-PROFILE
              DELIMITED BY SIZE INTO WS-PG-HEAD-LINE(2)
           MOVE ALL '-' TO WS-PG-HEAD-LINE(3)
           MOVE 3 TO WS-PG-HEAD-COUNT
           .

      *
      *    BUILD-REPORT-FOOTER LAYS OUT THE CONTROL FOOTER: EACH
      *    RECORDED COUNT, THE LINES AND PAGES PRINTED, AND THE END
      *    OF REPORT MARKER.
       BUILD-REPORT-FOOTER.
           MOVE SPACES TO WS-PG-FOOT-TABLE
           MOVE 2 TO WS-PG-FOOT-COUNT
           MOVE ALL '-' TO WS-PG-FOOT-LINE(2)
           MOVE 'CONTROL TOTALS ' TO WS-PG-FOOT-LINE(2)(1:15)
           PERFORM VARYING WS-PG-CNT-SUB FROM 1 BY 1
              UNTIL WS-PG-CNT-SUB > PG-COUNT-USED(WS-PG-RPT)
              ADD 1 TO WS-PG-FOOT-COUNT
              MOVE PG-COUNT-VALUE(WS-PG-RPT, WS-PG-CNT-SUB)
                 TO WS-PG-EDIT-COUNT
              STRING '  ' PG-COUNT-LABEL(WS-PG-RPT, WS-PG-CNT-SUB)
                 ' ' WS-PG-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-PG-FOOT-LINE(WS-PG-FOOT-COUNT)
           END-PERFORM
           ADD 1 TO WS-PG-FOOT-COUNT
           MOVE PG-BODY-LINES(WS-PG-RPT) TO WS-PG-EDIT-COUNT
           STRING '  REPORT LINES                   ' WS-PG-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-PG-FOOT-LINE(WS-PG-FOOT-COUNT)
           ADD 2 TO WS-PG-FOOT-COUNT
           MOVE 'END OF REPORT' TO WS-PG-FOOT-LINE(WS-PG-FOOT-COUNT)
      *
      *    THE PAGE COUNT ALLOWS FOR THE FOOTER ITSELF SPILLING ONTO
      *    ONE MORE PAGE.
           MOVE PG-PAGE-NO(WS-PG-RPT) TO WS-PG-PAGES
           IF PG-LINE-NO(WS-PG-RPT) + WS-PG-FOOT-COUNT
              > WS-PG-LINES-PER-PAGE THEN
              ADD 1 TO WS-PG-PAGES
           END-IF
           IF WS-PG-PAGES = ZERO THEN
              MOVE 1 TO WS-PG-PAGES
           END-IF
           MOVE WS-PG-PAGES TO WS-PG-EDIT-COUNT
           SUBTRACT 1 FROM WS-PG-FOOT-COUNT GIVING WS-PG-CNT-SUB
           STRING '  PAGES                          ' WS-PG-EDIT-COUNT
              DELIMITED BY SIZE INTO WS-PG-FOOT-LINE(WS-PG-CNT-SUB)
           .
