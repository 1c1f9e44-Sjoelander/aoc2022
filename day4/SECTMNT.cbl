           SELECT SECTION-OWNER-FILE ASSIGN TO 'DAY4SECT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-CHANGE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-JOURNAL-FILE ASSIGN TO 'SECTJRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS-CD.
           COPY EXCSL.
           COPY ARCHCTSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05 SO-EFF-DATE          PIC X(8).
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE      PIC X(120).
      *
      *    THE SECTION JOURNAL HOLDS ONE ENTRY PER APPLIED
      *    TRANSACTION, TAGGED WITH THE MAINTENANCE RUN'S ID: THE
      *    SECTION'S OWNER AND EFFECTIVE DATE BEFORE AND AFTER (ZERO
      *    OWNER = UNOWNED), THE OPERATOR AND THE POSTING DATE.  A
      *    REVERSAL POSTS ITS OWN ENTRIES (ACTION REVERSE) NAMING THE
      *    RUN IT BACKED OUT.
       FD  SECTION-JOURNAL-FILE.
       01  SECTION-JOURNAL-RECORD.
           05 SJ-RUN-ID            PIC X(15).
           05 FILLER               PIC X(1).
           05 SJ-LINE-NUM          PIC 9(9).
           05 FILLER               PIC X(1).
           05 SJ-ACTION            PIC X(8).
           05 FILLER               PIC X(1).
           05 SJ-SECTION           PIC 9(5).
           05 FILLER               PIC X(1).
           05 SJ-BEFORE-ELF        PIC 9(9).
           05 FILLER               PIC X(1).
           05 SJ-BEFORE-EFF        PIC 9(8).
           05 FILLER               PIC X(1).
           05 SJ-AFTER-ELF         PIC 9(9).
           05 FILLER               PIC X(1).
           05 SJ-AFTER-EFF         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SJ-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X(1).
           05 SJ-POST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SJ-REVERSED-RUN      PIC X(15).
       COPY EXCFD.
       COPY ARCHCTFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       01 WS-LINE-NUM               PIC 9(9) BINARY VALUE ZERO.
              10 SO-T-ELF           PIC 9(9) BINARY.
              10 SO-T-EFF           PIC 9(8) BINARY.
       01 WS-TXN-ACTION             PIC X(8).
           88 WS-TXN-KNOWN              VALUES 'ASSIGN' 'RELEASE'.
       01 WS-TXN-SECTION            PIC 9(4) BINARY.
       01 WS-TXN-ELF                PIC 9(9) BINARY.
       01 WS-TXN-EFF                PIC 9(8).
       01 WS-EDIT-B                 PIC 9(9).
       01 WS-EDIT-C                 PIC 9(9).
       01 WS-INPUT-FILENAME         PIC X(100) VALUE 'SECTTRAN.TXT'.
       01 WS-CHANGE-REPORT-NAME     PIC X(12) VALUE 'SECTCHG.TXT'.
       01 WS-REPORT-TITLE           PIC X(60).
       01 WS-JRN-STATUS-CD          PIC X(2) VALUE '00'.
           88 FS-JRN-OK                      VALUE '00'.
       01 WS-JRN-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-JRN-EOF                     VALUE 'Y' FALSE 'N'.
       01 WS-JRN-OPEN-SW            PIC X(1) VALUE 'N'.
           88 WS-JRN-OPEN                    VALUE 'Y' FALSE 'N'.
       01 WS-JRN-ID-USED-SW         PIC X(1) VALUE 'N'.
           88 WS-JRN-ID-USED                 VALUE 'Y' FALSE 'N'.
       01 WS-JRN-POST-DATE          PIC 9(8).
       01 WS-JRN-CMD                PIC X(20).
       01 WS-JRN-READ-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-JRN-WRITE-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-SECT-READ-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-SECT-WRITE-COUNT       PIC 9(9) BINARY VALUE ZERO.
      *
      *    REVERSAL WORK AREAS.  A REVERSAL LIFTS THE NAMED RUN'S
      *    JOURNAL ENTRIES INTO REVERSAL-TABLE, MARKS EVERY SECTION
      *    THE RUN TOUCHED, AND COUNTS AS A CONFLICT ANY LATER RUN'S
      *    ENTRY FOR ONE OF THOSE SECTIONS.
       01 WS-REVERSAL-SW            PIC X(1) VALUE 'N'.
           88 WS-REVERSAL-MODE               VALUE 'Y' FALSE 'N'.
       01 WS-REVERSE-RUN-ID         PIC X(15) VALUE SPACES.
       01 WS-REVERSED-BY-RUN        PIC X(15) VALUE SPACES.
       01 WS-REV-COUNT              PIC 9(9) BINARY VALUE ZERO.
       01 WS-REV-SUB                PIC 9(9) BINARY.
       01 WS-REV-FULL-SW            PIC X(1) VALUE 'N'.
           88 WS-REV-FULL                    VALUE 'Y' FALSE 'N'.
       01 WS-CONFLICT-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-IMAGE-FROM             PIC X(20).
       01 WS-IMAGE-TO               PIC X(20).
       01 REVERSAL-TABLE.
           05 RV-ENTRY OCCURS 20000 TIMES.
              10 RV-LINE-NUM        PIC 9(9) BINARY.
              10 RV-ACTION          PIC X(8).
              10 RV-SECTION         PIC 9(9) BINARY.
              10 RV-BEFORE-ELF      PIC 9(9) BINARY.
              10 RV-BEFORE-EFF      PIC 9(8) BINARY.
              10 RV-AFTER-ELF       PIC 9(9) BINARY.
              10 RV-AFTER-EFF       PIC 9(8) BINARY.
       01 SECT-TOUCHED-TABLE.
           05 SECT-TOUCHED-SW OCCURS 10000 TIMES PIC X(1).
              88 SECT-TOUCHED                VALUE 'Y' FALSE 'N'.
       COPY EXCWS.
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
           MOVE 'SECTMNT' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'SECTMNT' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           MOVE 'SECTMNT' TO WS-EXC-PROGRAM-ID
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
           IF WS-INPUT-FILENAME = 'input.txt' THEN
              MOVE 'SECTTRAN.TXT' TO WS-INPUT-FILENAME
           END-IF
           PERFORM GET-REVERSAL-OPTION
           PERFORM ASSIGN-JOURNAL-RUN-ID
           MOVE 'SECTMNT' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE 'SIGNON' TO WS-OPER-FUNCTION
           MOVE WS-INPUT-FILENAME TO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPER-PERMITTED THEN
              PERFORM REFUSE-OPERATOR-RUN
           END-IF
           IF WS-REVERSAL-MODE THEN
              MOVE 'REVERSE' TO WS-OPER-FUNCTION
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'RUN ' WS-REVERSE-RUN-ID
                 DELIMITED BY SIZE INTO WS-OPER-DETAIL
              PERFORM CHECK-OPERATOR-AUTHORITY
              IF NOT WS-OPER-PERMITTED THEN
                 PERFORM REFUSE-OPERATOR-RUN
              END-IF
           END-IF
           PERFORM LOAD-SECTION-OWNERS

           IF WS-REVERSAL-MODE THEN
              PERFORM REVERSE-MAINTENANCE-RUN
           ELSE
              PERFORM APPLY-TRANSACTION-FILE
           END-IF

           MOVE 'SECTMNT' TO RL-PROGRAM-ID
           EVALUATE TRUE
              WHEN WS-REVERSAL-MODE
                 MOVE WS-REV-COUNT TO WS-RUN-LOG-RECORDS-READ
                 IF RETURN-CODE = ZERO THEN
                    MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
                 ELSE
                    MOVE 'FAILED' TO WS-RUN-LOG-STATUS
                 END-IF
                 MOVE SPACES TO WS-RUN-LOG-DETAIL
                 STRING 'REVERSAL OF RUN ' WS-REVERSE-RUN-ID
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              WHEN FS-SUCCESS
                 MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
                 MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
                 PERFORM ARCHIVE-INPUT-FILE
              WHEN OTHER
                 MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
                 MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-EVALUATE
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

      *
      *    REFUSE-OPERATOR-RUN ENDS A RUN WHOSE OPERATOR HOLDS NO
      *    SECTMNT AUTHORITY BEFORE THE OWNERSHIP MASTER IS READ OR
      *    THE TRANSACTIONS ARE ARCHIVED AWAY.
       REFUSE-OPERATOR-RUN.
           DISPLAY 'SECTMNT: NO TRANSACTIONS APPLIED.'
           MOVE 'SECTMNT' TO RL-PROGRAM-ID
           MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
           MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           IF WS-OPER-ID = SPACES THEN
              MOVE 'NO OPERATOR SIGNED ON' TO WS-RUN-LOG-DETAIL
           ELSE
              STRING 'OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                 ' NOT AUTHORIZED'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *
      *    APPLY-TRANSACTION-FILE RUNS THE TRANSACTIONS FILE AGAINST
      *    THE OWNERSHIP MASTER, JOURNALING EVERY APPLIED
      *    TRANSACTION, AND REWRITES DAY4SECT.TXT AT THE END OF A
      *    CLEAN RUN.
       APPLY-TRANSACTION-FILE.
           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE 'SECTION OWNERSHIP CHANGE AUDIT TRAIL'
              TO WS-REPORT-TITLE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-SECTION-JOURNAL

           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
              END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF

           MOVE WS-APPLIED-COUNT TO WS-EDIT-A
           MOVE WS-REJECTED-COUNT TO WS-EDIT-B
           STRING 'TOTALS: ' WS-EDIT-A ' APPLIED, ' WS-EDIT-B
              ' REJECTED'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'TRANSACTIONS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TRANSACTIONS APPLIED' TO WS-PG-COUNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TRANSACTIONS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHANGE-REPORT-FOOTER
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-CHANGE-REPORT-NAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           PERFORM CLOSE-SECTION-JOURNAL

           IF FS-SUCCESS THEN
              PERFORM REWRITE-OWNER-FILE
           DISPLAY 'SECTMNT: ' WS-APPLIED-COUNT ' TRANSACTION(S) '
              'APPLIED, ' WS-REJECTED-COUNT ' REJECTED - SEE '
              'SECTCHG.TXT.'
           .

       WRITE-REPORT-HEADING.
           MOVE 1 TO WS-PG-RPT
           MOVE 'SECTMNT' TO WS-PG-PROGRAM-ID
           MOVE WS-REPORT-TITLE TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'OPERATOR: ' WS-OPER-ID ' ' WS-OPER-NAME
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    GET-REVERSAL-OPTION RECOGNIZES "SECTMNT REVERSE <RUN-ID>",
      *    WHICH BACKS OUT ONE EARLIER MAINTENANCE RUN INSTEAD OF
      *    APPLYING A TRANSACTIONS FILE.  THE RUN ID MUST HAVE THE
      *    YYYYMMDD-HHMMSS SHAPE.
       GET-REVERSAL-OPTION.
           IF FUNCTION UPPER-CASE(WS-INPUT-FILENAME) = 'REVERSE' THEN
              SET WS-REVERSAL-MODE TO TRUE
              MOVE SPACES TO WS-REVERSE-RUN-ID
              DISPLAY 2 UPON ARGUMENT-NUMBER
              ACCEPT WS-REVERSE-RUN-ID FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF WS-REVERSE-RUN-ID(1:8) IS NOT NUMERIC
                 OR WS-REVERSE-RUN-ID(9:1) NOT = '-'
                 OR WS-REVERSE-RUN-ID(10:6) IS NOT NUMERIC THEN
                 DISPLAY 'SECTMNT: USAGE - SECTMNT [TRANSACTIONS-FILE]'
                    ' | SECTMNT REVERSE <RUN-ID YYYYMMDD-HHMMSS>'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      *
      *    ASSIGN-JOURNAL-RUN-ID MAKES THIS RUN'S ID UNIQUE ON THE
      *    JOURNAL.  A SECOND MAINTENANCE RUN INSIDE THE SAME BATCH
      *    WOULD OTHERWISE SHARE THE STREAM'S ID, AND A REVERSAL
      *    COULD NOT TELL THE TWO APART; SUCH A RUN TAKES A FRESH ID
      *    FROM THE CLOCK INSTEAD, AND THAT ID IS THE ONE ON ITS
      *    CHANGE REPORT AND RUN-LOG ENTRY.
       ASSIGN-JOURNAL-RUN-ID.
           PERFORM FIND-JOURNAL-RUN-ID
           PERFORM UNTIL NOT WS-JRN-ID-USED
              MOVE 'sleep 1' TO WS-JRN-CMD
              CALL 'SYSTEM' USING WS-JRN-CMD
              PERFORM GENERATE-RUN-ID
              PERFORM FIND-JOURNAL-RUN-ID
           END-PERFORM
           ACCEPT WS-JRN-POST-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-JRN-POST-DATE
           END-IF
           .

       FIND-JOURNAL-RUN-ID.
           SET WS-JRN-ID-USED TO FALSE
           SET WS-JRN-EOF TO FALSE
           MOVE ZERO TO WS-JRN-READ-COUNT
           OPEN INPUT SECTION-JOURNAL-FILE
           IF FS-JRN-OK THEN
              PERFORM UNTIL WS-JRN-EOF OR WS-JRN-ID-USED
                 READ SECTION-JOURNAL-FILE
                    AT END
                       SET WS-JRN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-JRN-READ-COUNT
                       IF SJ-RUN-ID = WS-RUN-ID THEN
                          SET WS-JRN-ID-USED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECTION-JOURNAL-FILE
              MOVE 'SECTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-JRN-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       OPEN-SECTION-JOURNAL.
           OPEN EXTEND SECTION-JOURNAL-FILE
           IF NOT FS-JRN-OK
              CLOSE SECTION-JOURNAL-FILE
              OPEN OUTPUT SECTION-JOURNAL-FILE
           END-IF
           MOVE ZERO TO WS-JRN-WRITE-COUNT
           SET WS-JRN-OPEN TO TRUE
           .

       CLOSE-SECTION-JOURNAL.
           IF WS-JRN-OPEN THEN
              CLOSE SECTION-JOURNAL-FILE
              SET WS-JRN-OPEN TO FALSE
              MOVE 'SECTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'EXTEND' TO WS-DSU-MODE
              MOVE WS-JRN-WRITE-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    CHECK-INPUT-FILE-OPEN REPORTS A TRANSACTIONS FILE THAT
                    AT END
                       SET WS-SECT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SECT-READ-COUNT
                       IF SO-SECTION IS NUMERIC
                          AND SO-OWNER-ELF IS NUMERIC
                          AND SO-SECTION >= 1
                 END-READ
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-SECT-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'SECTMNT: DAY4SECT.TXT NOT FOUND - STARTING '
                 'FROM AN EMPTY OWNERSHIP MASTER.'
              COMPUTE WS-TXN-SECTION = FUNCTION NUMVAL(TX-SECTION)
              MOVE SO-T-ELF(WS-TXN-SECTION) TO WS-BEFORE-ELF
              MOVE SO-T-EFF(WS-TXN-SECTION) TO WS-BEFORE-EFF
              PERFORM CHECK-TRANSACTION-AUTHORITY
           END-IF
           IF NOT WS-TXN-INVALID THEN
              EVALUATE WS-TXN-ACTION
                 WHEN 'ASSIGN'
                    PERFORM APPLY-ASSIGN
           IF NOT WS-TXN-INVALID THEN
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-CHANGE-DETAIL
              PERFORM JOURNAL-TRANSACTION
           END-IF
           .

      *
      *    CHECK-TRANSACTION-AUTHORITY HOLDS EACH ASSIGN OR RELEASE TO
      *    THE OPERATOR'S GRANTS (THE FUNCTION IS THE ACTION) AND
      *    REJECTS IT WHEN THE OPERATOR MAY NOT PERFORM IT.  EITHER
      *    WAY THE AUDIT TRAIL RECORDS WHO ACTED ON WHICH SECTION.
       CHECK-TRANSACTION-AUTHORITY.
           IF WS-TXN-KNOWN THEN
              MOVE WS-TXN-ACTION TO WS-OPER-FUNCTION
              MOVE WS-TXN-SECTION TO WS-EDIT-B
              MOVE WS-LINE-NUM TO WS-EDIT-A
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'SECTION ' WS-EDIT-B(5:5) ' LINE ' WS-EDIT-A
                 DELIMITED BY SIZE INTO WS-OPER-DETAIL
              PERFORM CHECK-OPERATOR-AUTHORITY
              IF NOT WS-OPER-PERMITTED THEN
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                    ' IS NOT AUTHORIZED FOR ' WS-TXN-ACTION
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              END-IF
           END-IF
           .

           STRING 'LINE ' WS-EDIT-A ' REJECTED (' WS-TXN-ACTION ' '
              TX-SECTION '): ' FUNCTION TRIM(WS-EXC-MESSAGE)
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

       WRITE-CHANGE-DETAIL.
                    ' -> ELF ' WS-EDIT-B
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           END-EVALUATE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    JOURNAL-TRANSACTION POSTS THE BEFORE AND AFTER IMAGES OF
      *    THE TRANSACTION JUST APPLIED TO THE SECTION JOURNAL.
       JOURNAL-TRANSACTION.
           MOVE SPACES TO SECTION-JOURNAL-RECORD
           MOVE WS-RUN-ID TO SJ-RUN-ID
           MOVE WS-LINE-NUM TO SJ-LINE-NUM
           MOVE WS-TXN-ACTION TO SJ-ACTION
           MOVE WS-TXN-SECTION TO SJ-SECTION
           MOVE WS-BEFORE-ELF TO SJ-BEFORE-ELF
           MOVE WS-BEFORE-EFF TO SJ-BEFORE-EFF
           MOVE SO-T-ELF(WS-TXN-SECTION) TO SJ-AFTER-ELF
           MOVE SO-T-EFF(WS-TXN-SECTION) TO SJ-AFTER-EFF
           MOVE WS-OPER-ID TO SJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO SJ-POST-DATE
           WRITE SECTION-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

      *
      *    REVERSE-MAINTENANCE-RUN BACKS OUT THE RUN NAMED ON THE
      *    COMMAND LINE.  IT REFUSES - CHANGING NOTHING - WHEN THE
      *    RUN IS NOT ON THE JOURNAL, WAS ALREADY REVERSED, OR WHEN
      *    A LATER RUN HAS SINCE TOUCHED ANY OF ITS SECTIONS; THE
      *    CONFLICTS ARE LISTED ON THE REVERSAL REPORT SECTREV.TXT.
       REVERSE-MAINTENANCE-RUN.
           MOVE 'SECTREV.TXT' TO WS-CHANGE-REPORT-NAME
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE 'SECTION OWNERSHIP REVERSAL AUDIT TRAIL'
              TO WS-REPORT-TITLE
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'REVERSING RUN: ' WS-REVERSE-RUN-ID
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE

           PERFORM LOAD-REVERSAL-ENTRIES
           EVALUATE TRUE
              WHEN WS-REV-COUNT = ZERO
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' IS NOT ON THE '
                    'SECTION JOURNAL - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REV-FULL
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' HAS MORE THAN '
                    '20000 JOURNAL ENTRIES - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REVERSED-BY-RUN NOT = SPACES
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'RUN ' WS-REVERSE-RUN-ID ' WAS ALREADY '
                    'REVERSED BY RUN ' WS-REVERSED-BY-RUN
                    ' - NOTHING REVERSED'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 IF WS-CONFLICT-COUNT = ZERO THEN
                    PERFORM CHECK-AFTER-IMAGES
                 END-IF
                 IF WS-CONFLICT-COUNT = ZERO THEN
                    PERFORM APPLY-REVERSAL
                 ELSE
                    MOVE WS-CONFLICT-COUNT TO WS-EDIT-A
                    MOVE SPACES TO CHANGE-REPORT-LINE
                    STRING WS-EDIT-A ' CONFLICT(S) WITH LATER '
                       'CHANGES - NOTHING REVERSED'
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                    PERFORM PUT-CHANGE-REPORT-LINE
                    MOVE 8 TO RETURN-CODE
                 END-IF
           END-EVALUATE

           MOVE WS-APPLIED-COUNT TO WS-EDIT-A
           MOVE WS-CONFLICT-COUNT TO WS-EDIT-B
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'TOTALS: ' WS-EDIT-A ' REVERSED, ' WS-EDIT-B
              ' CONFLICTS'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           MOVE 1 TO WS-PG-RPT
           MOVE 'JOURNAL ENTRIES FOR THE RUN' TO WS-PG-COUNT-LABEL
           MOVE WS-REV-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CHANGES REVERSED' TO WS-PG-COUNT-LABEL
           MOVE WS-APPLIED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CONFLICTS' TO WS-PG-COUNT-LABEL
           MOVE WS-CONFLICT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHANGE-REPORT-FOOTER
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-CHANGE-REPORT-NAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'SECTMNT: ' WS-APPLIED-COUNT ' CHANGE(S) OF RUN '
              WS-REVERSE-RUN-ID ' REVERSED, ' WS-CONFLICT-COUNT
              ' CONFLICT(S) - SEE SECTREV.TXT.'
           .

      *
      *    LOAD-REVERSAL-ENTRIES READS THE JOURNAL IN POSTING ORDER.
      *    THE NAMED RUN'S ENTRIES ARE LIFTED INTO THE TABLE AND
      *    THEIR SECTIONS MARKED; ANY OTHER RUN'S ENTRY FOR A MARKED
      *    SECTION CAME AFTER THE NAMED RUN AND IS A CONFLICT.
       LOAD-REVERSAL-ENTRIES.
           INITIALIZE SECT-TOUCHED-TABLE
           SET WS-JRN-EOF TO FALSE
           MOVE ZERO TO WS-JRN-READ-COUNT
           OPEN INPUT SECTION-JOURNAL-FILE
           IF FS-JRN-OK THEN
              PERFORM UNTIL WS-JRN-EOF
                 READ SECTION-JOURNAL-FILE
                    AT END
                       SET WS-JRN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-JRN-READ-COUNT
                       PERFORM SCREEN-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE SECTION-JOURNAL-FILE
              MOVE 'SECTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-JRN-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       SCREEN-JOURNAL-ENTRY.
           IF SJ-SECTION IS NUMERIC
              AND SJ-SECTION >= 1
              AND SJ-SECTION <= 10000
              AND SJ-BEFORE-ELF IS NUMERIC
              AND SJ-AFTER-ELF IS NUMERIC THEN
              IF SJ-RUN-ID = WS-REVERSE-RUN-ID THEN
                 IF WS-REV-COUNT < 20000 THEN
                    ADD 1 TO WS-REV-COUNT
                    MOVE SJ-LINE-NUM TO RV-LINE-NUM(WS-REV-COUNT)
                    MOVE SJ-ACTION TO RV-ACTION(WS-REV-COUNT)
                    MOVE SJ-SECTION TO RV-SECTION(WS-REV-COUNT)
                    MOVE SJ-BEFORE-ELF TO RV-BEFORE-ELF(WS-REV-COUNT)
                    MOVE SJ-BEFORE-EFF TO RV-BEFORE-EFF(WS-REV-COUNT)
                    MOVE SJ-AFTER-ELF TO RV-AFTER-ELF(WS-REV-COUNT)
                    MOVE SJ-AFTER-EFF TO RV-AFTER-EFF(WS-REV-COUNT)
                    SET SECT-TOUCHED(SJ-SECTION) TO TRUE
                 ELSE
                    SET WS-REV-FULL TO TRUE
                 END-IF
              ELSE
                 IF SJ-REVERSED-RUN = WS-REVERSE-RUN-ID
                    AND WS-REVERSED-BY-RUN = SPACES THEN
                    MOVE SJ-RUN-ID TO WS-REVERSED-BY-RUN
                 END-IF
                 IF SECT-TOUCHED(SJ-SECTION) THEN
                    ADD 1 TO WS-CONFLICT-COUNT
                    MOVE SJ-LINE-NUM TO WS-EDIT-A
                    MOVE SPACES TO CHANGE-REPORT-LINE
                    STRING 'CONFLICT: SECTION ' SJ-SECTION
                       ' CHANGED SINCE BY RUN ' SJ-RUN-ID ' LINE '
                       WS-EDIT-A ' ' SJ-ACTION ' (OPERATOR '
                       FUNCTION TRIM(SJ-OPERATOR-ID) ')'
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                    PERFORM PUT-CHANGE-REPORT-LINE
                 END-IF
              END-IF
           END-IF
           .

      *
      *    CHECK-AFTER-IMAGES WALKS THE RUN'S ENTRIES BACKWARDS IN
      *    STORAGE, CONFIRMING EACH SECTION STILL SHOWS THE OWNER THE
      *    RUN LEFT AND PUTTING THE BEFORE IMAGE BACK.  A MISMATCH
      *    MEANS DAY4SECT.TXT WAS CHANGED OUTSIDE SECTMNT (A HAND
      *    EDIT OR A RESTORE) AND IS A CONFLICT TOO.  NOTHING IS
      *    WRITTEN HERE.
       CHECK-AFTER-IMAGES.
           PERFORM VARYING WS-REV-SUB FROM WS-REV-COUNT BY -1
              UNTIL WS-REV-SUB < 1
              MOVE RV-SECTION(WS-REV-SUB) TO WS-SECT-SUB
              IF SO-T-ELF(WS-SECT-SUB) NOT = RV-AFTER-ELF(WS-REV-SUB)
                 OR SO-T-EFF(WS-SECT-SUB)
                    NOT = RV-AFTER-EFF(WS-REV-SUB) THEN
                 ADD 1 TO WS-CONFLICT-COUNT
                 MOVE RV-LINE-NUM(WS-REV-SUB) TO WS-EDIT-A
                 MOVE WS-SECT-SUB TO WS-EDIT-B
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 STRING 'CONFLICT: SECTION ' WS-EDIT-B(5:5)
                    ' NO LONGER SHOWS THE OWNER LEFT BY LINE '
                    WS-EDIT-A ' (CHANGED OUTSIDE SECTMNT)'
                    DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                 PERFORM PUT-CHANGE-REPORT-LINE
              ELSE
                 MOVE RV-BEFORE-ELF(WS-REV-SUB) TO SO-T-ELF(WS-SECT-SUB)
                 MOVE RV-BEFORE-EFF(WS-REV-SUB) TO SO-T-EFF(WS-SECT-SUB)
              END-IF
           END-PERFORM
           .

      *
      *    APPLY-REVERSAL COMMITS THE BACKED-OUT OWNERSHIP MASTER:
      *    EACH ENTRY, LATEST FIRST, GOES ON THE REVERSAL REPORT AND
      *    THE JOURNAL (ACTION REVERSE, NAMING THE RUN IT BACKS
      *    OUT), THEN DAY4SECT.TXT IS REWRITTEN.
       APPLY-REVERSAL.
           PERFORM OPEN-SECTION-JOURNAL
           PERFORM VARYING WS-REV-SUB FROM WS-REV-COUNT BY -1
              UNTIL WS-REV-SUB < 1
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-REVERSAL-DETAIL
              PERFORM JOURNAL-REVERSAL
           END-PERFORM
           PERFORM CLOSE-SECTION-JOURNAL
           PERFORM REWRITE-OWNER-FILE
           .

       WRITE-REVERSAL-DETAIL.
           MOVE SPACES TO WS-IMAGE-FROM
           IF RV-AFTER-ELF(WS-REV-SUB) = ZERO THEN
              MOVE '(UNOWNED)' TO WS-IMAGE-FROM
           ELSE
              MOVE RV-AFTER-ELF(WS-REV-SUB) TO WS-EDIT-C
              STRING 'ELF ' WS-EDIT-C
                 DELIMITED BY SIZE INTO WS-IMAGE-FROM
           END-IF
           MOVE SPACES TO WS-IMAGE-TO
           IF RV-BEFORE-ELF(WS-REV-SUB) = ZERO THEN
              MOVE '(UNOWNED)' TO WS-IMAGE-TO
           ELSE
              MOVE RV-BEFORE-ELF(WS-REV-SUB) TO WS-EDIT-C
              STRING 'ELF ' WS-EDIT-C
                 DELIMITED BY SIZE INTO WS-IMAGE-TO
           END-IF
           MOVE RV-LINE-NUM(WS-REV-SUB) TO WS-EDIT-A
           MOVE RV-SECTION(WS-REV-SUB) TO WS-EDIT-B
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'LINE ' WS-EDIT-A ' REVERSE  SECTION ' WS-EDIT-B
              ': ' FUNCTION TRIM(WS-IMAGE-FROM) ' -> '
              FUNCTION TRIM(WS-IMAGE-TO) ' (UNDOES '
              FUNCTION TRIM(RV-ACTION(WS-REV-SUB)) ')'
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

       JOURNAL-REVERSAL.
           MOVE SPACES TO SECTION-JOURNAL-RECORD
           MOVE WS-RUN-ID TO SJ-RUN-ID
           MOVE RV-LINE-NUM(WS-REV-SUB) TO SJ-LINE-NUM
           MOVE 'REVERSE' TO SJ-ACTION
           MOVE RV-SECTION(WS-REV-SUB) TO SJ-SECTION
           MOVE RV-AFTER-ELF(WS-REV-SUB) TO SJ-BEFORE-ELF
           MOVE RV-AFTER-EFF(WS-REV-SUB) TO SJ-BEFORE-EFF
           MOVE RV-BEFORE-ELF(WS-REV-SUB) TO SJ-AFTER-ELF
           MOVE RV-BEFORE-EFF(WS-REV-SUB) TO SJ-AFTER-EFF
           MOVE WS-OPER-ID TO SJ-OPERATOR-ID
           MOVE WS-JRN-POST-DATE TO SJ-POST-DATE
           MOVE WS-REVERSE-RUN-ID TO SJ-REVERSED-RUN
           WRITE SECTION-JOURNAL-RECORD
           ADD 1 TO WS-JRN-WRITE-COUNT
           .

      *
                 MOVE SO-T-ELF(WS-SECT-SUB) TO SO-OWNER-ELF
                 MOVE SO-T-EFF(WS-SECT-SUB) TO SO-EFF-DATE
                 WRITE SECTION-OWNER-RECORD
                 ADD 1 TO WS-SECT-WRITE-COUNT
              END-IF
           END-PERFORM
           CLOSE SECTION-OWNER-FILE
           MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-SECT-WRITE-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    PUT-CHANGE-REPORT-LINE WRITES CHANGE-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-CHANGE-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE CHANGE-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO CHANGE-REPORT-LINE
                 WRITE CHANGE-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE CHANGE-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO CHANGE-REPORT-LINE
           END-IF
           WRITE CHANGE-REPORT-LINE
           .

      *
      *    WRITE-CHANGE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-CHANGE-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO CHANGE-REPORT-LINE
              PERFORM PUT-CHANGE-REPORT-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM SECTMNT.
