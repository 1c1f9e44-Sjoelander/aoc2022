       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-CHANGE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY ITEMSL.
           SELECT ITEM-CATALOG-NEW-FILE ASSIGN TO 'DAY3ITEM.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEMNEW-STATUS-CD.
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
      *
      *    ONE TRANSACTION PER LINE: ACTION (ADD, CHANGE, DELETE),
      *    ITEM CODE, DESCRIPTION, CATEGORY, UNIT WEIGHT IN GRAMS AND
      *    HAZARD FLAG (Y/N).  ON A CHANGE A BLANK FIELD KEEPS THE
      *    CATALOG'S CURRENT VALUE; A DELETE NEEDS ONLY THE ITEM.
       FD  INPUT-FILE.
       01  TRANSACTION-RECORD.
           05 TX-ACTION            PIC X(8).
           05 FILLER               PIC X(1).
           05 TX-ITEM              PIC X(1).
           05 FILLER               PIC X(1).
           05 TX-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X(1).
           05 TX-CATEGORY          PIC X(10).
           05 FILLER               PIC X(1).
           05 TX-WEIGHT            PIC X(5).
           05 FILLER               PIC X(1).
           05 TX-HAZARD            PIC X(1).
       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE      PIC X(120).
       COPY ITEMFD.
       FD  ITEM-CATALOG-NEW-FILE.
       01  ITEM-CATALOG-NEW-RECORD  PIC X(51).
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
       01 WS-TXN-ACTION             PIC X(8).
           88 WS-TXN-KNOWN              VALUES 'ADD' 'CHANGE' 'DELETE'.
       01 WS-TXN-INVALID-SW         PIC X(1) VALUE 'N'.
           88 WS-TXN-INVALID                 VALUE 'Y' FALSE 'N'.
       01 WS-TXN-HAZARD             PIC X(1).
       01 WS-BEFORE-ENTRY.
           05 WS-BEFORE-KNOWN-SW    PIC X(1).
              88 WS-BEFORE-KNOWN             VALUE 'Y'.
           05 WS-BEFORE-DESCRIPTION PIC X(30).
           05 WS-BEFORE-CATEGORY    PIC X(10).
           05 WS-BEFORE-WEIGHT      PIC 9(5) BINARY.
           05 WS-BEFORE-HAZARD-SW   PIC X(1).
       01 WS-IMAGE-BEFORE           PIC X(55).
       01 WS-IMAGE-AFTER            PIC X(55).
       01 WS-EDIT-WEIGHT            PIC ZZZZ9.
       01 WS-APPLIED-COUNT          PIC 9(9) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-EDIT-A                 PIC 9(9).
       01 WS-EDIT-B                 PIC 9(9).
       01 WS-INPUT-FILENAME         PIC X(100) VALUE 'ITEMTRAN.TXT'.
       01 WS-CHANGE-REPORT-NAME     PIC X(12) VALUE 'ITEMCHG.TXT'.
      *
      *    THE CATALOG IS WRITTEN TO DAY3ITEM.NEW AND MOVED OVER
      *    DAY3ITEM.TXT ONLY ONCE IT IS COMPLETE.
       01 WS-ITEMNEW-STATUS-CD      PIC X(2) VALUE '00'.
           88 FS-ITEMNEW-OK                  VALUE '00'.
       01 WS-ITEM-CMD               PIC X(60).
       01 WS-CATALOG-KEPT-SW        PIC X(1) VALUE 'N'.
           88 WS-CATALOG-KEPT                VALUE 'Y' FALSE 'N'.
       COPY ITEMWS.
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
           MOVE 'ITEMMNT' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'ITEMMNT' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           MOVE 'ITEMMNT' TO WS-EXC-PROGRAM-ID
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
                                  ==WS-INPUT-FILENAME==.
           IF WS-INPUT-FILENAME = 'input.txt' THEN
              MOVE 'ITEMTRAN.TXT' TO WS-INPUT-FILENAME
           END-IF
           MOVE 'ITEMMNT' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE 'SIGNON' TO WS-OPER-FUNCTION
           MOVE WS-INPUT-FILENAME TO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPER-PERMITTED THEN
              PERFORM REFUSE-OPERATOR-RUN
           END-IF
           PERFORM LOAD-ITEM-CATALOG
           IF NOT WS-ITEM-LOADED THEN
              DISPLAY 'ITEMMNT: DAY3ITEM.TXT NOT FOUND - STARTING '
                 'FROM AN EMPTY ITEM CATALOG.'
           END-IF

           PERFORM APPLY-TRANSACTION-FILE

           MOVE 'ITEMMNT' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS AND NOT WS-CATALOG-KEPT THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM ARCHIVE-INPUT-FILE
           ELSE
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

      *
      *    REFUSE-OPERATOR-RUN ENDS A RUN WHOSE OPERATOR HOLDS NO
      *    ITEMMNT AUTHORITY BEFORE THE CATALOG IS READ OR THE
      *    TRANSACTIONS ARE ARCHIVED AWAY.
       REFUSE-OPERATOR-RUN.
           DISPLAY 'ITEMMNT: NO TRANSACTIONS APPLIED.'
           MOVE 'ITEMMNT' TO RL-PROGRAM-ID
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
      *    THE ITEM CATALOG AND REWRITES DAY3ITEM.TXT AT THE END OF A
      *    CLEAN RUN.
       APPLY-TRANSACTION-FILE.
           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'ITEMMNT' TO WS-PG-PROGRAM-ID
           MOVE 'SUPPLY ITEM CATALOG CHANGE AUDIT TRAIL' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'OPERATOR: ' WS-OPER-ID ' ' WS-OPER-NAME
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE

           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
                 AT END
                    SET INPUT-FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    PERFORM APPLY-TRANSACTION
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
           MOVE SPACES TO CHANGE-REPORT-LINE
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
           MOVE 'ITEMS ON THE CATALOG' TO WS-PG-COUNT-LABEL
           MOVE WS-ITEM-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-CHANGE-REPORT-FOOTER
           CLOSE CHANGE-REPORT-FILE
           MOVE WS-CHANGE-REPORT-NAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           IF FS-SUCCESS THEN
              PERFORM REWRITE-ITEM-CATALOG
           END-IF

           DISPLAY 'ITEMMNT: ' WS-APPLIED-COUNT ' TRANSACTION(S) '
              'APPLIED, ' WS-REJECTED-COUNT ' REJECTED - SEE '
              'ITEMCHG.TXT.'
           .

      *
      *    CHECK-INPUT-FILE-OPEN REPORTS A TRANSACTIONS FILE THAT
      *    COULDN'T BE OPENED INSTEAD OF LETTING THE PROGRAM RUN
      *    STRAIGHT THROUGH HAVING QUIETLY APPLIED NOTHING.
       CHECK-INPUT-FILE-OPEN.
           IF NOT FS-SUCCESS THEN
              DISPLAY 'ITEMMNT: TRANSACTIONS FILE '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' COULD NOT BE OPENED (FILE STATUS ' INPUT-FILE-STATUS
                 ') - NO TRANSACTIONS WILL BE APPLIED.'
              SET INPUT-FILE-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      *
      *    APPLY-TRANSACTION VALIDATES ONE TRANSACTION (ADD, CHANGE
      *    OR DELETE) AND EITHER APPLIES IT - POSTING BEFORE/AFTER TO
      *    THE CHANGE REPORT - OR REJECTS IT TO THE SHARED EXCEPTION
      *    FILE.  ITEM CODES ARE THE RUCKSACK LETTERS, SO a AND A
      *    ARE DIFFERENT ITEMS.
       APPLY-TRANSACTION.
           SET WS-TXN-INVALID TO FALSE
           MOVE FUNCTION UPPER-CASE(TX-ACTION) TO WS-TXN-ACTION
           IF TX-ITEM IS NOT ALPHABETIC OR TX-ITEM = SPACE THEN
              MOVE 'ITEM CODE IS NOT A LETTER A-Z OR a-z'
                 TO WS-EXC-MESSAGE
              PERFORM REJECT-TRANSACTION
           ELSE
              COMPUTE WS-ITEM-ORD = FUNCTION ORD(TX-ITEM)
              MOVE CT-KNOWN-SW(WS-ITEM-ORD) TO WS-BEFORE-KNOWN-SW
              MOVE CT-DESCRIPTION(WS-ITEM-ORD) TO WS-BEFORE-DESCRIPTION
              MOVE CT-CATEGORY(WS-ITEM-ORD) TO WS-BEFORE-CATEGORY
              MOVE CT-WEIGHT(WS-ITEM-ORD) TO WS-BEFORE-WEIGHT
              MOVE CT-HAZARD-SW(WS-ITEM-ORD) TO WS-BEFORE-HAZARD-SW
              PERFORM CHECK-TRANSACTION-AUTHORITY
           END-IF
           IF NOT WS-TXN-INVALID THEN
              EVALUATE WS-TXN-ACTION
                 WHEN 'ADD'
                    PERFORM APPLY-ADD
                 WHEN 'CHANGE'
                    PERFORM APPLY-CHANGE
                 WHEN 'DELETE'
                    PERFORM APPLY-DELETE
                 WHEN OTHER
                    MOVE SPACES TO WS-EXC-MESSAGE
                    STRING 'ACTION "' WS-TXN-ACTION
                       '" IS NOT ADD, CHANGE OR DELETE'
                       DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                    PERFORM REJECT-TRANSACTION
              END-EVALUATE
           END-IF
           IF NOT WS-TXN-INVALID THEN
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-CHANGE-DETAIL
           END-IF
           .

      *
      *    CHECK-TRANSACTION-AUTHORITY HOLDS EACH ADD, CHANGE OR
      *    DELETE TO THE OPERATOR'S GRANTS (THE FUNCTION IS THE
      *    ACTION) AND REJECTS IT WHEN THE OPERATOR MAY NOT PERFORM
      *    IT.  EITHER WAY THE AUDIT TRAIL RECORDS WHO ACTED ON WHICH
      *    ITEM.
       CHECK-TRANSACTION-AUTHORITY.
           IF WS-TXN-KNOWN THEN
              MOVE WS-TXN-ACTION TO WS-OPER-FUNCTION
              MOVE WS-LINE-NUM TO WS-EDIT-A
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'ITEM ' TX-ITEM ' LINE ' WS-EDIT-A
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

       APPLY-ADD.
           EVALUATE TRUE
              WHEN CT-KNOWN(WS-ITEM-ORD)
                 MOVE 'ADD FOR AN ITEM ALREADY ON THE CATALOG'
                    TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              WHEN TX-DESCRIPTION = SPACES
                 MOVE 'ADD WITHOUT A DESCRIPTION' TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              WHEN FUNCTION TEST-NUMVAL(TX-WEIGHT) NOT = ZERO
                   OR FUNCTION NUMVAL(TX-WEIGHT) < 1
                 MOVE 'ADD WITHOUT A VALID UNIT WEIGHT (GRAMS)'
                    TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 PERFORM EDIT-HAZARD-FLAG
                 IF NOT WS-TXN-INVALID THEN
                    SET CT-KNOWN(WS-ITEM-ORD) TO TRUE
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE TX-DESCRIPTION TO CT-DESCRIPTION(WS-ITEM-ORD)
                    MOVE TX-CATEGORY TO CT-CATEGORY(WS-ITEM-ORD)
                    COMPUTE CT-WEIGHT(WS-ITEM-ORD) =
                       FUNCTION NUMVAL(TX-WEIGHT)
                    MOVE WS-TXN-HAZARD TO CT-HAZARD-SW(WS-ITEM-ORD)
                 END-IF
           END-EVALUATE
           .

       APPLY-CHANGE.
           EVALUATE TRUE
              WHEN NOT CT-KNOWN(WS-ITEM-ORD)
                 MOVE 'CHANGE FOR AN ITEM NOT ON THE CATALOG'
                    TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              WHEN TX-WEIGHT NOT = SPACES
                   AND (FUNCTION TEST-NUMVAL(TX-WEIGHT) NOT = ZERO
                   OR FUNCTION NUMVAL(TX-WEIGHT) < 1)
                 MOVE 'CHANGE UNIT WEIGHT IS NOT A NUMBER OF GRAMS'
                    TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 MOVE CT-HAZARD-SW(WS-ITEM-ORD) TO WS-TXN-HAZARD
                 IF TX-HAZARD NOT = SPACE THEN
                    PERFORM EDIT-HAZARD-FLAG
                 END-IF
                 IF NOT WS-TXN-INVALID THEN
                    IF TX-DESCRIPTION NOT = SPACES THEN
                       MOVE TX-DESCRIPTION
                          TO CT-DESCRIPTION(WS-ITEM-ORD)
                    END-IF
                    IF TX-CATEGORY NOT = SPACES THEN
                       MOVE TX-CATEGORY TO CT-CATEGORY(WS-ITEM-ORD)
                    END-IF
                    IF TX-WEIGHT NOT = SPACES THEN
                       COMPUTE CT-WEIGHT(WS-ITEM-ORD) =
                          FUNCTION NUMVAL(TX-WEIGHT)
                    END-IF
                    MOVE WS-TXN-HAZARD TO CT-HAZARD-SW(WS-ITEM-ORD)
                 END-IF
           END-EVALUATE
           .

       APPLY-DELETE.
           IF NOT CT-KNOWN(WS-ITEM-ORD) THEN
              MOVE 'DELETE FOR AN ITEM NOT ON THE CATALOG'
                 TO WS-EXC-MESSAGE
              PERFORM REJECT-TRANSACTION
           ELSE
              INITIALIZE CT-ENTRY(WS-ITEM-ORD)
              SUBTRACT 1 FROM WS-ITEM-COUNT
           END-IF
           .

      *
      *    EDIT-HAZARD-FLAG TURNS THE TRANSACTION'S HAZARD COLUMN
      *    INTO WS-TXN-HAZARD.  BLANK MEANS NOT HAZARDOUS ON AN ADD.
       EDIT-HAZARD-FLAG.
           EVALUATE FUNCTION UPPER-CASE(TX-HAZARD)
              WHEN 'Y'
                 MOVE 'Y' TO WS-TXN-HAZARD
              WHEN 'N'
              WHEN SPACE
                 MOVE 'N' TO WS-TXN-HAZARD
              WHEN OTHER
                 MOVE 'HAZARD FLAG IS NOT Y OR N' TO WS-EXC-MESSAGE
                 PERFORM REJECT-TRANSACTION
           END-EVALUATE
           .

       REJECT-TRANSACTION.
           SET WS-TXN-INVALID TO TRUE
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           PERFORM WRITE-EXCEPTION
           MOVE WS-LINE-NUM TO WS-EDIT-A
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'LINE ' WS-EDIT-A ' REJECTED (' WS-TXN-ACTION ' '
              TX-ITEM '): ' FUNCTION TRIM(WS-EXC-MESSAGE)
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    WRITE-CHANGE-DETAIL POSTS THE ITEM'S CATALOG ENTRY BEFORE
      *    AND AFTER THE TRANSACTION: DESCRIPTION, CATEGORY, UNIT
      *    WEIGHT AND HAZARD FLAG.
       WRITE-CHANGE-DETAIL.
           MOVE SPACES TO WS-IMAGE-BEFORE
           IF WS-BEFORE-KNOWN THEN
              MOVE WS-BEFORE-WEIGHT TO WS-EDIT-WEIGHT
              STRING FUNCTION TRIM(WS-BEFORE-DESCRIPTION) '/'
                 FUNCTION TRIM(WS-BEFORE-CATEGORY) '/'
                 FUNCTION TRIM(WS-EDIT-WEIGHT) 'G/'
                 WS-BEFORE-HAZARD-SW
                 DELIMITED BY SIZE INTO WS-IMAGE-BEFORE
           ELSE
              MOVE '(NOT ON CATALOG)' TO WS-IMAGE-BEFORE
           END-IF
           MOVE SPACES TO WS-IMAGE-AFTER
           IF CT-KNOWN(WS-ITEM-ORD) THEN
              MOVE CT-WEIGHT(WS-ITEM-ORD) TO WS-EDIT-WEIGHT
              STRING FUNCTION TRIM(CT-DESCRIPTION(WS-ITEM-ORD)) '/'
                 FUNCTION TRIM(CT-CATEGORY(WS-ITEM-ORD)) '/'
                 FUNCTION TRIM(WS-EDIT-WEIGHT) 'G/'
                 CT-HAZARD-SW(WS-ITEM-ORD)
                 DELIMITED BY SIZE INTO WS-IMAGE-AFTER
           ELSE
              MOVE '(NOT ON CATALOG)' TO WS-IMAGE-AFTER
           END-IF
           MOVE WS-LINE-NUM TO WS-EDIT-A
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING 'LINE ' WS-EDIT-A ' ' WS-TXN-ACTION ' ITEM '
              TX-ITEM ': ' FUNCTION TRIM(WS-IMAGE-BEFORE) ' -> '
              FUNCTION TRIM(WS-IMAGE-AFTER)
              DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           PERFORM PUT-CHANGE-REPORT-LINE
           .

      *
      *    REWRITE-ITEM-CATALOG REPLACES DAY3ITEM.TXT WITH THE
      *    UPDATED CATALOG IN COLLATING ORDER AT THE END OF A CLEAN
      *    RUN, WRITING IT TO DAY3ITEM.NEW AND MOVING THAT OVER THE
      *    LIVE FILE.  IF THE NEW COPY CANNOT BE OPENED THE CATALOG IS
      *    LEFT AS IT WAS, THE TRANSACTIONS ARE NOT ARCHIVED AND THE
      *    RUN ENDS RC 8, SO THE SAME FILE CAN BE RUN AGAIN.
       REWRITE-ITEM-CATALOG.
           OPEN OUTPUT ITEM-CATALOG-NEW-FILE
           IF NOT FS-ITEMNEW-OK THEN
              DISPLAY 'ITEMMNT: DAY3ITEM.NEW COULD NOT BE OPENED (FILE '
                 'STATUS ' WS-ITEMNEW-STATUS-CD ') - DAY3ITEM.TXT NOT '
                 'REWRITTEN, NO TRANSACTIONS APPLIED.'
              SET WS-CATALOG-KEPT TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-ITEM-ORD FROM 1 BY 1
                 UNTIL WS-ITEM-ORD > 256
                 IF CT-KNOWN(WS-ITEM-ORD) THEN
                    MOVE SPACES TO ITEM-CATALOG-RECORD
                    MOVE FUNCTION CHAR(WS-ITEM-ORD) TO IC-ITEM
                    MOVE CT-DESCRIPTION(WS-ITEM-ORD) TO IC-DESCRIPTION
                    MOVE CT-CATEGORY(WS-ITEM-ORD) TO IC-CATEGORY
                    MOVE CT-WEIGHT(WS-ITEM-ORD) TO IC-UNIT-WEIGHT
                    MOVE CT-HAZARD-SW(WS-ITEM-ORD) TO IC-HAZARD
                    WRITE ITEM-CATALOG-NEW-RECORD
                       FROM ITEM-CATALOG-RECORD
                 END-IF
              END-PERFORM
              CLOSE ITEM-CATALOG-NEW-FILE
              MOVE 'mv DAY3ITEM.NEW DAY3ITEM.TXT' TO WS-ITEM-CMD
              CALL 'SYSTEM' USING WS-ITEM-CMD
              MOVE 'DAY3ITEM.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-ITEM-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
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

       COPY ITEMRD.

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM ITEMMNT.
