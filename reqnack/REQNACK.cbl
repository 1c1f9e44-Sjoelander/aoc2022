       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQNACK.
      *
      *    REQNACK READS THE COMMISSARY'S ACKNOWLEDGEMENTS OF THE
      *    RATION ORDERS DAY1 SENT (DAY1REQN.TXT) AND MATCHES THEM
      *    AGAINST THE REQUISITION REGISTER, DAY1REQL.TXT, BY RUN ID
      *    AND ORDER NUMBER.  EACH MATCHED ORDER IS MARKED ON THE
      *    REGISTER CONFIRMED (C), CONFIRMED FOR A DIFFERENT QUANTITY
      *    (Q) OR REJECTED (R) WITH THE ACKNOWLEDGEMENT DATE AND THE
      *    QUANTITY CONFIRMED.  THE REPORT (REQNRPT.TXT) LISTS THE
      *    QUANTITY DIFFERENCES, THE REJECTIONS, ANY ACKNOWLEDGEMENT
      *    FOR AN ORDER WE NEVER SENT, AND EVERY ORDER STILL LEFT
      *    UNCONFIRMED - MARKED OVERDUE ONCE IT IS OLDER THAN
      *    REQN-ACK-OVERDUE-DAYS (DEFAULT 2).  AN ACKNOWLEDGEMENT
      *    REPEATING ONE ALREADY ON THE REGISTER IS COUNTED AND PASSED
      *    BY, SO THE SAME FILE CAN SAFELY BE READ TWICE.
      *
      *    THE ACKNOWLEDGEMENT FILE (REQNACK.TXT, OR THE NAME GIVEN
      *    AS THE FIRST ARGUMENT) IS FIXED FORMAT, ONE 'A' RECORD PER
      *    ORDER - RUN ID, ORDER NUMBER, STATUS A (ACCEPTED) OR R
      *    (REJECTED), QUANTITY CONFIRMED, DATE AND THE COMMISSARY'S
      *    REFERENCE.  ANY OTHER RECORD TYPE IS PASSED BY.  RETURN
      *    CODE 4 WHEN ANYTHING IS LISTED, 8 WITHOUT THE REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-REPORT-FILE ASSIGN TO 'REQNRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACKNOWLEDGEMENT-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS-CD.
           COPY REQNSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE         PIC X(132).
       FD  ACKNOWLEDGEMENT-FILE.
       01  ACKNOWLEDGEMENT-RECORD.
           05 RA-REC-TYPE          PIC X(1).
           05 RA-RUN-ID            PIC X(15).
           05 RA-ORDER-NUM         PIC 9(6).
           05 RA-STATUS            PIC X(1).
           05 RA-QUANTITY          PIC 9(7).
           05 RA-ACK-DATE          PIC X(10).
           05 RA-REFERENCE         PIC X(20).
       COPY REQNFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-ACK-OK                     VALUE '00'.
       01 WS-ACK-FILENAME          PIC X(100) VALUE 'REQNACK.TXT'.
       01 WS-ACK-ARG               PIC X(100).
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-RECORDS-READ          PIC 9(9) BINARY VALUE ZERO.
       01 WS-ACK-LINE-NUM          PIC 9(9) BINARY VALUE ZERO.
       01 WS-OVERDUE-DAYS          PIC 9(4) BINARY VALUE 2.
       01 WS-TODAY-TEXT            PIC X(10).
       01 WS-TODAY-DAYNUM          PIC 9(9) BINARY.
       01 WS-SENT-DAYNUM           PIC 9(9) BINARY.
       01 WS-AGE-DAYS              PIC 9(9) BINARY.
       01 WS-DATE-NUM              PIC 9(8).
      *
      *    THE REGISTER, ONE ROW PER ORDER SENT, IN FILE ORDER SO IT
      *    CAN BE WRITTEN BACK AS IT WAS READ.
       01 WS-ORDER-LIMIT           PIC 9(9) BINARY VALUE 10000.
       01 WS-ORDER-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 10000 TIMES.
              10 OT-REGISTER-RECORD PIC X(127).
       01 WS-ORDER-SUB             PIC 9(9) BINARY.
       01 WS-ORDERS-FULL-SW        PIC X(1) VALUE 'N'.
           88 WS-ORDERS-FULL                VALUE 'Y' FALSE 'N'.
       01 WS-REGISTER-KEPT-SW      PIC X(1) VALUE 'N'.
           88 WS-REGISTER-KEPT              VALUE 'Y' FALSE 'N'.
      *
      *    WHAT THIS RUN'S ACKNOWLEDGEMENTS DID, FOR THE REPORT.
      *    EXCEPTIONS HOLDS EACH DIFFERENCE, REJECTION AND UNKNOWN
      *    ORDER AS A READY-MADE REPORT LINE UNDER ITS KIND.
       01 WS-NEW-STATUS            PIC X(1).
       01 WS-CONFIRMED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-DIFFERS-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-UNKNOWN-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-REPEATED-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-INVALID-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-UNCONFIRMED-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01 WS-OVERDUE-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 1000 TIMES.
              10 EX-KIND           PIC X(1).
              10 EX-LINE           PIC X(100).
       01 WS-EXC-SUB               PIC 9(4) BINARY.
       01 WS-EXC-KIND              PIC X(1).
       01 WS-EXC-LINE              PIC X(100).
       01 WS-EXC-DROPPED           PIC 9(9) BINARY VALUE ZERO.
       01 WS-SECTION-KIND          PIC X(1).
       01 WS-SECTION-TITLE         PIC X(60).
       01 WS-SECTION-EMPTY         PIC X(60).
       01 WS-SECTION-LINES         PIC 9(9) BINARY.
       01 WS-ORDER-LABEL           PIC X(40).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-ORDER            PIC 9(6).
       01 WS-FOUND-SW              PIC X(1) VALUE 'N'.
           88 WS-FOUND                      VALUE 'Y' FALSE 'N'.
       COPY REQNWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'REQNACK' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'REQNACK' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-ACK-PARMS

      *    THE REGISTER IS HELD FROM THE READ THROUGH THE REWRITE SO
      *    A DAY1 RUN CANNOT REGISTER ORDERS IN BETWEEN AND LOSE THEM.
           PERFORM GET-REQL-LOCK
           IF NOT WS-REQL-LOCKED THEN
              DISPLAY 'REQNACK: COULD NOT GET THE DAY1REQL.TXT LOCK '
                 'AFTER 10 TRIES - ACKNOWLEDGEMENTS NOT APPLIED.'
              MOVE 'REQNACK' TO RL-PROGRAM-ID
              MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'REQUISITION REGISTER LOCKED'
                 TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REGISTER
           IF NOT FS-REQL-OK THEN
              PERFORM FREE-REQL-LOCK
              DISPLAY 'REQNACK: DAY1REQL.TXT COULD NOT BE OPENED '
                 '(FILE STATUS ' WS-REQL-STATUS-CD ') - NOTHING TO '
                 'MATCH AGAINST.'
              MOVE 'REQNACK' TO RL-PROGRAM-ID
              MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'REQUISITION REGISTER NOT AVAILABLE'
                 TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM APPLY-ACKNOWLEDGEMENTS
           PERFORM REWRITE-REGISTER
           PERFORM FREE-REQL-LOCK

           OPEN OUTPUT ACK-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'REQNACK' TO WS-PG-PROGRAM-ID
           MOVE 'RATION REQUISITION ACKNOWLEDGEMENTS' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO ACK-REPORT-LINE
           STRING 'ACKNOWLEDGEMENTS READ FROM '
              FUNCTION TRIM(WS-ACK-FILENAME)
              DELIMITED BY SIZE INTO ACK-REPORT-LINE
           IF NOT FS-ACK-OK THEN
              STRING FUNCTION TRIM(ACK-REPORT-LINE)
                 ' - NOT AVAILABLE, REGISTER REVIEWED ONLY'
                 DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-IF
           PERFORM PUT-ACK-LINE
           MOVE 'D' TO WS-SECTION-KIND
           MOVE 'CONFIRMED FOR A DIFFERENT QUANTITY:'
              TO WS-SECTION-TITLE
           MOVE '  NONE.' TO WS-SECTION-EMPTY
           PERFORM WRITE-EXCEPTION-SECTION
           MOVE 'R' TO WS-SECTION-KIND
           MOVE 'REJECTED BY THE COMMISSARY:' TO WS-SECTION-TITLE
           PERFORM WRITE-EXCEPTION-SECTION
           MOVE 'U' TO WS-SECTION-KIND
           MOVE 'ACKNOWLEDGED BUT NOT ON THE REGISTER:'
              TO WS-SECTION-TITLE
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM WRITE-UNCONFIRMED-SECTION
           IF WS-EXC-DROPPED > ZERO THEN
              MOVE WS-EXC-DROPPED TO WS-EDIT-A
              MOVE SPACES TO ACK-REPORT-LINE
              STRING FUNCTION TRIM(WS-EDIT-A) ' FURTHER EXCEPTION '
                 'LINE(S) NOT LISTED - OVER 1000 IN ONE RUN.'
                 DELIMITED BY SIZE INTO ACK-REPORT-LINE
              PERFORM PUT-ACK-LINE
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'ORDERS ON REGISTER' TO WS-PG-COUNT-LABEL
           MOVE WS-ORDER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CONFIRMED AS ORDERED' TO WS-PG-COUNT-LABEL
           MOVE WS-CONFIRMED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'QUANTITY DIFFERS' TO WS-PG-COUNT-LABEL
           MOVE WS-DIFFERS-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'NOT ON REGISTER' TO WS-PG-COUNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'REPEATED OR INVALID' TO WS-PG-COUNT-LABEL
           COMPUTE WS-PG-COUNT-VALUE =
              WS-REPEATED-COUNT + WS-INVALID-COUNT
           PERFORM ADD-REPORT-COUNT
           MOVE 'STILL UNCONFIRMED' TO WS-PG-COUNT-LABEL
           MOVE WS-UNCONFIRMED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'OVERDUE' TO WS-PG-COUNT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-ACK-FOOTER
           CLOSE ACK-REPORT-FILE
           MOVE 'REQNRPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'REQNACK: ' WS-UNCONFIRMED-COUNT ' ORDER(S) STILL '
              'UNCONFIRMED, ' WS-OVERDUE-COUNT ' OVERDUE - SEE '
              'REQNRPT.TXT.'
           MOVE 'REQNACK' TO RL-PROGRAM-ID
           MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
           IF WS-REGISTER-KEPT THEN
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'REQUISITION REGISTER NOT REWRITTEN'
                 TO WS-RUN-LOG-DETAIL
           ELSE
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              MOVE WS-UNCONFIRMED-COUNT TO WS-EDIT-A
              STRING FUNCTION TRIM(WS-EDIT-A) ' ORDER(S) UNCONFIRMED'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           EVALUATE TRUE
              WHEN WS-REGISTER-KEPT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-UNCONFIRMED-COUNT > ZERO
                 OR WS-DIFFERS-COUNT > ZERO
                 OR WS-REJECTED-COUNT > ZERO
                 OR WS-UNKNOWN-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *
      *    GET-ACK-PARMS TAKES THE ACKNOWLEDGEMENT FILE NAME FROM THE
      *    FIRST ARGUMENT AND THE OVERDUE THRESHOLD FROM RUNPARMS.TXT,
      *    AND WORKS OUT TODAY'S DAY NUMBER FOR THE ORDER AGES.
       GET-ACK-PARMS.
           MOVE SPACES TO WS-ACK-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ACK-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-ACK-ARG NOT = SPACES THEN
              MOVE WS-ACK-ARG TO WS-ACK-FILENAME
           END-IF
           MOVE 'REQN-ACK-OVERDUE-DAYS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999 THEN
              COMPUTE WS-OVERDUE-DAYS = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-TODAY-TEXT
           MOVE WS-RL-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-DAYNUM =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

      *
      *    LOAD-REGISTER READS DAY1REQL.TXT INTO ORDER-TABLE.
       LOAD-REGISTER.
           OPEN INPUT REQN-REGISTER-FILE
           IF FS-REQL-OK THEN
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ REQN-REGISTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-REGISTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE REQN-REGISTER-FILE
              MOVE 'DAY1REQL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-RECORDS-READ TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE '00' TO WS-REQL-STATUS-CD
           END-IF
           .

       TALLY-REGISTER-RECORD.
           IF WS-ORDER-COUNT < WS-ORDER-LIMIT THEN
              ADD 1 TO WS-ORDER-COUNT
              MOVE REQN-REGISTER-RECORD
                 TO OT-REGISTER-RECORD(WS-ORDER-COUNT)
           ELSE
              IF NOT WS-ORDERS-FULL THEN
                 SET WS-ORDERS-FULL TO TRUE
                 DISPLAY 'REQNACK: MORE THAN 10000 ORDERS ON '
                    'DAY1REQL.TXT - ORDERS PAST THE 10000TH ARE NOT '
                    'MATCHED.'
              END-IF
           END-IF
           .

      *
      *    APPLY-ACKNOWLEDGEMENTS MATCHES EACH 'A' RECORD TO ITS ORDER
      *    ON THE REGISTER AND MARKS THE ORDER.  A MISSING FILE JUST
      *    MEANS NOTHING CAME BACK YET; THE UNCONFIRMED ORDERS ARE
      *    STILL REPORTED.
       APPLY-ACKNOWLEDGEMENTS.
           OPEN INPUT ACKNOWLEDGEMENT-FILE
           IF NOT FS-ACK-OK THEN
              DISPLAY 'REQNACK: ' FUNCTION TRIM(WS-ACK-FILENAME)
                 ' COULD NOT BE OPENED - NO ACKNOWLEDGEMENTS APPLIED.'
           ELSE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ ACKNOWLEDGEMENT-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-ACK-LINE-NUM
                       IF RA-REC-TYPE = 'A' THEN
                          PERFORM APPLY-ONE-ACKNOWLEDGEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACKNOWLEDGEMENT-FILE
              MOVE WS-ACK-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-ACK-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE '00' TO WS-ACK-STATUS-CD
           END-IF
           .

       APPLY-ONE-ACKNOWLEDGEMENT.
           IF RA-ORDER-NUM IS NOT NUMERIC OR
              (RA-STATUS NOT = 'A' AND RA-STATUS NOT = 'R') OR
              (RA-STATUS = 'A' AND RA-QUANTITY IS NOT NUMERIC) THEN
              ADD 1 TO WS-INVALID-COUNT
              MOVE WS-ACK-LINE-NUM TO WS-EDIT-A
              DISPLAY 'REQNACK: ACKNOWLEDGEMENT LINE '
                 FUNCTION TRIM(WS-EDIT-A) ' IS NOT VALID - IGNORED.'
           ELSE
              SET WS-FOUND TO FALSE
              PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                 UNTIL WS-ORDER-SUB > WS-ORDER-COUNT OR WS-FOUND
                 MOVE OT-REGISTER-RECORD(WS-ORDER-SUB)(1:95)
                    TO REQN-ORDER-VIEW
                 IF RQV-RUN-ID = RA-RUN-ID AND
                    RQV-ORDER-NUM = RA-ORDER-NUM THEN
                    SET WS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-FOUND THEN
                 SUBTRACT 1 FROM WS-ORDER-SUB
                 PERFORM MARK-ORDER
              ELSE
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE RA-ORDER-NUM TO WS-EDIT-ORDER
                 MOVE 'U' TO WS-EXC-KIND
                 MOVE SPACES TO WS-EXC-LINE
                 STRING '  RUN ' RA-RUN-ID ' ORDER ' WS-EDIT-ORDER
                    ' STATUS ' RA-STATUS ' REF '
                    FUNCTION TRIM(RA-REFERENCE)
                    DELIMITED BY SIZE INTO WS-EXC-LINE
                 PERFORM ADD-EXCEPTION-LINE
              END-IF
           END-IF
           .

      *
      *    MARK-ORDER RECORDS THE ACKNOWLEDGEMENT ON THE REGISTER ROW
      *    IN WS-ORDER-SUB (WHOSE ORDER IS IN REQN-ORDER-VIEW).  ONE
      *    THAT SAYS WHAT THE REGISTER ALREADY SAYS IS A REPEAT.
       MARK-ORDER.
           MOVE OT-REGISTER-RECORD(WS-ORDER-SUB)
              TO REQN-REGISTER-RECORD
           EVALUATE TRUE
              WHEN RA-STATUS = 'R'
                 MOVE 'R' TO WS-NEW-STATUS
                 MOVE ZERO TO RA-QUANTITY
              WHEN RA-QUANTITY = RQV-QUANTITY
                 MOVE 'C' TO WS-NEW-STATUS
              WHEN OTHER
                 MOVE 'Q' TO WS-NEW-STATUS
           END-EVALUATE
           IF RQL-ACK-STATUS = WS-NEW-STATUS AND
              RQL-ACK-QUANTITY = RA-QUANTITY THEN
              ADD 1 TO WS-REPEATED-COUNT
           ELSE
              MOVE WS-NEW-STATUS TO RQL-ACK-STATUS
              MOVE RA-QUANTITY TO RQL-ACK-QUANTITY
              IF RA-ACK-DATE = SPACES THEN
                 MOVE WS-TODAY-TEXT TO RQL-ACK-DATE
              ELSE
                 MOVE RA-ACK-DATE TO RQL-ACK-DATE
              END-IF
              MOVE REQN-REGISTER-RECORD
                 TO OT-REGISTER-RECORD(WS-ORDER-SUB)
              PERFORM BUILD-ORDER-LABEL
              MOVE SPACES TO WS-EXC-LINE
              EVALUATE WS-NEW-STATUS
                 WHEN 'C'
                    ADD 1 TO WS-CONFIRMED-COUNT
                 WHEN 'R'
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE 'R' TO WS-EXC-KIND
                    STRING '  ' WS-ORDER-LABEL ' REF '
                       FUNCTION TRIM(RA-REFERENCE)
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                    PERFORM ADD-EXCEPTION-LINE
                 WHEN OTHER
                    ADD 1 TO WS-DIFFERS-COUNT
                    MOVE 'D' TO WS-EXC-KIND
                    MOVE RQV-QUANTITY TO WS-EDIT-A
                    MOVE RA-QUANTITY TO WS-EDIT-B
                    STRING '  ' WS-ORDER-LABEL ' ORDERED '
                       FUNCTION TRIM(WS-EDIT-A) ' CONFIRMED '
                       FUNCTION TRIM(WS-EDIT-B)
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                    PERFORM ADD-EXCEPTION-LINE
              END-EVALUATE
           END-IF
           .

      *
      *    BUILD-ORDER-LABEL NAMES THE ORDER IN REQN-ORDER-VIEW: RUN,
      *    ORDER NUMBER, CAMP AND THE ELF OR TEAM IT IS FOR.
       BUILD-ORDER-LABEL.
           MOVE SPACES TO WS-ORDER-LABEL
           IF RQV-ORDER-LEVEL = 'TEAM' THEN
              STRING RQV-RUN-ID ' ' RQV-ORDER-NUM ' TEAM '
                 RQV-TEAM
                 DELIMITED BY SIZE INTO WS-ORDER-LABEL
           ELSE
              MOVE RQV-ELF-NUM TO WS-EDIT-A
              STRING RQV-RUN-ID ' ' RQV-ORDER-NUM ' ELF '
                 FUNCTION TRIM(WS-EDIT-A)
                 DELIMITED BY SIZE INTO WS-ORDER-LABEL
           END-IF
           .

       ADD-EXCEPTION-LINE.
           IF WS-EXC-COUNT < 1000 THEN
              ADD 1 TO WS-EXC-COUNT
              MOVE WS-EXC-KIND TO EX-KIND(WS-EXC-COUNT)
              MOVE WS-EXC-LINE TO EX-LINE(WS-EXC-COUNT)
           ELSE
              ADD 1 TO WS-EXC-DROPPED
           END-IF
           .

      *
      *    REWRITE-REGISTER WRITES THE MARKED REGISTER BACK THROUGH
      *    DAY1REQL.NEW, AS THE RESUBMISSION FILE IS REWRITTEN.  IF
      *    THE NEW COPY CANNOT BE OPENED THE REGISTER IS LEFT AS IT
      *    WAS AND THE RUN ENDS RC 8.
       REWRITE-REGISTER.
           OPEN OUTPUT REQN-REGISTER-NEW-FILE
           IF NOT FS-REQLNEW-OK THEN
              DISPLAY 'REQNACK: DAY1REQL.NEW COULD NOT BE OPENED '
                 '(FILE STATUS ' WS-REQLNEW-STATUS-CD ') - REGISTER '
                 'NOT REWRITTEN, ACKNOWLEDGEMENTS NOT RECORDED.'
              SET WS-REGISTER-KEPT TO TRUE
           ELSE
              PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                 UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                 WRITE REQN-REGISTER-NEW-RECORD
                    FROM OT-REGISTER-RECORD(WS-ORDER-SUB)
              END-PERFORM
              CLOSE REQN-REGISTER-NEW-FILE
              IF WS-ORDERS-FULL THEN
                 DISPLAY 'REQNACK: REGISTER NOT REWRITTEN - IT HOLDS '
                    'MORE ORDERS THAN CAN BE CARRIED.'
              ELSE
                 MOVE 'mv DAY1REQL.NEW DAY1REQL.TXT' TO WS-REQN-CMD
                 CALL 'SYSTEM' USING WS-REQN-CMD
                 MOVE 'DAY1REQL.TXT' TO WS-DSU-DATASET
                 MOVE 'OUTPUT' TO WS-DSU-MODE
                 MOVE WS-ORDER-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           .

      *
      *    WRITE-EXCEPTION-SECTION LISTS THE EXCEPTION LINES OF KIND
      *    WS-SECTION-KIND UNDER WS-SECTION-TITLE.
       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO ACK-REPORT-LINE
           PERFORM PUT-ACK-LINE
           MOVE WS-SECTION-TITLE TO ACK-REPORT-LINE
           PERFORM PUT-ACK-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
              UNTIL WS-EXC-SUB > WS-EXC-COUNT
              IF EX-KIND(WS-EXC-SUB) = WS-SECTION-KIND THEN
                 ADD 1 TO WS-SECTION-LINES
                 MOVE EX-LINE(WS-EXC-SUB) TO ACK-REPORT-LINE
                 PERFORM PUT-ACK-LINE
              END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO THEN
              MOVE WS-SECTION-EMPTY TO ACK-REPORT-LINE
              PERFORM PUT-ACK-LINE
           END-IF
           .

      *
      *    WRITE-UNCONFIRMED-SECTION LISTS EVERY ORDER ON THE
      *    REGISTER THE COMMISSARY HAS NOT YET ACKNOWLEDGED, WITH ITS
      *    AGE IN DAYS, OVERDUE ONCE PAST REQN-ACK-OVERDUE-DAYS.
       WRITE-UNCONFIRMED-SECTION.
           MOVE SPACES TO ACK-REPORT-LINE
           PERFORM PUT-ACK-LINE
           MOVE WS-OVERDUE-DAYS TO WS-EDIT-A
           STRING 'ORDERS LEFT UNCONFIRMED (OVERDUE AFTER '
              FUNCTION TRIM(WS-EDIT-A) ' DAY(S)):'
              DELIMITED BY SIZE INTO ACK-REPORT-LINE
           PERFORM PUT-ACK-LINE
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
              UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
              MOVE OT-REGISTER-RECORD(WS-ORDER-SUB)
                 TO REQN-REGISTER-RECORD
              IF RQL-UNCONFIRMED THEN
                 PERFORM WRITE-UNCONFIRMED-ORDER
              END-IF
           END-PERFORM
           IF WS-UNCONFIRMED-COUNT = ZERO THEN
              MOVE '  NONE - EVERY ORDER SENT HAS BEEN ACKNOWLEDGED.'
                 TO ACK-REPORT-LINE
              PERFORM PUT-ACK-LINE
           END-IF
           .

       WRITE-UNCONFIRMED-ORDER.
           ADD 1 TO WS-UNCONFIRMED-COUNT
           MOVE RQL-ORDER TO REQN-ORDER-VIEW
           PERFORM BUILD-ORDER-LABEL
           MOVE ZERO TO WS-AGE-DAYS
           IF RQL-SENT-DATE(1:4) IS NUMERIC AND
              RQL-SENT-DATE(6:2) IS NUMERIC AND
              RQL-SENT-DATE(9:2) IS NUMERIC THEN
              MOVE RQL-SENT-DATE(1:4) TO WS-DATE-NUM(1:4)
              MOVE RQL-SENT-DATE(6:2) TO WS-DATE-NUM(5:2)
              MOVE RQL-SENT-DATE(9:2) TO WS-DATE-NUM(7:2)
              COMPUTE WS-SENT-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-TODAY-DAYNUM > WS-SENT-DAYNUM THEN
                 COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-SENT-DAYNUM
              END-IF
           END-IF
           MOVE RQV-QUANTITY TO WS-EDIT-A
           MOVE WS-AGE-DAYS TO WS-EDIT-B
           MOVE SPACES TO ACK-REPORT-LINE
           STRING '  ' WS-ORDER-LABEL ' CAMP ' RQV-CAMP
              ' PACKS ' WS-EDIT-A ' SENT ' RQL-SENT-DATE
              ' AGE ' WS-EDIT-B
              DELIMITED BY SIZE INTO ACK-REPORT-LINE
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS THEN
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'OVERDUE' TO ACK-REPORT-LINE(120:7)
           END-IF
           PERFORM PUT-ACK-LINE
           .

       PUT-ACK-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE ACK-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO ACK-REPORT-LINE
                 WRITE ACK-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE ACK-REPORT-LINE FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO ACK-REPORT-LINE
           END-IF
           WRITE ACK-REPORT-LINE
           .

      *
      *    WRITE-ACK-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-ACK-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB) TO ACK-REPORT-LINE
              PERFORM PUT-ACK-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.

       COPY REQNLK.
       END PROGRAM REQNACK.
