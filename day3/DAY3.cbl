           SELECT WO-MASTER-FILE ASSIGN TO 'DAY3WOMF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOMF-FILE-STATUS.
           SELECT WEIGHT-FILE ASSIGN TO DYNAMIC WS-WEIGHT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BADGE-REGISTER-FILE ASSIGN TO 'DAY3BDGE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREG-FILE-STATUS.
           COPY ITEMSL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY ARCHCTSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05 WO-AGE               PIC 9(4).
           05 FILLER               PIC X(1).
           05 WO-OPENED-DATE       PIC X(10).
       FD  WEIGHT-FILE.
       01  WEIGHT-LINE             PIC X(132).
      *
      *    THE BADGE REGISTER HOLDS ONE ENTRY PER BADGE GROUP, KEYED
      *    BY THE GROUP'S OWNING ELVES IN ASCENDING ORDER: STATUS
      *    (ACTIVE OR BROKEN), THE BADGE ITEM ISSUED, THE DATES FIRST
      *    AND LAST SEEN, AND THE PREVIOUS BADGE AND DATE OF THE LAST
      *    BADGE CHANGE.
       FD  BADGE-REGISTER-FILE.
       01  BADGE-REGISTER-RECORD.
           05 BR-STATUS            PIC X(6).
           05 FILLER               PIC X(1).
           05 BR-BADGE             PIC X(1).
           05 FILLER               PIC X(1).
           05 BR-FIRST-SEEN        PIC X(10).
           05 FILLER               PIC X(1).
           05 BR-LAST-SEEN         PIC X(10).
           05 FILLER               PIC X(1).
           05 BR-PREV-BADGE        PIC X(1).
           05 FILLER               PIC X(1).
           05 BR-CHANGED           PIC X(10).
           05 FILLER               PIC X(1).
           05 BR-MEMBER-COUNT      PIC 9(2).
           05 BR-MEMBER-ENTRY OCCURS 10 TIMES.
              10 FILLER            PIC X(1).
              10 BR-MEMBER         PIC 9(9).
       COPY ITEMFD.
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 STRING-TABLE.
           05 STRING-ELEMENT OCCURS 10 TIMES
       01 INPUT-FILE-STATUS        PIC X(1) VALUE X'00'.
           88 INPUT-FILE-EOF                VALUE X'FF'.
       01 WS-LINE-NUM               PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-CSV-LINES              PIC 9(9) BINARY VALUE ZERO.
      *
      *    RUCKSACKS THAT RAISED AT LEAST ONE DATA EXCEPTION (BAD OR
      *    UNKNOWN OWNER, DUPLICATE ITEM) - THE REJECT FIGURE THE
      *    QUALITY GATE HOLDS THE RUN TO.
       01 WS-EXC-RUCKSACK-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-RUCKSACK-LINE      PIC 9(9) BINARY VALUE ZERO.
       01 WS-COMPARTMENT            PIC X(80).
       01 WS-COMPART-LEN            PIC 9(4) BINARY.
       01 WS-COMPARTMENT-NUM        PIC 9(1) BINARY.
       01 WS-REPORT-FILENAME         PIC X(100) VALUE
           'DAY3RPT.TXT'.
      *
      *    COMMIT PROTOCOL: THE REPORT, CSV, WORK-ORDER AND WEIGHT
      *    FILES ARE WRITTEN UNDER .WRK WORKING NAMES AND ONLY RENAMED
      *    TO THEIR PUBLISHED NAMES AT CLEAN END OF JOB, WITH AN
      *    EOJ,RUN-ID MARKER ROW CLOSING THE CSV, SO A RUN THAT DIES
      *    MID-WRITE CAN NEVER LEAVE A PARTIAL FILE LOOKING FINISHED.
       01 WS-REPORT-PUBLISHED       PIC X(100).
       01 WS-CSV-FILENAME           PIC X(100) VALUE
           'DAY3RPT.CSV.WRK'.
       01 WS-WO-OWNER-SEEN-SW        PIC X(1) VALUE 'N'.
           88 WS-WO-OWNER-SEEN                VALUE 'Y' FALSE 'N'.
       01 WS-TODAY-DASHED            PIC X(10).
      *
      *    RUCKSACK WEIGHTS: EACH ITEM WEIGHS ITS UNIT WEIGHT FROM THE
      *    SUPPLY ITEM CATALOG (DAY3ITEM.TXT, GRAMS).  A RUCKSACK IS
      *    OVERWEIGHT OVER THE CARRY LIMIT, AND UNBALANCED WHEN THE
      *    DIFFERENCE BETWEEN ITS COMPARTMENTS IS MORE THAN THE
      *    BALANCE PERCENTAGE OF ITS TOTAL WEIGHT.  ITEMS MISSING
      *    FROM THE CATALOG WEIGH NOTHING AND ARE LISTED.
       01 WS-WEIGHT-FILENAME         PIC X(100) VALUE
           'DAY3WGT.TXT.WRK'.
       01 WS-WEIGHT-PUBLISHED        PIC X(100) VALUE 'DAY3WGT.TXT'.
       01 WS-CARRY-LIMIT             PIC 9(7) BINARY VALUE 15000.
       01 WS-BALANCE-PCT             PIC 9(3) BINARY VALUE 30.
       01 WS-WGT-COMPART             PIC 9(9) BINARY.
       01 WS-WGT-COMP1               PIC 9(9) BINARY.
       01 WS-WGT-COMP2               PIC 9(9) BINARY.
       01 WS-WGT-TOTAL               PIC 9(9) BINARY.
       01 WS-WGT-DIFF                PIC 9(9) BINARY.
       01 WS-WGT-DIFF-SCALED         PIC 9(11) BINARY.
       01 WS-WGT-LIMIT-SCALED        PIC 9(11) BINARY.
       01 WS-WGT-SPLIT-PCT           PIC 9(3) BINARY.
       01 WS-WGT-HAZARD-ITEMS        PIC 9(4) BINARY.
       01 WS-WGT-UNKNOWN-ITEMS       PIC 9(4) BINARY.
       01 WS-WGT-CHAR                PIC X.
       01 WS-WGT-FLAGS               PIC X(50).
       01 WS-WGT-FLAG-PTR            PIC 9(4) BINARY.
       01 WS-WGT-OVER-SW             PIC X(1) VALUE 'N'.
           88 WS-WGT-OVER                     VALUE 'Y' FALSE 'N'.
       01 WS-WGT-UNBAL-SW            PIC X(1) VALUE 'N'.
           88 WS-WGT-UNBAL                    VALUE 'Y' FALSE 'N'.
       01 WS-WGT-WEIGHED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-WGT-OVER-COUNT          PIC 9(9) BINARY VALUE ZERO.
       01 WS-WGT-UNBAL-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-WGT-UNKNOWN-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-EDIT-WGT-PCT            PIC ZZ9.
       01 WGT-UNKNOWN-TABLE.
           05 WU-ENTRY OCCURS 256 TIMES.
              10 WU-OCCURS           PIC 9(9) BINARY.
              10 WU-RUCKSACKS        PIC 9(9) BINARY.
       01 WGT-SEEN-TABLE.
           05 WGT-SEEN OCCURS 256 TIMES PIC X(1).
       01 WS-FLAGGED-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 WS-FLAGGED-SUB             PIC 9(4) BINARY.
       01 WS-FLAGGED-FULL-SW         PIC X(1) VALUE 'N'.
           88 WS-FLAGGED-FULL                 VALUE 'Y' FALSE 'N'.
       01 FLAGGED-TABLE.
           05 FW-ENTRY OCCURS 1000 TIMES.
              10 FW-LINE-NUM         PIC 9(9) BINARY.
              10 FW-OWNER            PIC 9(9) BINARY.
              10 FW-TOTAL            PIC 9(9) BINARY.
              10 FW-SPLIT-PCT        PIC 9(3) BINARY.
              10 FW-FLAGS            PIC X(22).
      *
      *    BADGE REGISTER: TONIGHT'S GROUPS ARE HELD IN
      *    TONIGHT-GROUP-TABLE (MEMBERS SORTED INTO KEY ORDER) AND
      *    RECONCILED AT END OF JOB AGAINST THE REGISTER TABLE.  ONLY
      *    A GROUP WHOSE EVERY RUCKSACK HAS AN OWNER CAN BE KEYED AND
      *    REGISTERED.  TG-RESULT SAYS WHAT THE RECONCILIATION MADE
      *    OF THE GROUP: NEW, CHANGED, SAME OR UNOWNED.
       01 WS-BREG-FILE-STATUS        PIC X(2) VALUE '00'.
           88 FS-BREG-SUCCESS                 VALUE '00'.
       01 WS-BREG-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-BREG-EOF                     VALUE 'Y' FALSE 'N'.
       01 WS-BG-COUNT                PIC 9(4) BINARY VALUE ZERO.
       01 WS-BG-SUB                  PIC 9(4) BINARY.
       01 WS-BG-FULL-WARNED-SW       PIC X(1) VALUE 'N'.
           88 WS-BG-FULL-WARNED               VALUE 'Y' FALSE 'N'.
       01 BADGE-REGISTER-TABLE.
           05 BG-ENTRY OCCURS 2000 TIMES.
              10 BG-STATUS           PIC X(6).
              10 BG-BADGE            PIC X(1).
              10 BG-FIRST-SEEN       PIC X(10).
              10 BG-LAST-SEEN        PIC X(10).
              10 BG-PREV-BADGE       PIC X(1).
              10 BG-CHANGED          PIC X(10).
              10 BG-MEMBER-COUNT     PIC 9(2) BINARY.
              10 BG-MEMBER OCCURS 10 TIMES PIC 9(9) BINARY.
              10 BG-SEEN-SW          PIC X(1).
                 88 BG-NOT-SEEN               VALUE 'N'.
                 88 BG-SEEN                   VALUE 'Y'.
                 88 BG-BROKEN-TONIGHT         VALUE 'B'.
       01 WS-TG-COUNT                PIC 9(4) BINARY VALUE ZERO.
       01 WS-TG-SUB                  PIC 9(4) BINARY.
       01 WS-TG-FULL-WARNED-SW       PIC X(1) VALUE 'N'.
           88 WS-TG-FULL-WARNED               VALUE 'Y' FALSE 'N'.
       01 TONIGHT-GROUP-TABLE.
           05 TG-ENTRY OCCURS 2000 TIMES.
              10 TG-GROUP-NUM        PIC 9(9) BINARY.
              10 TG-LINE-NUM         PIC 9(9) BINARY.
              10 TG-BADGE            PIC X(1).
              10 TG-RESULT           PIC X(8).
              10 TG-BG-SUB           PIC 9(4) BINARY.
              10 TG-MEMBER-COUNT     PIC 9(2) BINARY.
              10 TG-MEMBER OCCURS 10 TIMES PIC 9(9) BINARY.
       01 WS-KEY-SUB                 PIC 9(4) BINARY.
       01 WS-KEY-SUB2                PIC 9(4) BINARY.
       01 WS-KEY-HOLD                PIC 9(9) BINARY.
       01 WS-KEY-MATCH-SW            PIC X(1) VALUE 'N'.
           88 WS-KEY-MATCH                    VALUE 'Y' FALSE 'N'.
       01 WS-KEY-OWNED-SW            PIC X(1) VALUE 'N'.
           88 WS-KEY-OWNED                    VALUE 'Y' FALSE 'N'.
       01 WS-BDG-MEMBERS             PIC X(110).
       01 WS-BDG-PTR                 PIC 9(4) BINARY.
       01 WS-BDG-GROUPS              PIC X(60).
       01 WS-BDG-NEW-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01 WS-BDG-CHANGED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-BDG-BROKEN-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-BDG-UNOWNED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-BDG-MULTI-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-BDG-ELF                 PIC 9(9) BINARY.
       01 ELF-GROUP-COUNT-TABLE.
           05 EG-COUNT OCCURS 10000 TIMES PIC 9(4) BINARY.
       COPY ITEMWS.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY ARCHIVEWS.
       COPY FNCHKWS.
       COPY OPERWS.
       COPY QGATEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY3' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY3' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY3' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           PERFORM GET-GROUP-SIZE
           PERFORM LOAD-PRIO-OVERRIDES
           PERFORM LOAD-ROSTER-TABLE
           PERFORM LOAD-WORK-ORDER-MASTER
           PERFORM LOAD-BADGE-REGISTER
           PERFORM LOAD-ITEM-CATALOG
           IF WS-ITEM-LOADED THEN
              DISPLAY 'DAY3: ' WS-ITEM-COUNT ' ITEM(S) LOADED FROM '
                 'DAY3ITEM.TXT.'
           ELSE
              DISPLAY 'DAY3: DAY3ITEM.TXT NOT STAGED - RUCKSACKS WILL '
                 'NOT BE WEIGHED.'
           END-IF
           COPY PARMGET REPLACING ==ARG-NUM== BY ==2==
                                  ==FILENAME-VAR== BY
                                  ==WS-INPUT-FILENAME==.
           PERFORM SET-WORK-FILENAMES
           OPEN INPUT INPUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY3' TO WS-PG-PROGRAM-ID
           MOVE 'GROUP BADGE DETAIL' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT WORK-ORDER-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY3' TO WS-PG-PROGRAM-ID
           MOVE 'REPACK WORK ORDERS (MISPLACED ITEMS)' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM START-WEIGHT-REPORT
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES

           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
                    ADD 1 TO WS-LINE-NUM
                    PERFORM PARSE-RUCKSACK-OWNER
                    PERFORM PART1
                    PERFORM WEIGH-RUCKSACK
                    PERFORM TALLY-INVENTORY
                    ADD 1 TO GROUP-COUNTER
                    MOVE RUCKSACK TO RUCKSACK-STRING(GROUP-COUNTER)
           PERFORM WRITE-ELF-SUMMARY
           PERFORM WRITE-TEAM-SUMMARY
           PERFORM WRITE-WORK-ORDER-STATUS
           PERFORM RECONCILE-BADGE-REGISTER
           PERFORM WRITE-BADGE-REGISTER-REPORT
           PERFORM WRITE-WEIGHT-SUMMARY
           PERFORM WRITE-CSV-SUMMARY

           IF WS-UNKNOWN-OWNER-COUNT > ZERO THEN
           END-IF

           CLOSE INPUT-FILE
           MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
           MOVE 'INPUT' TO WS-DSU-MODE
           MOVE WS-LINE-NUM TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RUCKSACK RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'OWNERS NOT ON THE ROSTER' TO WS-PG-COUNT-LABEL
           MOVE WS-UNKNOWN-OWNER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'NEW BADGE GROUPS' TO WS-PG-COUNT-LABEL
           MOVE WS-BDG-NEW-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'BADGE CHANGES' TO WS-PG-COUNT-LABEL
           MOVE WS-BDG-CHANGED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'GROUPS BROKEN UP' TO WS-PG-COUNT-LABEL
           MOVE WS-BDG-BROKEN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ELVES IN MORE THAN ONE GROUP' TO WS-PG-COUNT-LABEL
           MOVE WS-BDG-MULTI-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'RUCKSACK RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'WORK ORDERS OPENED' TO WS-PG-COUNT-LABEL
           MOVE WS-WO-OPENED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-WORK-ORDER-FOOTER
           CLOSE WORK-ORDER-FILE
           MOVE 3 TO WS-PG-RPT
           MOVE 'RUCKSACKS WEIGHED' TO WS-PG-COUNT-LABEL
           MOVE WS-WGT-WEIGHED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'OVERWEIGHT RUCKSACKS' TO WS-PG-COUNT-LABEL
           MOVE WS-WGT-OVER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'UNBALANCED RUCKSACKS' TO WS-PG-COUNT-LABEL
           MOVE WS-WGT-UNBAL-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ITEMS NOT IN THE CATALOG' TO WS-PG-COUNT-LABEL
           MOVE WS-WGT-UNKNOWN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-WEIGHT-FOOTER
           CLOSE WEIGHT-FILE
           CLOSE CSV-FILE

           MOVE 'DAY3' TO WS-QG-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-QG-RECORDS
           MOVE WS-EXC-RUCKSACK-COUNT TO WS-QG-REJECTS
           PERFORM CHECK-QUALITY-GATE
           MOVE 'DAY3' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
           IF WS-QG-HELD THEN
              PERFORM HOLD-QUALITY-FAILED
           ELSE
              PERFORM REWRITE-WO-MASTER
              PERFORM REWRITE-BADGE-REGISTER
              PERFORM PUBLISH-OUTPUT-FILES
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM ARCHIVE-INPUT-FILE
           END-IF
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

                       ' IS NOT IN DAY1ROST.TXT'
                       DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                    PERFORM WRITE-EXCEPTION
                    PERFORM COUNT-EXCEPTION-RUCKSACK
                 END-IF
              ELSE
                 DISPLAY 'DAY3: INVALID OWNER PREFIX "'
                 MOVE 'INVALID OWNER PREFIX - RUCKSACK UNASSIGNED'
                    TO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
                 PERFORM COUNT-EXCEPTION-RUCKSACK
              END-IF
           END-IF
           PERFORM SET-CURRENT-TEAM
           PERFORM TALLY-OWNER-RUCKSACK
           .

      *
      *    COUNT-EXCEPTION-RUCKSACK COUNTS THE CURRENT RUCKSACK ONCE,
      *    HOWEVER MANY EXCEPTIONS IT RAISES.
       COUNT-EXCEPTION-RUCKSACK.
           IF WS-EXC-RUCKSACK-LINE NOT = WS-LINE-NUM THEN
              MOVE WS-LINE-NUM TO WS-EXC-RUCKSACK-LINE
              ADD 1 TO WS-EXC-RUCKSACK-COUNT
           END-IF
           .

      *
      *    SET-CURRENT-TEAM RESOLVES THE CURRENT OWNER TO ITS TEAM
      *    STATS ROW (STARTING ONE WHEN THE TEAM IS NEW), LEAVING THE
      *    BY NUMBER AND EVERYTHING ROLLS UP UNDER UNASSIGNED.
       LOAD-ROSTER-TABLE.
           INITIALIZE ROSTER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER-SUCCESS THEN
              SET WS-ROSTER-LOADED TO TRUE
                    AT END
                       SET WS-ROSTER-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-ROSTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           ELSE
              DISPLAY 'DAY3: DAY1ROST.TXT NOT FOUND - RUCKSACK '
                 'OWNERS WILL NOT BE VALIDATED OR NAMED.'
                 ' ACTION: REVIEW MANIFEST LINE' DELIMITED BY SIZE
                 INTO WORK-ORDER-LINE
           END-IF
           PERFORM PUT-WORK-ORDER-LINE
           .

      *
                    ' - LIKELY A DATA-ENTRY ERROR'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
                 PERFORM COUNT-EXCEPTION-RUCKSACK
              END-IF
           END-PERFORM
           .
      *    COUNTS SCARCE ITEMS FROM THE RAW MANIFEST.
       WRITE-INVENTORY-SUMMARY.
           MOVE 'ITEM INVENTORY (ALL RUCKSACKS):' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE 'ITEM  RUCKSACKS  OCCURRENCES  PRIORITY-WEIGHTED'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE ZERO TO WS-INV-TOTAL-WEIGHTED
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 256
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL PRIORITY-WEIGHTED VALUE: ' WS-EDIT-INV-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
           STRING '  ' WS-INV-CHAR '   ' WS-EDIT-INV-A '    '
              WS-EDIT-INV-B '    ' WS-EDIT-INV-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
      *    WEIGH-RUCKSACK WEIGHS THE CURRENT RUCKSACK'S TWO
      *    COMPARTMENTS (AS PART1 SPLIT THEM) FROM THE ITEM CATALOG,
      *    FLAGS IT OVERWEIGHT OR UNBALANCED, AND WRITES ITS LINE TO
      *    THE WEIGHT REPORT.  NOTHING IS WEIGHED WITHOUT A CATALOG.
       WEIGH-RUCKSACK.
           IF WS-ITEM-LOADED AND RUCKSACK NOT = SPACES THEN
              ADD 1 TO WS-WGT-WEIGHED-COUNT
              MOVE SPACES TO WGT-SEEN-TABLE
              MOVE ZERO TO WS-WGT-HAZARD-ITEMS
              MOVE ZERO TO WS-WGT-UNKNOWN-ITEMS
              MOVE STRING-ELEMENT(1) TO WS-COMPARTMENT
              PERFORM WEIGH-COMPARTMENT
              MOVE WS-WGT-COMPART TO WS-WGT-COMP1
              MOVE STRING-ELEMENT(2) TO WS-COMPARTMENT
              PERFORM WEIGH-COMPARTMENT
              MOVE WS-WGT-COMPART TO WS-WGT-COMP2
              ADD WS-WGT-COMP1 WS-WGT-COMP2 GIVING WS-WGT-TOTAL
              PERFORM CHECK-RUCKSACK-WEIGHT
              PERFORM WRITE-WEIGHT-DETAIL
           END-IF
           .

      *
      *    WEIGH-COMPARTMENT TOTALS THE UNIT WEIGHTS OF THE ITEMS IN
      *    WS-COMPARTMENT INTO WS-WGT-COMPART, COUNTING HAZARDOUS
      *    ITEMS AND TALLYING ANY ITEM THE CATALOG DOESN'T KNOW.
       WEIGH-COMPARTMENT.
           MOVE ZERO TO WS-WGT-COMPART
           IF WS-COMPARTMENT = SPACES THEN
              MOVE ZERO TO WS-COMPART-LEN
           ELSE
              COMPUTE WS-COMPART-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(WS-COMPARTMENT, TRAILING))
           END-IF
           PERFORM VARYING WS-DUP-I FROM 1 BY 1
              UNTIL WS-DUP-I > WS-COMPART-LEN
              MOVE WS-COMPARTMENT(WS-DUP-I:1) TO WS-WGT-CHAR
              COMPUTE WS-ITEM-ORD = FUNCTION ORD(WS-WGT-CHAR)
              IF CT-KNOWN(WS-ITEM-ORD) THEN
                 ADD CT-WEIGHT(WS-ITEM-ORD) TO WS-WGT-COMPART
                 IF CT-HAZARD(WS-ITEM-ORD) THEN
                    ADD 1 TO WS-WGT-HAZARD-ITEMS
                 END-IF
              ELSE
                 ADD 1 TO WS-WGT-UNKNOWN-ITEMS
                 IF WU-OCCURS(WS-ITEM-ORD) = ZERO THEN
                    ADD 1 TO WS-WGT-UNKNOWN-COUNT
                 END-IF
                 ADD 1 TO WU-OCCURS(WS-ITEM-ORD)
                 IF WGT-SEEN(WS-ITEM-ORD) NOT = 'Y' THEN
                    MOVE 'Y' TO WGT-SEEN(WS-ITEM-ORD)
                    ADD 1 TO WU-RUCKSACKS(WS-ITEM-ORD)
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    CHECK-RUCKSACK-WEIGHT APPLIES THE CARRY LIMIT AND THE
      *    BALANCE TEST.  THE SPLIT IS THE DIFFERENCE BETWEEN THE
      *    COMPARTMENTS AS A PERCENTAGE OF THE TOTAL; THE BALANCE
      *    TEST COMPARES UNROUNDED (DIFFERENCE X 100 AGAINST LIMIT X
      *    TOTAL).  FLAGGED RUCKSACKS ARE KEPT FOR THE SUMMARY.
       CHECK-RUCKSACK-WEIGHT.
           SET WS-WGT-OVER TO FALSE
           SET WS-WGT-UNBAL TO FALSE
           IF WS-WGT-TOTAL > WS-CARRY-LIMIT THEN
              SET WS-WGT-OVER TO TRUE
              ADD 1 TO WS-WGT-OVER-COUNT
           END-IF
           IF WS-WGT-COMP1 >= WS-WGT-COMP2 THEN
              SUBTRACT WS-WGT-COMP2 FROM WS-WGT-COMP1
                 GIVING WS-WGT-DIFF
           ELSE
              SUBTRACT WS-WGT-COMP1 FROM WS-WGT-COMP2
                 GIVING WS-WGT-DIFF
           END-IF
           MOVE ZERO TO WS-WGT-SPLIT-PCT
           IF WS-WGT-TOTAL > ZERO THEN
              COMPUTE WS-WGT-SPLIT-PCT =
                 (WS-WGT-DIFF * 100) / WS-WGT-TOTAL
              COMPUTE WS-WGT-DIFF-SCALED = WS-WGT-DIFF * 100
              COMPUTE WS-WGT-LIMIT-SCALED =
                 WS-BALANCE-PCT * WS-WGT-TOTAL
              IF WS-WGT-DIFF-SCALED > WS-WGT-LIMIT-SCALED THEN
                 SET WS-WGT-UNBAL TO TRUE
                 ADD 1 TO WS-WGT-UNBAL-COUNT
              END-IF
           END-IF
           MOVE SPACES TO WS-WGT-FLAGS
           MOVE 1 TO WS-WGT-FLAG-PTR
           IF WS-WGT-OVER THEN
              STRING 'OVERWEIGHT ' DELIMITED BY SIZE
                 INTO WS-WGT-FLAGS WITH POINTER WS-WGT-FLAG-PTR
           END-IF
           IF WS-WGT-UNBAL THEN
              STRING 'UNBALANCED ' DELIMITED BY SIZE
                 INTO WS-WGT-FLAGS WITH POINTER WS-WGT-FLAG-PTR
           END-IF
           IF WS-WGT-OVER OR WS-WGT-UNBAL THEN
              PERFORM KEEP-FLAGGED-RUCKSACK
           END-IF
           IF WS-WGT-HAZARD-ITEMS > ZERO THEN
              STRING 'HAZARDOUS ' DELIMITED BY SIZE
                 INTO WS-WGT-FLAGS WITH POINTER WS-WGT-FLAG-PTR
           END-IF
           IF WS-WGT-UNKNOWN-ITEMS > ZERO THEN
              STRING 'UNCATALOGUED' DELIMITED BY SIZE
                 INTO WS-WGT-FLAGS WITH POINTER WS-WGT-FLAG-PTR
           END-IF
           .

       KEEP-FLAGGED-RUCKSACK.
           IF WS-FLAGGED-COUNT < 1000 THEN
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE WS-LINE-NUM TO FW-LINE-NUM(WS-FLAGGED-COUNT)
              MOVE WS-OWNER-ELF TO FW-OWNER(WS-FLAGGED-COUNT)
              MOVE WS-WGT-TOTAL TO FW-TOTAL(WS-FLAGGED-COUNT)
              MOVE WS-WGT-SPLIT-PCT TO FW-SPLIT-PCT(WS-FLAGGED-COUNT)
              MOVE WS-WGT-FLAGS TO FW-FLAGS(WS-FLAGGED-COUNT)
           ELSE
              IF NOT WS-FLAGGED-FULL THEN
                 SET WS-FLAGGED-FULL TO TRUE
                 DISPLAY 'DAY3: MORE THAN 1000 FLAGGED RUCKSACKS - '
                    'ONLY THE FIRST 1000 ARE LISTED IN THE SUMMARY.'
              END-IF
           END-IF
           .

      *
      *    WRITE-WEIGHT-DETAIL PUTS ONE LINE PER RUCKSACK ON
      *    DAY3WGT.TXT: MANIFEST LINE, OWNER, BOTH COMPARTMENT
      *    WEIGHTS, TOTAL, SPLIT AND FLAGS.
       WRITE-WEIGHT-DETAIL.
           MOVE WS-OWNER-ELF TO WS-ROSTER-ELF
           PERFORM GET-OWNER-LABEL
           MOVE SPACES TO WEIGHT-LINE
           MOVE WS-LINE-NUM TO WS-EDIT-LINE-NUM
           MOVE WS-EDIT-LINE-NUM TO WEIGHT-LINE(1:9)
           MOVE WS-ROSTER-LABEL TO WEIGHT-LINE(11:30)
           MOVE WS-WGT-COMP1 TO WS-EDIT-INV-A
           MOVE WS-EDIT-INV-A TO WEIGHT-LINE(42:9)
           MOVE WS-WGT-COMP2 TO WS-EDIT-INV-A
           MOVE WS-EDIT-INV-A TO WEIGHT-LINE(53:9)
           MOVE WS-WGT-TOTAL TO WS-EDIT-INV-A
           MOVE WS-EDIT-INV-A TO WEIGHT-LINE(64:9)
           MOVE WS-WGT-SPLIT-PCT TO WS-EDIT-WGT-PCT
           MOVE WS-EDIT-WGT-PCT TO WEIGHT-LINE(75:3)
           MOVE '%' TO WEIGHT-LINE(78:1)
           MOVE WS-WGT-FLAGS TO WEIGHT-LINE(81:50)
           PERFORM PUT-WEIGHT-LINE
           .

       PART2.
           PERFORM GET-PRIO-SCORE
           ADD PRIO-SCORE TO PRIO-SUM-PART2
           PERFORM WRITE-BADGE-DETAIL
           PERFORM RECORD-BADGE-GROUP
           .

      *
      *    AT ALL.
       LOAD-PRIO-OVERRIDES.
           INITIALIZE PRIO-OVERRIDE-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT PRIO-FILE
           IF FS-PRIO-SUCCESS THEN
              PERFORM UNTIL WS-PRIO-EOF
                    AT END
                       SET WS-PRIO-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       COMPUTE WS-CHAR-IDX = FUNCTION ORD(PR-ITEM)
                       IF FUNCTION TEST-NUMVAL(PR-SCORE) = ZERO THEN
                          SET PRIO-OVR-SET(WS-CHAR-IDX) TO TRUE
                 END-READ
              END-PERFORM
              CLOSE PRIO-FILE
              MOVE 'DAY3PRIO.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              DISPLAY 'DAY3: ' WS-PRIO-OVERRIDE-COUNT ' PRIORITY '
                 'OVERRIDE(S) LOADED FROM DAY3PRIO.TXT.'
           ELSE
              ': BADGE=' CHAR
              ' PRIORITY=' WS-EDIT-PRIO-SCORE
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
              UNTIL WS-RS-SUB > WS-GROUP-SIZE
              MOVE WS-RS-SUB TO WS-EDIT-RS-NUM
                 FUNCTION TRIM(WS-ROSTER-LABEL) DELIMITED BY SIZE
                 ')' DELIMITED BY SIZE
                 INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           MOVE PRIO-SCORE TO WS-CSV-PRIO
           MOVE WS-GROUP-NUM TO WS-CSV-GROUP
           STRING 'BADGE,' WS-CSV-GROUP ',' CHAR ',' WS-CSV-PRIO
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
      *    RECORD-BADGE-GROUP KEEPS TONIGHT'S GROUP FOR THE BADGE
      *    REGISTER: GROUP NUMBER, LAST MANIFEST LINE, BADGE AND THE
      *    OWNING ELVES SORTED INTO KEY ORDER.  A GROUP WITH AN
      *    UNOWNED RUCKSACK HAS NO KEY AND IS MARKED UNOWNED.
       RECORD-BADGE-GROUP.
           IF WS-TG-COUNT < 2000 THEN
              ADD 1 TO WS-TG-COUNT
              MOVE WS-TG-COUNT TO WS-TG-SUB
              INITIALIZE TG-ENTRY(WS-TG-SUB)
              MOVE WS-GROUP-NUM TO TG-GROUP-NUM(WS-TG-SUB)
              MOVE WS-LINE-NUM TO TG-LINE-NUM(WS-TG-SUB)
              MOVE CHAR TO TG-BADGE(WS-TG-SUB)
              MOVE WS-GROUP-SIZE TO TG-MEMBER-COUNT(WS-TG-SUB)
              SET WS-KEY-OWNED TO TRUE
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > WS-GROUP-SIZE
                 MOVE GROUP-OWNER(WS-KEY-SUB)
                    TO TG-MEMBER(WS-TG-SUB, WS-KEY-SUB)
                 IF GROUP-OWNER(WS-KEY-SUB) = ZERO THEN
                    SET WS-KEY-OWNED TO FALSE
                 END-IF
              END-PERFORM
              PERFORM SORT-GROUP-KEY
              IF NOT WS-KEY-OWNED THEN
                 MOVE 'UNOWNED' TO TG-RESULT(WS-TG-SUB)
              END-IF
              PERFORM COUNT-ELF-GROUPS
           ELSE
              IF NOT WS-TG-FULL-WARNED THEN
                 SET WS-TG-FULL-WARNED TO TRUE
                 DISPLAY 'DAY3: MORE THAN 2000 BADGE GROUPS - GROUPS '
                    'PAST THE 2000TH ARE NOT RECONCILED TO THE BADGE '
                    'REGISTER.'
              END-IF
           END-IF
           .

      *
      *    SORT-GROUP-KEY PUTS THE CURRENT GROUP'S OWNERS INTO
      *    ASCENDING ORDER (A STRAIGHT INSERTION SORT - THERE ARE NEVER
      *    MORE THAN TEN), SO THE SAME ELVES ALWAYS MAKE THE SAME KEY
      *    WHATEVER ORDER THEIR RUCKSACKS WERE SCANNED IN.
       SORT-GROUP-KEY.
           PERFORM VARYING WS-KEY-SUB FROM 2 BY 1
              UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
              PERFORM VARYING WS-KEY-SUB2 FROM WS-KEY-SUB BY -1
                 UNTIL WS-KEY-SUB2 < 2
                 OR TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2 - 1)
                    <= TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2)
                 MOVE TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2) TO WS-KEY-HOLD
                 MOVE TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2 - 1)
                    TO TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2)
                 MOVE WS-KEY-HOLD
                    TO TG-MEMBER(WS-TG-SUB, WS-KEY-SUB2 - 1)
              END-PERFORM
           END-PERFORM
           .

      *
      *    COUNT-ELF-GROUPS COUNTS THE CURRENT GROUP ONCE AGAINST EACH
      *    OF ITS OWNING ELVES (AN ELF WITH TWO RUCKSACKS IN THE SAME
      *    GROUP IS STILL ONE GROUP), SO ELVES TURNING UP IN MORE THAN
      *    ONE GROUP CAN BE LISTED.
       COUNT-ELF-GROUPS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
              UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
              MOVE TG-MEMBER(WS-TG-SUB, WS-KEY-SUB) TO WS-BDG-ELF
              IF WS-BDG-ELF >= 1 AND WS-BDG-ELF <= WS-ELF-LIMIT THEN
                 IF WS-KEY-SUB = 1 THEN
                    PERFORM TALLY-ELF-GROUP
                 ELSE
                    IF TG-MEMBER(WS-TG-SUB, WS-KEY-SUB - 1)
                       NOT = WS-BDG-ELF THEN
                       PERFORM TALLY-ELF-GROUP
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       TALLY-ELF-GROUP.
           ADD 1 TO EG-COUNT(WS-BDG-ELF)
           IF EG-COUNT(WS-BDG-ELF) = 2 THEN
              ADD 1 TO WS-BDG-MULTI-COUNT
           END-IF
           .

      *
      *    LOAD-BADGE-REGISTER PRIMES THE REGISTER TABLE FROM
      *    DAY3BDGE.TXT.  A MISSING REGISTER JUST MEANS THIS IS THE
      *    FIRST REGISTERED RUN, AND EVERY OWNED GROUP WILL BE NEW.
       LOAD-BADGE-REGISTER.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT BADGE-REGISTER-FILE
           IF FS-BREG-SUCCESS THEN
              PERFORM UNTIL WS-BREG-EOF
                 READ BADGE-REGISTER-FILE
                    AT END
                       SET WS-BREG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-BADGE-REGISTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE BADGE-REGISTER-FILE
              MOVE 'DAY3BDGE.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-BADGE-REGISTER-RECORD.
           SET WS-KEY-MATCH TO TRUE
           IF BR-MEMBER-COUNT IS NOT NUMERIC
              OR BR-MEMBER-COUNT < 1 OR BR-MEMBER-COUNT > 10 THEN
              SET WS-KEY-MATCH TO FALSE
           ELSE
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > BR-MEMBER-COUNT
                 IF BR-MEMBER(WS-KEY-SUB) IS NOT NUMERIC THEN
                    SET WS-KEY-MATCH TO FALSE
                 END-IF
              END-PERFORM
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-KEY-MATCH
                 DISPLAY 'DAY3: INVALID GROUP KEY IN DAY3BDGE.TXT - '
                    'ENTRY IGNORED.'
              WHEN WS-BG-COUNT >= 2000
                 IF NOT WS-BG-FULL-WARNED THEN
                    SET WS-BG-FULL-WARNED TO TRUE
                    DISPLAY 'DAY3: BADGE REGISTER TABLE FULL (2000) - '
                       'LATER ENTRIES DROPPED FROM DAY3BDGE.TXT.'
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-BG-COUNT
                 MOVE WS-BG-COUNT TO WS-BG-SUB
                 INITIALIZE BG-ENTRY(WS-BG-SUB)
                 MOVE BR-STATUS TO BG-STATUS(WS-BG-SUB)
                 MOVE BR-BADGE TO BG-BADGE(WS-BG-SUB)
                 MOVE BR-FIRST-SEEN TO BG-FIRST-SEEN(WS-BG-SUB)
                 MOVE BR-LAST-SEEN TO BG-LAST-SEEN(WS-BG-SUB)
                 MOVE BR-PREV-BADGE TO BG-PREV-BADGE(WS-BG-SUB)
                 MOVE BR-CHANGED TO BG-CHANGED(WS-BG-SUB)
                 MOVE BR-MEMBER-COUNT TO BG-MEMBER-COUNT(WS-BG-SUB)
                 PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                    UNTIL WS-KEY-SUB > BR-MEMBER-COUNT
                    MOVE BR-MEMBER(WS-KEY-SUB)
                       TO BG-MEMBER(WS-BG-SUB, WS-KEY-SUB)
                 END-PERFORM
                 SET BG-NOT-SEEN(WS-BG-SUB) TO TRUE
           END-EVALUATE
           .

      *
      *    RECONCILE-BADGE-REGISTER MATCHES TONIGHT'S OWNED GROUPS TO
      *    THE REGISTER.  ANY ACTIVE GROUP NOT FORMED TONIGHT HAS
      *    BROKEN UP - BUT ONLY WHEN TONIGHT PRODUCED AT LEAST ONE
      *    OWNED GROUP; A MANIFEST WITHOUT OWNERS SAYS NOTHING ABOUT
      *    WHO IS STILL GROUPED WITH WHOM.
       RECONCILE-BADGE-REGISTER.
           PERFORM VARYING WS-TG-SUB FROM 1 BY 1
              UNTIL WS-TG-SUB > WS-TG-COUNT
              IF TG-RESULT(WS-TG-SUB) = 'UNOWNED' THEN
                 ADD 1 TO WS-BDG-UNOWNED-COUNT
              ELSE
                 PERFORM MATCH-BADGE-GROUP
              END-IF
           END-PERFORM
           IF WS-TG-COUNT > WS-BDG-UNOWNED-COUNT THEN
              PERFORM VARYING WS-BG-SUB FROM 1 BY 1
                 UNTIL WS-BG-SUB > WS-BG-COUNT
                 IF BG-STATUS(WS-BG-SUB) = 'ACTIVE'
                    AND BG-NOT-SEEN(WS-BG-SUB) THEN
                    MOVE 'BROKEN' TO BG-STATUS(WS-BG-SUB)
                    SET BG-BROKEN-TONIGHT(WS-BG-SUB) TO TRUE
                    ADD 1 TO WS-BDG-BROKEN-COUNT
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    MATCH-BADGE-GROUP FINDS THE REGISTER ENTRY WITH THE SAME
      *    KEY AS TONIGHT'S GROUP.  NO ENTRY, OR ONE THAT HAD BROKEN
      *    UP AND HAS NOW RE-FORMED, IS A NEW GROUP; A DIFFERENT BADGE
      *    IS A BADGE CHANGE, RAISED ON THE EXCEPTION LOG FOR THE
      *    QUARTERMASTER TO RE-AUTHORISE.
       MATCH-BADGE-GROUP.
           SET WS-KEY-MATCH TO FALSE
           MOVE ZERO TO TG-BG-SUB(WS-TG-SUB)
           PERFORM VARYING WS-BG-SUB FROM 1 BY 1
              UNTIL WS-BG-SUB > WS-BG-COUNT OR WS-KEY-MATCH
              PERFORM COMPARE-GROUP-KEY
           END-PERFORM
           IF TG-BG-SUB(WS-TG-SUB) = ZERO THEN
              PERFORM ADD-BADGE-GROUP
           ELSE
              MOVE TG-BG-SUB(WS-TG-SUB) TO WS-BG-SUB
              EVALUATE TRUE
                 WHEN BG-STATUS(WS-BG-SUB) NOT = 'ACTIVE'
                    MOVE 'ACTIVE' TO BG-STATUS(WS-BG-SUB)
                    MOVE TG-BADGE(WS-TG-SUB) TO BG-BADGE(WS-BG-SUB)
                    MOVE WS-TODAY-DASHED TO BG-FIRST-SEEN(WS-BG-SUB)
                    MOVE SPACE TO BG-PREV-BADGE(WS-BG-SUB)
                    MOVE SPACES TO BG-CHANGED(WS-BG-SUB)
                    MOVE 'NEW' TO TG-RESULT(WS-TG-SUB)
                    ADD 1 TO WS-BDG-NEW-COUNT
                 WHEN BG-BADGE(WS-BG-SUB) NOT = TG-BADGE(WS-TG-SUB)
                    MOVE BG-BADGE(WS-BG-SUB) TO BG-PREV-BADGE(WS-BG-SUB)
                    MOVE TG-BADGE(WS-TG-SUB) TO BG-BADGE(WS-BG-SUB)
                    MOVE WS-TODAY-DASHED TO BG-CHANGED(WS-BG-SUB)
                    MOVE 'CHANGED' TO TG-RESULT(WS-TG-SUB)
                    ADD 1 TO WS-BDG-CHANGED-COUNT
                    PERFORM RAISE-BADGE-CHANGE
                 WHEN OTHER
                    MOVE 'SAME' TO TG-RESULT(WS-TG-SUB)
              END-EVALUATE
              MOVE WS-TODAY-DASHED TO BG-LAST-SEEN(WS-BG-SUB)
              SET BG-SEEN(WS-BG-SUB) TO TRUE
           END-IF
           .

       COMPARE-GROUP-KEY.
           IF BG-MEMBER-COUNT(WS-BG-SUB) = TG-MEMBER-COUNT(WS-TG-SUB)
              THEN
              SET WS-KEY-MATCH TO TRUE
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
                 OR NOT WS-KEY-MATCH
                 IF BG-MEMBER(WS-BG-SUB, WS-KEY-SUB)
                    NOT = TG-MEMBER(WS-TG-SUB, WS-KEY-SUB) THEN
                    SET WS-KEY-MATCH TO FALSE
                 END-IF
              END-PERFORM
              IF WS-KEY-MATCH THEN
                 MOVE WS-BG-SUB TO TG-BG-SUB(WS-TG-SUB)
              END-IF
           END-IF
           .

       ADD-BADGE-GROUP.
           IF WS-BG-COUNT < 2000 THEN
              ADD 1 TO WS-BG-COUNT
              MOVE WS-BG-COUNT TO WS-BG-SUB
              INITIALIZE BG-ENTRY(WS-BG-SUB)
              MOVE 'ACTIVE' TO BG-STATUS(WS-BG-SUB)
              MOVE TG-BADGE(WS-TG-SUB) TO BG-BADGE(WS-BG-SUB)
              MOVE WS-TODAY-DASHED TO BG-FIRST-SEEN(WS-BG-SUB)
              MOVE WS-TODAY-DASHED TO BG-LAST-SEEN(WS-BG-SUB)
              MOVE TG-MEMBER-COUNT(WS-TG-SUB)
                 TO BG-MEMBER-COUNT(WS-BG-SUB)
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
                 MOVE TG-MEMBER(WS-TG-SUB, WS-KEY-SUB)
                    TO BG-MEMBER(WS-BG-SUB, WS-KEY-SUB)
              END-PERFORM
              SET BG-SEEN(WS-BG-SUB) TO TRUE
              MOVE WS-BG-SUB TO TG-BG-SUB(WS-TG-SUB)
           ELSE
              IF NOT WS-BG-FULL-WARNED THEN
                 SET WS-BG-FULL-WARNED TO TRUE
                 DISPLAY 'DAY3: BADGE REGISTER TABLE FULL (2000) - '
                    'FURTHER NEW GROUPS NOT REGISTERED THIS RUN.'
              END-IF
           END-IF
           MOVE 'NEW' TO TG-RESULT(WS-TG-SUB)
           ADD 1 TO WS-BDG-NEW-COUNT
           .

       RAISE-BADGE-CHANGE.
           PERFORM BUILD-TONIGHT-MEMBERS
           MOVE TG-LINE-NUM(WS-TG-SUB) TO WS-EXC-LINE-NUM
           MOVE 'W' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING 'BADGE CHANGED ' BG-PREV-BADGE(WS-BG-SUB) ' TO '
              BG-BADGE(WS-BG-SUB) ' - QUARTERMASTER TO RE-AUTHORISE'
              ' - ELVES ' FUNCTION TRIM(WS-BDG-MEMBERS)
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    BUILD-TONIGHT-MEMBERS AND BUILD-REGISTER-MEMBERS LIST A
      *    GROUP'S ELVES, COMMA-SEPARATED, IN WS-BDG-MEMBERS.
       BUILD-TONIGHT-MEMBERS.
           MOVE SPACES TO WS-BDG-MEMBERS
           MOVE 1 TO WS-BDG-PTR
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
              UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
              MOVE TG-MEMBER(WS-TG-SUB, WS-KEY-SUB) TO WS-BDG-ELF
              PERFORM APPEND-MEMBER
           END-PERFORM
           .

       BUILD-REGISTER-MEMBERS.
           MOVE SPACES TO WS-BDG-MEMBERS
           MOVE 1 TO WS-BDG-PTR
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
              UNTIL WS-KEY-SUB > BG-MEMBER-COUNT(WS-BG-SUB)
              MOVE BG-MEMBER(WS-BG-SUB, WS-KEY-SUB) TO WS-BDG-ELF
              PERFORM APPEND-MEMBER
           END-PERFORM
           .

       APPEND-MEMBER.
           MOVE WS-BDG-ELF TO WS-EDIT-INV-A
           IF WS-KEY-SUB > 1 THEN
              STRING ',' DELIMITED BY SIZE
                 INTO WS-BDG-MEMBERS WITH POINTER WS-BDG-PTR
           END-IF
           STRING FUNCTION TRIM(WS-EDIT-INV-A) DELIMITED BY SIZE
              INTO WS-BDG-MEMBERS WITH POINTER WS-BDG-PTR
           .

      *
      *    WRITE-BADGE-REGISTER-REPORT APPENDS THE RECONCILIATION TO
      *    DAY3RPT.TXT: NEW GROUPS, BADGE CHANGES AWAITING
      *    RE-AUTHORISATION, GROUPS BROKEN UP AND ELVES FOUND IN MORE
      *    THAN ONE GROUP TONIGHT.
       WRITE-BADGE-REGISTER-REPORT.
           MOVE 'BADGE REGISTER RECONCILIATION (DAY3BDGE.TXT):'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE '  NEW GROUPS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-BDG-NEW-COUNT = ZERO THEN
              MOVE '    NONE.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TG-SUB FROM 1 BY 1
              UNTIL WS-TG-SUB > WS-TG-COUNT
              IF TG-RESULT(WS-TG-SUB) = 'NEW' THEN
                 PERFORM WRITE-NEW-GROUP-DETAIL
              END-IF
           END-PERFORM
           MOVE '  BADGE CHANGES - QUARTERMASTER RE-AUTHORISATION '
              TO REPORT-LINE
           MOVE 'REQUIRED:' TO REPORT-LINE(50:9)
           PERFORM PUT-REPORT-LINE
           IF WS-BDG-CHANGED-COUNT = ZERO THEN
              MOVE '    NONE.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TG-SUB FROM 1 BY 1
              UNTIL WS-TG-SUB > WS-TG-COUNT
              IF TG-RESULT(WS-TG-SUB) = 'CHANGED' THEN
                 PERFORM WRITE-CHANGED-GROUP-DETAIL
              END-IF
           END-PERFORM
           MOVE '  GROUPS BROKEN UP:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           EVALUATE TRUE
              WHEN WS-TG-COUNT = WS-BDG-UNOWNED-COUNT
                 MOVE '    NOT ASSESSED - NO GROUP TONIGHT HAD OWNERS.'
                    TO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              WHEN WS-BDG-BROKEN-COUNT = ZERO
                 MOVE '    NONE.' TO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              WHEN OTHER
                 PERFORM VARYING WS-BG-SUB FROM 1 BY 1
                    UNTIL WS-BG-SUB > WS-BG-COUNT
                    IF BG-BROKEN-TONIGHT(WS-BG-SUB) THEN
                       PERFORM WRITE-BROKEN-GROUP-DETAIL
                    END-IF
                 END-PERFORM
           END-EVALUATE
           MOVE '  ELVES IN MORE THAN ONE GROUP:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-BDG-MULTI-COUNT = ZERO THEN
              MOVE '    NONE.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           ELSE
              PERFORM VARYING WS-BDG-ELF FROM 1 BY 1
                 UNTIL WS-BDG-ELF > WS-ELF-LIMIT
                 IF EG-COUNT(WS-BDG-ELF) > 1 THEN
                    PERFORM WRITE-MULTI-GROUP-ELF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-BDG-UNOWNED-COUNT > ZERO THEN
              MOVE WS-BDG-UNOWNED-COUNT TO WS-EDIT-INV-A
              MOVE SPACES TO REPORT-LINE
              STRING '  ' FUNCTION TRIM(WS-EDIT-INV-A)
                 ' GROUP(S) WITH AN UNOWNED RUCKSACK NOT REGISTERED.'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           IF WS-BDG-CHANGED-COUNT > ZERO THEN
              DISPLAY 'DAY3: ' WS-BDG-CHANGED-COUNT ' BADGE CHANGE(S) '
                 'AWAIT QUARTERMASTER RE-AUTHORISATION - SEE '
                 'DAY3RPT.TXT.'
           END-IF
           .

       WRITE-NEW-GROUP-DETAIL.
           PERFORM BUILD-TONIGHT-MEMBERS
           MOVE TG-GROUP-NUM(WS-TG-SUB) TO WS-EDIT-GROUP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING '    GROUP ' FUNCTION TRIM(WS-EDIT-GROUP-NUM)
              ' BADGE ' TG-BADGE(WS-TG-SUB)
              ' ELVES ' FUNCTION TRIM(WS-BDG-MEMBERS)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

       WRITE-CHANGED-GROUP-DETAIL.
           MOVE TG-BG-SUB(WS-TG-SUB) TO WS-BG-SUB
           PERFORM BUILD-TONIGHT-MEMBERS
           MOVE TG-GROUP-NUM(WS-TG-SUB) TO WS-EDIT-GROUP-NUM
           MOVE SPACES TO REPORT-LINE
           STRING '    GROUP ' FUNCTION TRIM(WS-EDIT-GROUP-NUM)
              ' BADGE ' BG-PREV-BADGE(WS-BG-SUB) ' -> '
              BG-BADGE(WS-BG-SUB) ' (GROUP SINCE '
              BG-FIRST-SEEN(WS-BG-SUB) ') ELVES '
              FUNCTION TRIM(WS-BDG-MEMBERS)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

       WRITE-BROKEN-GROUP-DETAIL.
           PERFORM BUILD-REGISTER-MEMBERS
           MOVE SPACES TO REPORT-LINE
           STRING '    BADGE ' BG-BADGE(WS-BG-SUB)
              ' FIRST SEEN ' BG-FIRST-SEEN(WS-BG-SUB)
              ' LAST SEEN ' BG-LAST-SEEN(WS-BG-SUB)
              ' ELVES ' FUNCTION TRIM(WS-BDG-MEMBERS)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
      *    WRITE-MULTI-GROUP-ELF NAMES AN ELF WHOSE RUCKSACKS SIT IN
      *    MORE THAN ONE OF TONIGHT'S GROUPS, WITH THE GROUP NUMBERS.
       WRITE-MULTI-GROUP-ELF.
           MOVE SPACES TO WS-BDG-GROUPS
           MOVE 1 TO WS-BDG-PTR
           PERFORM VARYING WS-TG-SUB FROM 1 BY 1
              UNTIL WS-TG-SUB > WS-TG-COUNT
              SET WS-KEY-MATCH TO FALSE
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > TG-MEMBER-COUNT(WS-TG-SUB)
                 IF TG-MEMBER(WS-TG-SUB, WS-KEY-SUB) = WS-BDG-ELF THEN
                    SET WS-KEY-MATCH TO TRUE
                 END-IF
              END-PERFORM
              IF WS-KEY-MATCH THEN
                 MOVE TG-GROUP-NUM(WS-TG-SUB) TO WS-EDIT-GROUP-NUM
                 IF WS-BDG-PTR > 1 THEN
                    STRING ',' DELIMITED BY SIZE
                       INTO WS-BDG-GROUPS WITH POINTER WS-BDG-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 END-IF
                 STRING FUNCTION TRIM(WS-EDIT-GROUP-NUM)
                    DELIMITED BY SIZE
                    INTO WS-BDG-GROUPS WITH POINTER WS-BDG-PTR
                    ON OVERFLOW
                       CONTINUE
                 END-STRING
              END-IF
           END-PERFORM
           MOVE WS-BDG-ELF TO WS-ROSTER-ELF
           PERFORM GET-OWNER-LABEL
           MOVE WS-BDG-ELF TO WS-EDIT-INV-A
           MOVE SPACES TO REPORT-LINE
           STRING '    ELF ' FUNCTION TRIM(WS-EDIT-INV-A) ' ('
              FUNCTION TRIM(WS-ROSTER-LABEL) '): GROUPS '
              FUNCTION TRIM(WS-BDG-GROUPS)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
      *    REWRITE-BADGE-REGISTER WRITES THE RECONCILED REGISTER BACK
      *    TO DAY3BDGE.TXT, BROKEN GROUPS INCLUDED, SO A GROUP'S
      *    BADGE HISTORY SURVIVES IT BREAKING UP AND RE-FORMING.
       REWRITE-BADGE-REGISTER.
           OPEN OUTPUT BADGE-REGISTER-FILE
           PERFORM VARYING WS-BG-SUB FROM 1 BY 1
              UNTIL WS-BG-SUB > WS-BG-COUNT
              MOVE SPACES TO BADGE-REGISTER-RECORD
              MOVE BG-STATUS(WS-BG-SUB) TO BR-STATUS
              MOVE BG-BADGE(WS-BG-SUB) TO BR-BADGE
              MOVE BG-FIRST-SEEN(WS-BG-SUB) TO BR-FIRST-SEEN
              MOVE BG-LAST-SEEN(WS-BG-SUB) TO BR-LAST-SEEN
              MOVE BG-PREV-BADGE(WS-BG-SUB) TO BR-PREV-BADGE
              MOVE BG-CHANGED(WS-BG-SUB) TO BR-CHANGED
              MOVE BG-MEMBER-COUNT(WS-BG-SUB) TO BR-MEMBER-COUNT
              PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                 UNTIL WS-KEY-SUB > BG-MEMBER-COUNT(WS-BG-SUB)
                 MOVE BG-MEMBER(WS-BG-SUB, WS-KEY-SUB)
                    TO BR-MEMBER(WS-KEY-SUB)
              END-PERFORM
              WRITE BADGE-REGISTER-RECORD
           END-PERFORM
           CLOSE BADGE-REGISTER-FILE
           MOVE 'DAY3BDGE.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-BG-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    ROUTED TO A NAMED ELF.
       WRITE-ELF-SUMMARY.
           MOVE 'OWNERSHIP SUMMARY BY ELF:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-ELF-STATS-COUNT = ZERO THEN
              MOVE '  NO RUCKSACKS WERE READ.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-ES-SUB FROM 1 BY 1
              UNTIL WS-ES-SUB > WS-ELF-STATS-COUNT
                 WS-EDIT-INV-B ' MISPLACED ' WS-EDIT-INV-C
                 ' WEIGHTED ' WS-EDIT-LINE-NUM
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *    INVENTORY - THE SHAPE QUARTERMASTERING IS ORGANIZED IN.
       WRITE-TEAM-SUMMARY.
           MOVE 'OWNERSHIP SUMMARY BY TEAM:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-TEAM-STATS-COUNT = ZERO THEN
              MOVE '  NO RUCKSACKS WERE READ.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
              UNTIL WS-TS-SUB > WS-TEAM-STATS-COUNT
              ': RUCKSACKS ' WS-EDIT-INV-A ' MISPLACED '
              WS-EDIT-INV-B ' INVENTORY:'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 256
              IF TS-INV-OCCURS(WS-TS-SUB, WS-CHAR-IDX) > ZERO THEN
                 MOVE SPACES TO REPORT-LINE
                 STRING '    ' WS-INV-CHAR '  ' WS-EDIT-INV-C
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM
           .
           MOVE SPACES TO WS-TODAY-DASHED
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-TODAY-DASHED
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT WO-MASTER-FILE
           IF FS-WOMF-SUCCESS THEN
              PERFORM UNTIL WS-WOMF-EOF
                    AT END
                       SET WS-WOMF-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-WO-MASTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *    CONFIGURED NUMBER OF RUNS - TO THE REPORT.
       WRITE-WORK-ORDER-STATUS.
           MOVE 'WORK ORDER STATUS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-WO-OPENED-COUNT TO WS-EDIT-INV-A
           MOVE WS-WO-CLOSED-COUNT TO WS-EDIT-INV-B
           MOVE WS-WO-STILL-OPEN-COUNT TO WS-EDIT-INV-C
              ', CLOSED TODAY ' WS-EDIT-INV-B
              ', CARRIED OPEN ' WS-EDIT-INV-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-WO-AGE-LIMIT TO WS-EDIT-INV-A
           MOVE SPACES TO REPORT-LINE
           STRING '  ORDERS OPEN MORE THAN ' WS-EDIT-INV-A
              ' RUN(S):'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-WO-AGED-COUNT = ZERO THEN
              MOVE '    NONE.' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           ELSE
              PERFORM VARYING WS-WO-SUB FROM 1 BY 1
                 UNTIL WS-WO-SUB > WS-WO-COUNT
              ' OPENED ' WOT-OPENED(WS-WO-SUB)
              ' - OPEN ' WS-EDIT-INV-B ' RUN(S)'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
              WRITE WO-MASTER-RECORD
           END-PERFORM
           CLOSE WO-MASTER-FILE
           MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-WO-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    WRITE-CSV-SUMMARY CLOSES THE MACHINE-READABLE COMPANION
      *    FILE OFF WITH THE PART1/PART2 TOTALS IN A STABLE COLUMN
      *    LAYOUT, SO DOWNSTREAM CONSUMERS STOP SCREEN-SCRAPING THE
      *    FORMATTED REPORT.  THE OVERWEIGHT AND UNBALANCED COUNTS
      *    FOLLOW WHEN THE ITEM CATALOG WAS STAGED.
       WRITE-CSV-SUMMARY.
           MOVE PRIO-SUM-PART1 TO WS-CSV-SUM
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' WS-CSV-SUM
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE PRIO-SUM-PART2 TO WS-CSV-SUM
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' WS-CSV-SUM
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           IF WS-ITEM-LOADED THEN
              MOVE WS-WGT-OVER-COUNT TO WS-CSV-SUM
              MOVE SPACES TO CSV-LINE
              STRING 'SUMMARY,OVERWEIGHT,' WS-CSV-SUM
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
              MOVE WS-WGT-UNBAL-COUNT TO WS-CSV-SUM
              MOVE SPACES TO CSV-LINE
              STRING 'SUMMARY,UNBALANCED,' WS-CSV-SUM
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
           END-IF
           MOVE SPACES TO CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-WEIGHT-FILENAME) ' '
              FUNCTION TRIM(WS-WEIGHT-PUBLISHED)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE WS-REPORT-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-CSV-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-CSV-LINES TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-WORK-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-WEIGHT-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(3) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mkdir -p ' FUNCTION TRIM(WS-ARCHIVE-DIR)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                 TO WS-GROUP-SIZE
           END-IF
           MOVE 'DAY3-CARRY-LIMIT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 9999999 THEN
              COMPUTE WS-CARRY-LIMIT = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY3-BALANCE-PCT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 100 THEN
              COMPUTE WS-BALANCE-PCT = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY3-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
           END-IF
           .

      *
      *    PUT-REPORT-LINE WRITES REPORT-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-REPORT-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

      *
      *    WRITE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-REPORT-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *
      *    PUT-WORK-ORDER-LINE WRITES WORK-ORDER-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-WORK-ORDER-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE WORK-ORDER-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO WORK-ORDER-LINE
                 WRITE WORK-ORDER-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE WORK-ORDER-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO WORK-ORDER-LINE
           END-IF
           WRITE WORK-ORDER-LINE
           .

      *
      *    WRITE-WORK-ORDER-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-WORK-ORDER-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO WORK-ORDER-LINE
              PERFORM PUT-WORK-ORDER-LINE
           END-PERFORM
           .

      *
      *    START-WEIGHT-REPORT OPENS DAY3WGT.TXT UNDER ITS PAGE
      *    HEADING WITH THE LIMITS IN FORCE AND THE COLUMN HEADINGS.
       START-WEIGHT-REPORT.
           OPEN OUTPUT WEIGHT-FILE
           MOVE 3 TO WS-PG-RPT
           MOVE 'DAY3' TO WS-PG-PROGRAM-ID
           MOVE 'RUCKSACK WEIGHT AND BALANCE' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE WS-CARRY-LIMIT TO WS-EDIT-INV-A
           MOVE WS-BALANCE-PCT TO WS-EDIT-WGT-PCT
           MOVE SPACES TO WEIGHT-LINE
           STRING 'CARRY LIMIT ' FUNCTION TRIM(WS-EDIT-INV-A)
              ' G   BALANCE LIMIT ' FUNCTION TRIM(WS-EDIT-WGT-PCT)
              '% OF TOTAL BETWEEN COMPARTMENTS'
              DELIMITED BY SIZE INTO WEIGHT-LINE
           PERFORM PUT-WEIGHT-LINE
           IF WS-ITEM-LOADED THEN
              MOVE SPACES TO WEIGHT-LINE
              MOVE '     LINE' TO WEIGHT-LINE(1:9)
              MOVE 'OWNER' TO WEIGHT-LINE(11:5)
              MOVE '  COMP1 G' TO WEIGHT-LINE(42:9)
              MOVE '  COMP2 G' TO WEIGHT-LINE(53:9)
              MOVE '  TOTAL G' TO WEIGHT-LINE(64:9)
              MOVE 'SPLIT' TO WEIGHT-LINE(74:5)
              MOVE 'FLAGS' TO WEIGHT-LINE(81:5)
           ELSE
              MOVE 'DAY3ITEM.TXT NOT STAGED - RUCKSACKS NOT WEIGHED.'
                 TO WEIGHT-LINE
           END-IF
           PERFORM PUT-WEIGHT-LINE
           .

      *
      *    WRITE-WEIGHT-SUMMARY CLOSES THE WEIGHT REPORT BODY WITH
      *    THE FLAGGED RUCKSACKS AND THE ITEMS FOUND THAT ARE NOT IN
      *    THE CATALOG, AND TELLS THE CONSOLE HOW MANY WERE FLAGGED.
       WRITE-WEIGHT-SUMMARY.
           IF WS-ITEM-LOADED THEN
              MOVE 'FLAGGED RUCKSACKS:' TO WEIGHT-LINE
              PERFORM PUT-WEIGHT-LINE
              IF WS-FLAGGED-COUNT = ZERO THEN
                 MOVE '  NONE.' TO WEIGHT-LINE
                 PERFORM PUT-WEIGHT-LINE
              END-IF
              PERFORM VARYING WS-FLAGGED-SUB FROM 1 BY 1
                 UNTIL WS-FLAGGED-SUB > WS-FLAGGED-COUNT
                 PERFORM WRITE-FLAGGED-DETAIL
              END-PERFORM
              MOVE 'ITEMS NOT IN THE CATALOG:' TO WEIGHT-LINE
              PERFORM PUT-WEIGHT-LINE
              IF WS-WGT-UNKNOWN-COUNT = ZERO THEN
                 MOVE '  NONE.' TO WEIGHT-LINE
                 PERFORM PUT-WEIGHT-LINE
              ELSE
                 MOVE 'ITEM  RUCKSACKS  OCCURRENCES' TO WEIGHT-LINE
                 PERFORM PUT-WEIGHT-LINE
                 PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-CHAR-IDX > 256
                    IF WU-OCCURS(WS-CHAR-IDX) > ZERO THEN
                       MOVE FUNCTION CHAR(WS-CHAR-IDX) TO WS-WGT-CHAR
                       MOVE WU-RUCKSACKS(WS-CHAR-IDX) TO WS-EDIT-INV-A
                       MOVE WU-OCCURS(WS-CHAR-IDX) TO WS-EDIT-INV-B
                       MOVE SPACES TO WEIGHT-LINE
                       STRING '  ' WS-WGT-CHAR '   ' WS-EDIT-INV-A
                          '    ' WS-EDIT-INV-B
                          DELIMITED BY SIZE INTO WEIGHT-LINE
                       PERFORM PUT-WEIGHT-LINE
                    END-IF
                 END-PERFORM
                 DISPLAY 'DAY3: ' WS-WGT-UNKNOWN-COUNT ' ITEM CODE(S) '
                    'NOT IN DAY3ITEM.TXT - SEE DAY3WGT.TXT.'
              END-IF
              IF WS-WGT-OVER-COUNT > ZERO
                 OR WS-WGT-UNBAL-COUNT > ZERO THEN
                 DISPLAY 'DAY3: ' WS-WGT-OVER-COUNT ' OVERWEIGHT AND '
                    WS-WGT-UNBAL-COUNT ' UNBALANCED RUCKSACK(S) - SEE '
                    'DAY3WGT.TXT.'
              END-IF
           END-IF
           .

       WRITE-FLAGGED-DETAIL.
           MOVE FW-OWNER(WS-FLAGGED-SUB) TO WS-ROSTER-ELF
           PERFORM GET-OWNER-LABEL
           MOVE FW-LINE-NUM(WS-FLAGGED-SUB) TO WS-EDIT-LINE-NUM
           MOVE FW-TOTAL(WS-FLAGGED-SUB) TO WS-EDIT-INV-A
           MOVE FW-SPLIT-PCT(WS-FLAGGED-SUB) TO WS-EDIT-WGT-PCT
           MOVE SPACES TO WEIGHT-LINE
           STRING '  LINE ' FUNCTION TRIM(WS-EDIT-LINE-NUM)
              ' OWNER ' FUNCTION TRIM(WS-ROSTER-LABEL)
              ' TOTAL ' FUNCTION TRIM(WS-EDIT-INV-A)
              ' G SPLIT ' FUNCTION TRIM(WS-EDIT-WGT-PCT) '% - '
              FUNCTION TRIM(FW-FLAGS(WS-FLAGGED-SUB))
              DELIMITED BY SIZE INTO WEIGHT-LINE
           PERFORM PUT-WEIGHT-LINE
           .

      *
      *    PUT-WEIGHT-LINE WRITES WEIGHT-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-WEIGHT-LINE.
           MOVE 3 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE WEIGHT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO WEIGHT-LINE
                 WRITE WEIGHT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE WEIGHT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO WEIGHT-LINE
           END-IF
           WRITE WEIGHT-LINE
           .

      *
      *    WRITE-WEIGHT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-WEIGHT-FOOTER.
           MOVE 3 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO WEIGHT-LINE
              PERFORM PUT-WEIGHT-LINE
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

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM DAY3.

       IDENTIFICATION DIVISION.
