       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELFINQ.
      *
      *    ELFINQ IS THE HELP DESK'S AND TEAM LEADS' ONE-SCREEN VIEW
      *    OF AN ELF ACROSS EVERY ELF-KEYED FILE: THE MASTER RECORD,
      *    THE SECTIONS THE ELF OWNS, THE ELF'S OPEN REPACK WORK
      *    ORDERS, ITS OVERLAP-PAIR HISTORY AND THE UNRESOLVED
      *    EXCEPTIONS THAT CITE IT.  THE OPERATOR SIGNS ON AS AT THE
      *    LAUNCH CONSOLE AND THEN ENTERS AN ELF NUMBER OR PART OF A
      *    NAME.  EVERY FILE IS OPENED INPUT ONLY AND ONLY FOR THE
      *    LENGTH OF ONE INQUIRY, SO NOTHING IS HELD WHILE THE
      *    CONSOLE WAITS ON THE OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-OWNER-FILE ASSIGN TO 'DAY4SECT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS-CD.
           SELECT WO-MASTER-FILE ASSIGN TO 'DAY3WOMF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOMF-STATUS-CD.
           SELECT PAIR-HISTORY-FILE ASSIGN TO 'DAY4PAIR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIR-STATUS-CD.
           COPY ELFMSTSL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-OWNER-FILE.
       01  SECTION-OWNER-RECORD.
           05 SO-SECTION           PIC 9(5).
           05 FILLER               PIC X(1).
           05 SO-OWNER-ELF         PIC 9(9).
           05 FILLER               PIC X(1).
           05 SO-EFF-DATE          PIC X(8).
       FD  WO-MASTER-FILE.
       01  WO-MASTER-RECORD.
           05 WO-ORDER-NUM         PIC 9(9).
           05 FILLER               PIC X(1).
           05 WO-STATUS            PIC X(6).
           05 FILLER               PIC X(1).
           05 WO-ELF               PIC 9(9).
           05 FILLER               PIC X(1).
           05 WO-ITEM              PIC X(1).
           05 FILLER               PIC X(1).
           05 WO-AGE               PIC 9(4).
           05 FILLER               PIC X(1).
           05 WO-OPENED-DATE       PIC X(10).
       FD  PAIR-HISTORY-FILE.
       01  PAIR-HISTORY-RECORD.
           05 PH-ELF-A             PIC 9(9).
           05 FILLER               PIC X(1).
           05 PH-ELF-B             PIC 9(9).
           05 FILLER               PIC X(1).
           05 PH-COUNT             PIC 9(9).
       COPY ELFMSTFD.
       COPY EXCFD.
       COPY CONFIGFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-SECT-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-SECT-OK                    VALUE '00'.
       01 WS-WOMF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-WOMF-OK                    VALUE '00'.
       01 WS-PAIR-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-PAIR-OK                    VALUE '00'.
       01 WS-FILE-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-OPERATOR-DONE-SW      PIC X(1) VALUE 'N'.
           88 WS-OPERATOR-DONE              VALUE 'Y' FALSE 'N'.
       01 WS-SIGNON-TRY            PIC 9(4) BINARY.
      *
      *    THE OPERATOR'S ENTRY, UPPER-CASED AND LEFT-JUSTIFIED, AND
      *    THE ELF IT RESOLVED TO.
       01 WS-INQ-ENTRY             PIC X(40).
       01 WS-INQ-TEXT              PIC X(40).
       01 WS-INQ-LEN               PIC 9(4) BINARY.
       01 WS-INQ-ELF               PIC 9(9).
       01 WS-ELF-CHOSEN-SW         PIC X(1) VALUE 'N'.
           88 WS-ELF-CHOSEN                 VALUE 'Y' FALSE 'N'.
      *
      *    THE CHOSEN ELF'S MASTER RECORD.  THE NAME IS KEPT UPPER-
      *    CASED SO AN EXCEPTION THAT CITES THE ELF BY NAME RATHER
      *    THAN BY NUMBER IS STILL FOUND.
       01 WS-MASTER-OPEN-SW        PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN                VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-FOUND-SW       PIC X(1) VALUE 'N'.
           88 WS-MASTER-FOUND               VALUE 'Y' FALSE 'N'.
       01 WS-INQ-NAME              PIC X(20).
       01 WS-INQ-NAME-LEN          PIC 9(4) BINARY.
      *
      *    ELVES WHOSE NAME HOLDS THE ENTERED FRAGMENT.
       01 WS-MATCH-COUNT           PIC 9(4) BINARY.
       01 WS-MATCH-SUB             PIC 9(4) BINARY.
       01 MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 20 TIMES.
              10 MATCH-ELF         PIC 9(9).
              10 MATCH-NAME        PIC X(20).
              10 MATCH-TEAM        PIC X(10).
       01 WS-NAME-UPPER            PIC X(20).
       01 WS-TALLY                 PIC 9(4) BINARY.
      *
      *    EACH PART OF THE SCREEN GATHERS ITS DETAIL LINES HERE SO
      *    ITS HEADING CAN CARRY THE TOTALS; A PART SHOWS AT MOST
      *    SIX LINES AND SAYS HOW MANY MORE THERE WERE.
       01 WS-SHOW-USED             PIC 9(4) BINARY.
       01 WS-SHOW-DROPPED          PIC 9(4) BINARY.
       01 WS-SHOW-SUB              PIC 9(4) BINARY.
       01 WS-SHOW-HEADING          PIC X(90).
       01 WS-SHOW-LINE             PIC X(90).
       01 SHOW-TABLE.
           05 SHOW-ENTRY OCCURS 6 TIMES PIC X(90).
      *
      *    PER-PART TOTALS.
       01 WS-SECT-COUNT            PIC 9(9) BINARY.
       01 WS-WO-OPEN-COUNT         PIC 9(9) BINARY.
       01 WS-WO-AGED-COUNT         PIC 9(9) BINARY.
       01 WS-WO-AGE-LIMIT          PIC 9(4) BINARY VALUE 3.
       01 WS-PAIR-PARTNERS         PIC 9(9) BINARY.
       01 WS-PAIR-OVERLAPS         PIC 9(9) BINARY.
       01 WS-PAIR-PARTNER          PIC 9(9).
       01 WS-PARTNER-NAME          PIC X(20).
       01 WS-EXC-CITED-COUNT       PIC 9(9) BINARY.
      *
      *    RECORDS READ FROM EACH DATASET OVER THE WHOLE SESSION,
      *    FOR THE DATASET USAGE LOG.
       01 WS-MASTER-READ-TOTAL     PIC 9(9) BINARY VALUE ZERO.
       01 WS-SECT-READ-TOTAL       PIC 9(9) BINARY VALUE ZERO.
       01 WS-WO-READ-TOTAL         PIC 9(9) BINARY VALUE ZERO.
       01 WS-PAIR-READ-TOTAL       PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-READ-TOTAL        PIC 9(9) BINARY VALUE ZERO.
      *
      *    FIELDS FOR PICKING AN ELF NUMBER OUT OF EXCEPTION TEXT.
       01 WS-CITES-ELF-SW          PIC X(1) VALUE 'N'.
           88 WS-CITES-ELF                  VALUE 'Y' FALSE 'N'.
       01 WS-MSG-UPPER             PIC X(80).
       01 WS-MSG-POS               PIC 9(4) BINARY.
       01 WS-NUM-POS               PIC 9(4) BINARY.
       01 WS-NUM-DIGITS            PIC 9(4) BINARY.
       01 WS-CITED-ELF             PIC 9(10).
       01 WS-DIGIT-X               PIC X(1).
       01 WS-DIGIT-N REDEFINES WS-DIGIT-X PIC 9(1).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-C                PIC Z(3)9.
       01 WS-RULE-LINE             PIC X(78) VALUE ALL '='.
       01 WS-DASH-LINE             PIC X(78) VALUE ALL '-'.
       COPY ELFMSTWS.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY RUNLOGWS.
       COPY OPERWS.
       COPY RUNIDWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM SIGN-ON-CONSOLE
           IF NOT WS-OPER-PERMITTED THEN
              DISPLAY 'ELFINQ: SIGN-ON FAILED - INQUIRY CLOSED.'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CONFIG-FILE
           PERFORM APPLY-CONFIG-PARMS
           PERFORM PROCESS-ONE-INQUIRY UNTIL WS-OPERATOR-DONE
           PERFORM LOG-INQUIRY-USAGE
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *
      *    SIGN-ON-CONSOLE ASKS FOR THE OPERATOR ID AND HOLDS IT TO
      *    THE AUTHORITY FILE (ANY ELFINQ GRANT LETS AN OPERATOR SIGN
      *    ON), ALLOWING THREE TRIES.  EVERY ATTEMPT GOES ON THE
      *    AUDIT TRAIL.
       SIGN-ON-CONSOLE.
           MOVE 'ELFINQ' TO WS-OPER-PROGRAM-ID
           MOVE 'ELFINQ' TO WS-DSU-PROGRAM-ID
           MOVE 'SIGNON' TO WS-OPER-FUNCTION
           MOVE 'CONSOLE' TO WS-OPER-DETAIL
           SET WS-OPER-PERMITTED TO FALSE
           PERFORM VARYING WS-SIGNON-TRY FROM 1 BY 1
              UNTIL WS-SIGNON-TRY > 3 OR WS-OPER-PERMITTED
              MOVE SPACES TO WS-OPER-ID
              DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPER-ID
      *       A BLANK ENTRY MUST NOT FALL BACK ON RUNOPERATOR.
              IF WS-OPER-ID = SPACES THEN
                 MOVE '(NONE)' TO WS-OPER-ID
              END-IF
              SET WS-OPER-LOADED TO FALSE
              PERFORM CHECK-OPERATOR-AUTHORITY
              PERFORM CLOSE-OPERATOR-AUDIT
           END-PERFORM
           IF WS-OPER-PERMITTED THEN
              DISPLAY 'ELFINQ: SIGNED ON AS ' FUNCTION TRIM(WS-OPER-ID)
                 ' ' FUNCTION TRIM(WS-OPER-NAME) '.'
           END-IF
           .

      *
      *    APPLY-CONFIG-PARMS TAKES THE WORK-ORDER AGE LIMIT FROM
      *    RUNPARMS.TXT ON THE SAME TERMS AS DAY3, SO AN ORDER SHOWN
      *    AGED HERE IS ONE DAY3 COUNTS AS AGED.
       APPLY-CONFIG-PARMS.
           MOVE 'DAY3-WO-AGE-LIMIT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 9999 THEN
              COMPUTE WS-WO-AGE-LIMIT = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           .

      *
      *    PROCESS-ONE-INQUIRY TAKES ONE ENTRY FROM THE OPERATOR.
      *    ENTERING END (OR A BLANK LINE) LEAVES THE INQUIRY.
       PROCESS-ONE-INQUIRY.
           DISPLAY ' '
           DISPLAY 'ENTER ELF NUMBER OR PART OF A NAME (END TO '
              'FINISH): ' WITH NO ADVANCING
           MOVE SPACES TO WS-INQ-ENTRY
           ACCEPT WS-INQ-ENTRY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-INQ-ENTRY))
              TO WS-INQ-TEXT
           IF WS-INQ-TEXT = 'END' OR WS-INQ-TEXT = SPACES THEN
              SET WS-OPERATOR-DONE TO TRUE
           ELSE
              PERFORM FIND-INQUIRY-ELF
              IF WS-ELF-CHOSEN THEN
                 PERFORM CHECK-INQUIRY-AUTHORITY
                 IF WS-OPER-PERMITTED THEN
                    PERFORM SHOW-ELF-SCREEN
                 END-IF
              END-IF
           END-IF
           .

      *
      *    FIND-INQUIRY-ELF TAKES AN ALL-DIGIT ENTRY AS THE ELF
      *    NUMBER ITSELF; ANYTHING ELSE IS A NAME FRAGMENT TO LOOK
      *    UP ON THE ELF MASTER.
       FIND-INQUIRY-ELF.
           SET WS-ELF-CHOSEN TO FALSE
           COMPUTE WS-INQ-LEN = FUNCTION LENGTH(FUNCTION TRIM(
              WS-INQ-TEXT))
           IF WS-INQ-LEN <= 9 AND
              WS-INQ-TEXT(1:WS-INQ-LEN) IS NUMERIC THEN
              COMPUTE WS-INQ-ELF =
                 FUNCTION NUMVAL(WS-INQ-TEXT(1:WS-INQ-LEN))
              IF WS-INQ-ELF = ZERO THEN
                 DISPLAY 'ELFINQ: ELF NUMBERS START AT 1.'
              ELSE
                 SET WS-ELF-CHOSEN TO TRUE
              END-IF
           ELSE
              PERFORM SEARCH-ELF-NAMES
           END-IF
           .

      *
      *    SEARCH-ELF-NAMES READS THE WHOLE ELF MASTER FOR NAMES
      *    HOLDING THE FRAGMENT.  ONE MATCH IS SHOWN STRAIGHT AWAY;
      *    SEVERAL ARE LISTED SO THE OPERATOR CAN ENTER THE RIGHT
      *    NUMBER AT THE NEXT PROMPT.
       SEARCH-ELF-NAMES.
           MOVE ZERO TO WS-MATCH-COUNT
           IF WS-INQ-LEN > 20 THEN
              DISPLAY 'ELFINQ: NO ELF NAME CONTAINS "'
                 FUNCTION TRIM(WS-INQ-TEXT) '".'
           ELSE
              OPEN INPUT ELF-MASTER-FILE
              IF NOT FS-ELFMST-OK THEN
                 DISPLAY 'ELFINQ: ELF MASTER DAY1MAST.DAT IS NOT '
                    'AVAILABLE (STATUS ' WS-ELFMST-STATUS-CD
                    ') - ENTER THE ELF NUMBER INSTEAD.'
              ELSE
                 SET WS-ELFMST-EOF TO FALSE
                 PERFORM UNTIL WS-ELFMST-EOF
                    READ ELF-MASTER-FILE NEXT RECORD
                       AT END
                          SET WS-ELFMST-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-MASTER-READ-TOTAL
                          PERFORM TEST-NAME-MATCH
                    END-READ
                 END-PERFORM
                 CLOSE ELF-MASTER-FILE
                 PERFORM REPORT-NAME-MATCHES
              END-IF
           END-IF
           .

       TEST-NAME-MATCH.
           MOVE FUNCTION UPPER-CASE(EM-NAME) TO WS-NAME-UPPER
           MOVE ZERO TO WS-TALLY
           INSPECT WS-NAME-UPPER TALLYING WS-TALLY
              FOR ALL WS-INQ-TEXT(1:WS-INQ-LEN)
           IF WS-TALLY > ZERO THEN
              ADD 1 TO WS-MATCH-COUNT
              IF WS-MATCH-COUNT <= 20 THEN
                 MOVE EM-ELF-NUM TO MATCH-ELF(WS-MATCH-COUNT)
                 MOVE EM-NAME TO MATCH-NAME(WS-MATCH-COUNT)
                 MOVE EM-TEAM TO MATCH-TEAM(WS-MATCH-COUNT)
              END-IF
           END-IF
           .

       REPORT-NAME-MATCHES.
           EVALUATE TRUE
              WHEN WS-MATCH-COUNT = ZERO
                 DISPLAY 'ELFINQ: NO ELF NAME CONTAINS "'
                    FUNCTION TRIM(WS-INQ-TEXT) '".'
              WHEN WS-MATCH-COUNT = 1
                 MOVE MATCH-ELF(1) TO WS-INQ-ELF
                 SET WS-ELF-CHOSEN TO TRUE
              WHEN OTHER
                 MOVE WS-MATCH-COUNT TO WS-EDIT-A
                 DISPLAY 'ELFINQ: ' FUNCTION TRIM(WS-EDIT-A)
                    ' ELVES MATCH "' FUNCTION TRIM(WS-INQ-TEXT) '":'
                 PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                    UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
                       OR WS-MATCH-SUB > 20
                    MOVE MATCH-ELF(WS-MATCH-SUB) TO WS-EDIT-A
                    DISPLAY '   ELF ' WS-EDIT-A '  '
                       MATCH-NAME(WS-MATCH-SUB) '  TEAM '
                       MATCH-TEAM(WS-MATCH-SUB)
                 END-PERFORM
                 IF WS-MATCH-COUNT > 20 THEN
                    DISPLAY '   ... ONLY THE FIRST 20 ARE LISTED - '
                       'ENTER MORE OF THE NAME.'
                 END-IF
                 DISPLAY 'ELFINQ: ENTER ONE OF THESE ELF NUMBERS.'
           END-EVALUATE
           .

      *
      *    CHECK-INQUIRY-AUTHORITY HOLDS EACH LOOK-UP TO THE
      *    OPERATOR'S INQUIRY GRANT AND PUTS IT, WITH THE ELF, ON THE
      *    AUDIT TRAIL SO THERE IS A RECORD OF WHO LOOKED AT WHOM.
      *    THE TRAIL IS CLOSED STRAIGHT AWAY SO ITS LOCK IS NOT HELD
      *    WHILE THE CONSOLE WAITS ON THE OPERATOR.
       CHECK-INQUIRY-AUTHORITY.
           MOVE 'INQUIRY' TO WS-OPER-FUNCTION
           MOVE WS-INQ-ELF TO WS-EDIT-A
           MOVE SPACES TO WS-OPER-DETAIL
           STRING 'ELF ' FUNCTION TRIM(WS-EDIT-A)
              DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM CLOSE-OPERATOR-AUDIT
           .

      *
      *    SHOW-ELF-SCREEN BUILDS THE ONE-SCREEN VIEW OF THE CHOSEN
      *    ELF.  THE MASTER STAYS OPEN FOR THE WHOLE SCREEN SO PAIR
      *    PARTNERS CAN BE NAMED.
       SHOW-ELF-SCREEN.
           SET WS-MASTER-OPEN TO FALSE
           OPEN INPUT ELF-MASTER-FILE
           IF FS-ELFMST-OK THEN
              SET WS-MASTER-OPEN TO TRUE
           END-IF
           PERFORM SHOW-MASTER-RECORD
           PERFORM SHOW-SECTIONS-OWNED
           PERFORM SHOW-WORK-ORDERS
           PERFORM SHOW-OVERLAP-PAIRS
           PERFORM SHOW-ELF-EXCEPTIONS
           DISPLAY WS-RULE-LINE
           IF WS-MASTER-OPEN THEN
              CLOSE ELF-MASTER-FILE
           END-IF
           .

      *
      *    SHOW-MASTER-RECORD SHOWS THE ELF'S MASTER RECORD.  AN ELF
      *    THAT IS NOT ON THE MASTER CAN STILL OWN SECTIONS, HOLD
      *    ORDERS OR BE CITED BY AN EXCEPTION, SO THE REST OF THE
      *    SCREEN IS SHOWN REGARDLESS.
       SHOW-MASTER-RECORD.
           SET WS-MASTER-FOUND TO FALSE
           MOVE SPACES TO WS-INQ-NAME
           MOVE ZERO TO WS-INQ-NAME-LEN
           IF WS-MASTER-OPEN THEN
              MOVE WS-INQ-ELF TO EM-ELF-NUM
              READ ELF-MASTER-FILE
              IF FS-ELFMST-OK THEN
                 ADD 1 TO WS-MASTER-READ-TOTAL
                 SET WS-MASTER-FOUND TO TRUE
                 IF EM-NAME NOT = SPACES THEN
                    MOVE FUNCTION UPPER-CASE(EM-NAME) TO WS-INQ-NAME
                    COMPUTE WS-INQ-NAME-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-INQ-NAME))
                 END-IF
              END-IF
           END-IF
           MOVE WS-INQ-ELF TO WS-EDIT-A
           DISPLAY WS-RULE-LINE
           IF WS-MASTER-FOUND THEN
              DISPLAY 'ELF INQUIRY - ELF ' FUNCTION TRIM(WS-EDIT-A)
                 '  ' FUNCTION TRIM(EM-NAME)
           ELSE
              DISPLAY 'ELF INQUIRY - ELF ' FUNCTION TRIM(WS-EDIT-A)
           END-IF
           DISPLAY WS-DASH-LINE
           DISPLAY 'MASTER RECORD'
           EVALUATE TRUE
              WHEN NOT WS-MASTER-OPEN
                 DISPLAY '   ELF MASTER DAY1MAST.DAT NOT AVAILABLE '
                    '(STATUS ' WS-ELFMST-STATUS-CD ')'
              WHEN NOT WS-MASTER-FOUND
                 DISPLAY '   NOT ON THE ELF MASTER'
              WHEN OTHER
                 IF EM-ROSTERED THEN
                    DISPLAY '   NAME: ' EM-NAME '  TEAM: ' EM-TEAM
                       '  ROSTERED: YES'
                 ELSE
                    DISPLAY '   NAME: ' EM-NAME '  TEAM: ' EM-TEAM
                       '  ROSTERED: NO'
                 END-IF
                 IF EM-LAST-RUN-DATE = SPACES THEN
                    DISPLAY '   LAST RUN: NONE POSTED'
                 ELSE
                    MOVE EM-LAST-TOTAL TO WS-EDIT-B
                    DISPLAY '   LAST RUN: ' EM-LAST-RUN-DATE ' '
                       EM-LAST-RUN-TIME '  LAST CALORIE TOTAL: '
                       FUNCTION TRIM(WS-EDIT-B)
                 END-IF
           END-EVALUATE
           .

      *
      *    SHOW-SECTIONS-OWNED LISTS THE SECTIONS THE ELF CURRENTLY
      *    OWNS ON DAY4SECT.TXT, WITH THE DATE EACH TOOK EFFECT.
       SHOW-SECTIONS-OWNED.
           PERFORM CLEAR-SHOW-LINES
           MOVE ZERO TO WS-SECT-COUNT
           OPEN INPUT SECTION-OWNER-FILE
           IF NOT FS-SECT-OK THEN
              DISPLAY 'SECTIONS OWNED'
              DISPLAY '   DAY4SECT.TXT NOT AVAILABLE (STATUS '
                 WS-SECT-STATUS-CD ')'
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM UNTIL WS-FILE-EOF
                 READ SECTION-OWNER-FILE
                    AT END
                       SET WS-FILE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-SECT-READ-TOTAL
                       IF SO-OWNER-ELF IS NUMERIC AND
                          SO-OWNER-ELF = WS-INQ-ELF THEN
                          PERFORM TALLY-OWNED-SECTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE WS-SECT-COUNT TO WS-EDIT-A
              MOVE SPACES TO WS-SHOW-HEADING
              STRING 'SECTIONS OWNED: ' FUNCTION TRIM(WS-EDIT-A)
                 DELIMITED BY SIZE INTO WS-SHOW-HEADING
              PERFORM DISPLAY-SHOW-LINES
           END-IF
           .

       TALLY-OWNED-SECTION.
           ADD 1 TO WS-SECT-COUNT
           MOVE SO-SECTION TO WS-EDIT-A
           MOVE SPACES TO WS-SHOW-LINE
           STRING '   SECTION ' WS-EDIT-A(5:5) '   EFFECTIVE '
              SO-EFF-DATE(1:4) '-' SO-EFF-DATE(5:2) '-'
              SO-EFF-DATE(7:2)
              DELIMITED BY SIZE INTO WS-SHOW-LINE
           PERFORM ADD-SHOW-LINE
           .

      *
      *    SHOW-WORK-ORDERS LISTS THE ELF'S OPEN REPACK WORK ORDERS
      *    FROM DAY3WOMF.TXT, MARKING THOSE OPEN LONGER THAN THE AGE
      *    LIMIT.  CLOSED ORDERS ARE NOT SHOWN.
       SHOW-WORK-ORDERS.
           PERFORM CLEAR-SHOW-LINES
           MOVE ZERO TO WS-WO-OPEN-COUNT
           MOVE ZERO TO WS-WO-AGED-COUNT
           OPEN INPUT WO-MASTER-FILE
           IF NOT FS-WOMF-OK THEN
              DISPLAY 'REPACK WORK ORDERS'
              DISPLAY '   DAY3WOMF.TXT NOT AVAILABLE (STATUS '
                 WS-WOMF-STATUS-CD ')'
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM UNTIL WS-FILE-EOF
                 READ WO-MASTER-FILE
                    AT END
                       SET WS-FILE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-WO-READ-TOTAL
                       IF WO-ELF IS NUMERIC AND
                          WO-ELF = WS-INQ-ELF AND
                          WO-STATUS = 'OPEN' THEN
                          PERFORM TALLY-OPEN-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE WS-WO-OPEN-COUNT TO WS-EDIT-A
              MOVE WS-WO-AGED-COUNT TO WS-EDIT-B
              MOVE WS-WO-AGE-LIMIT TO WS-EDIT-C
              MOVE SPACES TO WS-SHOW-HEADING
              STRING 'REPACK WORK ORDERS - OPEN: '
                 FUNCTION TRIM(WS-EDIT-A) '  AGED: '
                 FUNCTION TRIM(WS-EDIT-B) ' (OPEN OVER '
                 FUNCTION TRIM(WS-EDIT-C) ' RUNS)'
                 DELIMITED BY SIZE INTO WS-SHOW-HEADING
              PERFORM DISPLAY-SHOW-LINES
           END-IF
           .

       TALLY-OPEN-ORDER.
           ADD 1 TO WS-WO-OPEN-COUNT
           MOVE WO-ORDER-NUM TO WS-EDIT-A
           MOVE WO-AGE TO WS-EDIT-C
           MOVE SPACES TO WS-SHOW-LINE
           STRING '   ORDER ' WS-EDIT-A '  ITEM ' WO-ITEM
              '  OPENED ' WO-OPENED-DATE '  AGE ' WS-EDIT-C
              DELIMITED BY SIZE INTO WS-SHOW-LINE
           IF WO-AGE IS NUMERIC AND WO-AGE > WS-WO-AGE-LIMIT THEN
              ADD 1 TO WS-WO-AGED-COUNT
              MOVE '  *** AGED' TO WS-SHOW-LINE(60:10)
           END-IF
           PERFORM ADD-SHOW-LINE
           .

      *
      *    SHOW-OVERLAP-PAIRS LISTS THE ELF'S OVERLAP-PAIR HISTORY
      *    FROM DAY4PAIR.TXT - EACH PARTNER AND HOW MANY TIMES THE
      *    TWO HAVE BEEN FOUND OVERLAPPING - WHICHEVER SIDE OF THE
      *    PAIR THE ELF WAS RECORDED ON.
       SHOW-OVERLAP-PAIRS.
           PERFORM CLEAR-SHOW-LINES
           MOVE ZERO TO WS-PAIR-PARTNERS
           MOVE ZERO TO WS-PAIR-OVERLAPS
           OPEN INPUT PAIR-HISTORY-FILE
           IF NOT FS-PAIR-OK THEN
              DISPLAY 'OVERLAP-PAIR HISTORY'
              DISPLAY '   DAY4PAIR.TXT NOT AVAILABLE (STATUS '
                 WS-PAIR-STATUS-CD ')'
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM UNTIL WS-FILE-EOF
                 READ PAIR-HISTORY-FILE
                    AT END
                       SET WS-FILE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PAIR-READ-TOTAL
                       PERFORM TEST-PAIR-RECORD
                 END-READ
              END-PERFORM
              CLOSE PAIR-HISTORY-FILE
              MOVE WS-PAIR-PARTNERS TO WS-EDIT-A
              MOVE WS-PAIR-OVERLAPS TO WS-EDIT-B
              MOVE SPACES TO WS-SHOW-HEADING
              STRING 'OVERLAP-PAIR HISTORY - PARTNERS: '
                 FUNCTION TRIM(WS-EDIT-A) '  OVERLAPS: '
                 FUNCTION TRIM(WS-EDIT-B)
                 DELIMITED BY SIZE INTO WS-SHOW-HEADING
              PERFORM DISPLAY-SHOW-LINES
           END-IF
           .

       TEST-PAIR-RECORD.
           MOVE ZERO TO WS-PAIR-PARTNER
           IF PH-ELF-A IS NUMERIC AND PH-ELF-B IS NUMERIC AND
              PH-COUNT IS NUMERIC THEN
              IF PH-ELF-A = WS-INQ-ELF THEN
                 MOVE PH-ELF-B TO WS-PAIR-PARTNER
              END-IF
              IF PH-ELF-B = WS-INQ-ELF THEN
                 MOVE PH-ELF-A TO WS-PAIR-PARTNER
              END-IF
           END-IF
           IF WS-PAIR-PARTNER > ZERO THEN
              ADD 1 TO WS-PAIR-PARTNERS
              ADD PH-COUNT TO WS-PAIR-OVERLAPS
              IF WS-SHOW-USED < 6 THEN
                 PERFORM GET-PARTNER-NAME
              END-IF
              MOVE WS-PAIR-PARTNER TO WS-EDIT-A
              MOVE PH-COUNT TO WS-EDIT-B
              MOVE SPACES TO WS-SHOW-LINE
              STRING '   WITH ELF ' WS-EDIT-A '  ' WS-PARTNER-NAME
                 '  OVERLAPS ' WS-EDIT-B
                 DELIMITED BY SIZE INTO WS-SHOW-LINE
              PERFORM ADD-SHOW-LINE
           END-IF
           .

      *
      *    GET-PARTNER-NAME LOOKS A PAIR PARTNER UP ON THE MASTER.
      *    THE CHOSEN ELF'S OWN RECORD HAS ALREADY BEEN SHOWN, SO IT
      *    DOES NOT MATTER THAT THE RECORD AREA IS REUSED.
       GET-PARTNER-NAME.
           MOVE SPACES TO WS-PARTNER-NAME
           IF WS-MASTER-OPEN THEN
              MOVE WS-PAIR-PARTNER TO EM-ELF-NUM
              READ ELF-MASTER-FILE
              IF FS-ELFMST-OK THEN
                 ADD 1 TO WS-MASTER-READ-TOTAL
                 MOVE EM-NAME TO WS-PARTNER-NAME
              ELSE
                 MOVE '(NOT ON MASTER)' TO WS-PARTNER-NAME
              END-IF
           END-IF
           .

      *
      *    SHOW-ELF-EXCEPTIONS LISTS THE UNRESOLVED EXCEPTIONS THAT
      *    CITE THE ELF, BY NUMBER OR BY NAME.  RECORDS WRITTEN
      *    BEFORE THE DISPOSITION FIELDS EXISTED COUNT AS UNRESOLVED,
      *    AS THEY DO IN EXCREVW.
       SHOW-ELF-EXCEPTIONS.
           PERFORM CLEAR-SHOW-LINES
           MOVE ZERO TO WS-EXC-CITED-COUNT
           OPEN INPUT EXCEPTION-LOG-FILE
           IF NOT FS-EXCLOG-OK THEN
              DISPLAY 'UNRESOLVED EXCEPTIONS'
              DISPLAY '   EXCPTNS.TXT NOT AVAILABLE (STATUS '
                 WS-EXCLOG-STATUS-CD ')'
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM UNTIL WS-FILE-EOF
                 READ EXCEPTION-LOG-FILE
                    AT END
                       SET WS-FILE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-EXC-READ-TOTAL
                       IF EX-STATUS = 'N' OR EX-STATUS = SPACE THEN
                          PERFORM CHECK-MESSAGE-CITES-ELF
                          IF WS-CITES-ELF THEN
                             PERFORM TALLY-CITING-EXCEPTION
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
              MOVE WS-EXC-CITED-COUNT TO WS-EDIT-A
              MOVE SPACES TO WS-SHOW-HEADING
              STRING 'UNRESOLVED EXCEPTIONS CITING THIS ELF: '
                 FUNCTION TRIM(WS-EDIT-A)
                 DELIMITED BY SIZE INTO WS-SHOW-HEADING
              PERFORM DISPLAY-SHOW-LINES
           END-IF
           .

      *
      *    TALLY-CITING-EXCEPTION SHOWS AN EXCEPTION ON TWO LINES -
      *    WHERE IT CAME FROM, THEN THE FULL MESSAGE - SO IT NEEDS
      *    ROOM FOR BOTH OR IS COUNTED AMONG THOSE NOT SHOWN.
       TALLY-CITING-EXCEPTION.
           ADD 1 TO WS-EXC-CITED-COUNT
           IF WS-SHOW-USED > 4 THEN
              ADD 1 TO WS-SHOW-DROPPED
           ELSE
              MOVE EX-LINE-NUM TO WS-EDIT-A
              MOVE SPACES TO WS-SHOW-LINE
              IF EX-SEVERITY = 'E' THEN
                 STRING '   ' EX-PROGRAM-ID ' ' EX-RUN-DATE
                    '  LINE ' WS-EDIT-A '  REJECT'
                    DELIMITED BY SIZE INTO WS-SHOW-LINE
              ELSE
                 STRING '   ' EX-PROGRAM-ID ' ' EX-RUN-DATE
                    '  LINE ' WS-EDIT-A '  WARNING'
                    DELIMITED BY SIZE INTO WS-SHOW-LINE
              END-IF
              PERFORM ADD-SHOW-LINE
              MOVE SPACES TO WS-SHOW-LINE
              STRING '      ' EX-MESSAGE
                 DELIMITED BY SIZE INTO WS-SHOW-LINE
              PERFORM ADD-SHOW-LINE
           END-IF
           .

      *
      *    CHECK-MESSAGE-CITES-ELF SAYS WHETHER THE EXCEPTION TEXT
      *    NAMES THE CHOSEN ELF.  THE PROGRAMS WORD IT DIFFERENTLY -
      *    "ELF 000000042", "ELF #42", "OWNED BY ELF        42" - SO
      *    EVERY "ELF" IN THE TEXT IS TRIED, SKIPPING SPACES AND A
      *    "#" TO THE NUMBER AFTER IT.  FAILING THAT, THE ELF'S NAME
      *    FROM THE MASTER IS LOOKED FOR IN THE TEXT.
       CHECK-MESSAGE-CITES-ELF.
           SET WS-CITES-ELF TO FALSE
           MOVE FUNCTION UPPER-CASE(EX-MESSAGE) TO WS-MSG-UPPER
           PERFORM VARYING WS-MSG-POS FROM 1 BY 1
              UNTIL WS-MSG-POS > 77 OR WS-CITES-ELF
              IF WS-MSG-UPPER(WS-MSG-POS:3) = 'ELF' THEN
                 IF WS-MSG-POS = 1 THEN
                    PERFORM READ-CITED-ELF-NUMBER
                 ELSE
                    IF WS-MSG-UPPER(WS-MSG-POS - 1:1) = SPACE THEN
                       PERFORM READ-CITED-ELF-NUMBER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-CITES-ELF AND WS-INQ-NAME-LEN > ZERO THEN
              MOVE ZERO TO WS-TALLY
              INSPECT WS-MSG-UPPER TALLYING WS-TALLY
                 FOR ALL WS-INQ-NAME(1:WS-INQ-NAME-LEN)
              IF WS-TALLY > ZERO THEN
                 SET WS-CITES-ELF TO TRUE
              END-IF
           END-IF
           .

       READ-CITED-ELF-NUMBER.
           COMPUTE WS-NUM-POS = WS-MSG-POS + 3
           PERFORM UNTIL WS-NUM-POS > 80
              IF WS-MSG-UPPER(WS-NUM-POS:1) = SPACE OR
                 WS-MSG-UPPER(WS-NUM-POS:1) = '#' THEN
                 ADD 1 TO WS-NUM-POS
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-CITED-ELF
           MOVE ZERO TO WS-NUM-DIGITS
           PERFORM UNTIL WS-NUM-POS > 80 OR WS-NUM-DIGITS > 9
              MOVE WS-MSG-UPPER(WS-NUM-POS:1) TO WS-DIGIT-X
              IF WS-DIGIT-X IS NUMERIC THEN
                 COMPUTE WS-CITED-ELF = WS-CITED-ELF * 10
                    + WS-DIGIT-N
                 ADD 1 TO WS-NUM-DIGITS
                 ADD 1 TO WS-NUM-POS
              ELSE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-NUM-DIGITS > ZERO AND WS-NUM-DIGITS <= 9 AND
              WS-CITED-ELF = WS-INQ-ELF THEN
              SET WS-CITES-ELF TO TRUE
           END-IF
           .

      *
      *    CLEAR-SHOW-LINES, ADD-SHOW-LINE AND DISPLAY-SHOW-LINES
      *    GATHER ONE PART OF THE SCREEN AND SHOW IT UNDER ITS
      *    HEADING, WITH A NOTE OF ANY LINES LEFT OFF.
       CLEAR-SHOW-LINES.
           MOVE ZERO TO WS-SHOW-USED
           MOVE ZERO TO WS-SHOW-DROPPED
           MOVE SPACES TO SHOW-TABLE
           .

       ADD-SHOW-LINE.
           IF WS-SHOW-USED < 6 THEN
              ADD 1 TO WS-SHOW-USED
              MOVE WS-SHOW-LINE TO SHOW-ENTRY(WS-SHOW-USED)
           ELSE
              ADD 1 TO WS-SHOW-DROPPED
           END-IF
           .

       DISPLAY-SHOW-LINES.
           DISPLAY FUNCTION TRIM(WS-SHOW-HEADING TRAILING)
           PERFORM VARYING WS-SHOW-SUB FROM 1 BY 1
              UNTIL WS-SHOW-SUB > WS-SHOW-USED
              DISPLAY FUNCTION TRIM(SHOW-ENTRY(WS-SHOW-SUB) TRAILING)
           END-PERFORM
           IF WS-SHOW-DROPPED > ZERO THEN
              MOVE WS-SHOW-DROPPED TO WS-EDIT-A
              DISPLAY '   ... AND ' FUNCTION TRIM(WS-EDIT-A)
                 ' MORE NOT SHOWN'
           END-IF
           .

      *
      *    LOG-INQUIRY-USAGE PUTS THE DATASETS THE SESSION READ ON
      *    THE DATASET USAGE LOG, ONE ENTRY EACH FOR THE WHOLE
      *    SESSION RATHER THAN ONE PER SCREEN.  A DATASET THE SESSION
      *    NEVER GOT A RECORD FROM IS LEFT OFF.
       LOG-INQUIRY-USAGE.
           IF WS-MASTER-READ-TOTAL > ZERO THEN
              MOVE 'DAY1MAST.DAT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-MASTER-READ-TOTAL TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-SECT-READ-TOTAL > ZERO THEN
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-SECT-READ-TOTAL TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-WO-READ-TOTAL > ZERO THEN
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-WO-READ-TOTAL TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-PAIR-READ-TOTAL > ZERO THEN
              MOVE 'DAY4PAIR.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-PAIR-READ-TOTAL TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           IF WS-EXC-READ-TOTAL > ZERO THEN
              MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-EXC-READ-TOTAL TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       COPY CONFIGRD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM ELFINQ.
