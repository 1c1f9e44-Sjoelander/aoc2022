       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-FILE-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO 'INBRCPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY INBRGSL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD          PIC X(16384).
       FD  RECEIPTS-FILE.
       01  RECEIPTS-LINE           PIC X(200).
       COPY INBRGFD.
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       01 WS-FUNCTION-PARM         PIC X(10).
       01 WS-PARM-PROGRAM          PIC X(8).
       01 WS-PARM-2                PIC X(100).
       01 WS-PARM-SENDER           PIC X(20).
       01 WS-INPUT-FILENAME        PIC X(100).
       01 WS-INB-RC                PIC S9(4) BINARY VALUE ZERO.
       01 WS-TODAY                 PIC 9(8).
       01 WS-LIST-DATE             PIC 9(8).
       01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS        PIC 9(6).
           05 FILLER               PIC 9(2).
      *
      *    THE CONTENT OF AN INBOUND FILE IS FINGERPRINTED TWO WAYS
      *    SO A RENAMED RE-SEND IS RECOGNIZED NO MATTER WHAT IT IS
      *    CALLED: A POSITION-WEIGHTED HASH TOTAL OF EVERY CHARACTER
      *    (CATCHES CHANGED VALUES) AND A ROLLING CONTENT HASH OVER
      *    THE CHARACTERS AND LINE BREAKS IN ORDER (CATCHES THE SAME
      *    VALUES REARRANGED).  BOTH, PLUS THE RECORD COUNT, MUST
      *    AGREE FOR TWO FILES TO BE TAKEN AS THE SAME CONTENT.
       01 WS-INB-RECORDS           PIC 9(9) BINARY VALUE ZERO.
       01 WS-INB-LEN               PIC 9(5) BINARY.
       01 WS-CHAR-SUB              PIC 9(5) BINARY.
       01 WS-CHAR-ORD              PIC 9(3) BINARY.
       01 WS-LINE-WEIGHT           PIC 9(4) BINARY.
       01 WS-HASH-TOTAL            PIC 9(18) BINARY VALUE ZERO.
       01 WS-CONTENT-HASH          PIC 9(18) BINARY VALUE ZERO.
       01 WS-INBOUND-READ-SW       PIC X(1) VALUE 'N'.
           88 WS-INBOUND-READ               VALUE 'Y' FALSE 'N'.
      *
      *    THE EARLIER PROCESSED RECEIPT A DUPLICATE MATCHED.
       01 WS-MATCH-FOUND-SW        PIC X(1) VALUE 'N'.
           88 WS-MATCH-FOUND                VALUE 'Y' FALSE 'N'.
       01 WS-MATCH-RUN-ID          PIC X(15).
       01 WS-MATCH-DATE            PIC X(8).
       01 WS-MATCH-FILE            PIC X(100).
      *
      *    INBOUND-DUP-ACTION IN RUNPARMS.TXT: REJECT (THE DEFAULT)
      *    LEAVES A DUPLICATE WHERE IT ARRIVED, QUARANTINE MOVES IT
      *    INTO THE QUARANTINE DIRECTORY SO NOBODY CAN FEED IT TO
      *    THE STEP BY HAND.  EITHER WAY THE STEP DOES NOT RUN.
       01 WS-DUP-ACTION            PIC X(10) VALUE 'REJECT'.
           88 WS-DUP-QUARANTINE             VALUE 'QUARANTINE'.
       01 WS-QUARANTINE-DIR        PIC X(10) VALUE 'quarantine'.
       01 WS-QUARANTINE-NAME       PIC X(160).
       01 WS-BASE-START            PIC 9(4) BINARY.
       01 WS-NAME-LEN              PIC 9(4) BINARY.
       01 WS-INB-CMD               PIC X(300).
      *
      *    THE FIELDS OF THE NEXT REGISTRY ENTRY, FILLED BY THE
      *    CALLER BEFORE PERFORM WRITE-REGISTRY-ENTRY.
       01 WS-REG-STATUS            PIC X(10).
       01 WS-REG-PROGRAM-ID        PIC X(8).
       01 WS-REG-RECORD-COUNT      PIC 9(9).
       01 WS-REG-HASH-TOTAL        PIC 9(10).
       01 WS-REG-CONTENT-HASH      PIC 9(10).
       01 WS-REG-SENDER            PIC X(20).
       01 WS-REG-FILE-NAME         PIC X(100).
       01 WS-REG-MATCH-RUN-ID      PIC X(15).
       01 WS-REG-MATCH-DATE        PIC X(8).
       01 WS-REG-READ-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-POST-FOUND-SW         PIC X(1) VALUE 'N'.
           88 WS-POST-FOUND                 VALUE 'Y' FALSE 'N'.
      *
      *    RECEIPTS-LISTING TOTALS.
       01 WS-LIST-ARRIVED          PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-POSTED           PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-DUPLICATES       PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-RECORDS          PIC 9(9) BINARY VALUE ZERO.
       01 WS-EDIT-A                PIC Z(8)9.
       COPY INBRGWS.
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY FNCHKWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'INBREG' TO WS-DSU-PROGRAM-ID
           MOVE 'INBREG' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'INBREG' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-DUP-ACTION
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-TODAY
           END-IF
           MOVE WS-TODAY TO WS-LIST-DATE
           PERFORM GET-FUNCTION-PARMS

           EVALUATE WS-FUNCTION-PARM
              WHEN 'CHECK'
                 PERFORM CHECK-INBOUND-FILE
              WHEN 'POSTED'
                 PERFORM POST-RECEIPT
              WHEN 'LIST'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INBREG: FUNCTION "' WS-FUNCTION-PARM
                    '" IS NOT CHECK, POSTED OR LIST - NOTHING DONE.'
                 DISPLAY 'INBREG: USAGE - CHECK <PROGRAM> <DATASET> '
                    '[SENDER]'
                 DISPLAY '                POSTED <PROGRAM>'
                 DISPLAY '                LIST [RECEIPT-YYYYMMDD]'
                 MOVE 8 TO WS-INB-RC
           END-EVALUATE
           IF WS-FUNCTION-PARM = 'CHECK' OR 'POSTED' OR 'LIST' THEN
              PERFORM WRITE-RECEIPTS-LISTING
           END-IF

           MOVE 'INBREG' TO RL-PROGRAM-ID
           MOVE WS-INB-RECORDS TO WS-RUN-LOG-RECORDS-READ
           EVALUATE TRUE
              WHEN WS-FUNCTION-PARM = 'CHECK' AND WS-MATCH-FOUND
                 MOVE 'DUPLICATE' TO WS-RUN-LOG-STATUS
                 MOVE SPACES TO WS-RUN-LOG-DETAIL
                 STRING 'SAME CONTENT AS RUN ' WS-MATCH-RUN-ID
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              WHEN WS-INB-RC NOT = ZERO
                 MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              WHEN WS-FUNCTION-PARM = 'CHECK'
                 MOVE 'RECEIVED' TO WS-RUN-LOG-STATUS
              WHEN OTHER
                 MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           END-EVALUATE
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-EXCEPTION-LOG
           MOVE WS-INB-RC TO RETURN-CODE

           STOP RUN.

      *
      *    GET-FUNCTION-PARMS PICKS UP THE FUNCTION KEYWORD AND ITS
      *    OPERANDS FROM THE RUN-TIME ARGUMENTS:
      *      CHECK  <PROGRAM> <DATASET> [SENDER]
      *                       REGISTER AN ARRIVING INPUT, RC 8 IF
      *                       ITS CONTENT WAS ALREADY PROCESSED
      *      POSTED <PROGRAM> MARK THIS RUN'S RECEIPT FOR THE
      *                       PROGRAM AS PROCESSED
      *      LIST   [YYYYMMDD] RECEIPTS LISTING FOR A RECEIPT DATE
      *                       (DEFAULT THE PROCESSING DATE)
      *    EVERY FUNCTION REWRITES INBRCPT.TXT FOR THE DATE.
       GET-FUNCTION-PARMS.
           MOVE SPACES TO WS-FUNCTION-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FUNCTION-PARM FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-FUNCTION-PARM)
              TO WS-FUNCTION-PARM
           MOVE SPACES TO WS-PARM-2
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-PARM-2(1:8)) TO WS-PARM-PROGRAM
           MOVE SPACES TO WS-INPUT-FILENAME
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE SPACES TO WS-PARM-SENDER
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-SENDER FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-PARM-SENDER = SPACES THEN
              MOVE 'UNKNOWN' TO WS-PARM-SENDER
           END-IF
           IF WS-FUNCTION-PARM = 'LIST' AND WS-PARM-2 NOT = SPACES THEN
              IF WS-PARM-2(1:8) IS NUMERIC
                 AND WS-PARM-2(9:1) = SPACE
                 AND FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WS-PARM-2(1:8))) = ZERO THEN
                 MOVE WS-PARM-2(1:8) TO WS-LIST-DATE
              ELSE
                 DISPLAY 'INBREG: LIST DATE "' FUNCTION TRIM(WS-PARM-2)
                    '" IS NOT YYYYMMDD - PROCESSING DATE LISTED.'
              END-IF
           END-IF
           .

      *
      *    GET-DUP-ACTION READS WHAT TO DO WITH A DUPLICATE FROM
      *    INBOUND-DUP-ACTION (REJECT OR QUARANTINE).
       GET-DUP-ACTION.
           MOVE 'INBOUND-DUP-ACTION' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE FUNCTION UPPER-CASE(WS-CFG-VALUE(1:10))
                 TO WS-CFG-VALUE
              IF WS-CFG-VALUE = 'REJECT' OR 'QUARANTINE' THEN
                 MOVE WS-CFG-VALUE(1:10) TO WS-DUP-ACTION
              ELSE
                 DISPLAY 'INBREG: INBOUND-DUP-ACTION "'
                    FUNCTION TRIM(WS-CFG-VALUE)
                    '" IS NOT REJECT OR QUARANTINE - REJECT USED.'
              END-IF
           END-IF
           .

      *
      *    CHECK-INBOUND-FILE REGISTERS ONE ARRIVING INPUT.  THE
      *    DATASET NAME IS SCREENED FIRST: IT MAY BE STRUNG INTO THE
      *    QUARANTINE MOVE, AND FINGERPRINTING THE input.txt DEFAULT
      *    FNCHECK FALLS BACK TO WOULD REGISTER THE WRONG FILE.
       CHECK-INBOUND-FILE.
           IF WS-PARM-PROGRAM = SPACES
              OR WS-INPUT-FILENAME = SPACES THEN
              DISPLAY 'INBREG: CHECK NEEDS A PROGRAM AND A DATASET '
                 'NAME - NOTHING REGISTERED.'
              MOVE 8 TO WS-INB-RC
           ELSE
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-INPUT-FILENAME==.
              IF WS-FNCHK-INVALID THEN
                 DISPLAY 'INBREG: DATASET NAME REFUSED - NOTHING '
                    'REGISTERED.'
                 MOVE 12 TO WS-INB-RC
              ELSE
                 PERFORM FINGERPRINT-INBOUND-FILE
                 PERFORM CHECK-FINGERPRINTED-FILE
              END-IF
           END-IF
           .

       CHECK-FINGERPRINTED-FILE.
           IF NOT WS-INBOUND-READ THEN
              DISPLAY 'INBREG: ' FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' CANNOT BE READ (STATUS ' INPUT-FILE-STATUS
                 ') - NOTHING REGISTERED.'
              MOVE 12 TO WS-INB-RC
           ELSE
              PERFORM FIND-PROCESSED-MATCH
              IF WS-MATCH-FOUND THEN
                 PERFORM REFUSE-DUPLICATE
              ELSE
                 PERFORM RECORD-RECEIPT
              END-IF
           END-IF
           .

      *
      *    FINGERPRINT-INBOUND-FILE COUNTS THE RECORDS AND BUILDS
      *    THE TWO HASHES.  TRAILING BLANKS ARE NOT CONTENT - A FILE
      *    RE-SAVED BY AN EDITOR THAT PADS OR STRIPS THEM IS STILL
      *    THE SAME FILE.
       FINGERPRINT-INBOUND-FILE.
           SET WS-INBOUND-READ TO FALSE
           MOVE 'N' TO INPUT-FILE-EOF-SW
           OPEN INPUT INBOUND-FILE
           IF FS-SUCCESS THEN
              SET WS-INBOUND-READ TO TRUE
              PERFORM UNTIL INPUT-FILE-EOF
                 READ INBOUND-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM FINGERPRINT-RECORD
                 END-READ
              END-PERFORM
              CLOSE INBOUND-FILE
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-INB-RECORDS TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       FINGERPRINT-RECORD.
           ADD 1 TO WS-INB-RECORDS
           IF INBOUND-RECORD = SPACES THEN
              MOVE ZERO TO WS-INB-LEN
           ELSE
              COMPUTE WS-INB-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(INBOUND-RECORD TRAILING))
           END-IF
           COMPUTE WS-LINE-WEIGHT =
              FUNCTION MOD(WS-INB-RECORDS - 1, 509) + 1
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > WS-INB-LEN
              COMPUTE WS-CHAR-ORD =
                 FUNCTION ORD(INBOUND-RECORD(WS-CHAR-SUB:1))
              COMPUTE WS-HASH-TOTAL = FUNCTION MOD(WS-HASH-TOTAL
                 + WS-CHAR-ORD * WS-LINE-WEIGHT
                 * (FUNCTION MOD(WS-CHAR-SUB - 1, 251) + 1),
                 9999999967)
              COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
                 WS-CONTENT-HASH * 257 + WS-CHAR-ORD, 9999999929)
           END-PERFORM
           COMPUTE WS-CONTENT-HASH = FUNCTION MOD(
              WS-CONTENT-HASH * 257 + 1, 9999999929)
           .

      *
      *    FIND-PROCESSED-MATCH LOOKS FOR AN EARLIER PROCESSED
      *    RECEIPT FOR THE SAME PROGRAM WITH THE SAME RECORD COUNT
      *    AND HASHES.  A RECEIPT THAT WAS ONLY RECEIVED - ITS STEP
      *    FAILED OR NEVER FINISHED - IS NOT A MATCH, SO THE CORRECT
      *    FILE CAN ALWAYS BE RE-OFFERED AFTER A FAILURE.  NEITHER
      *    IS A RERUN OF THE SAME DATASET FOR THE SAME PROCESSING
      *    DATE: THAT REPLACES THE DAY'S RESULTS RATHER THAN ADDING
      *    TO THEM.  AN EMPTY FILE HAS NO CONTENT TO MATCH.
       FIND-PROCESSED-MATCH.
           SET WS-MATCH-FOUND TO FALSE
           IF WS-INB-RECORDS > ZERO THEN
              SET WS-INBREG-EOF TO FALSE
              MOVE ZERO TO WS-REG-READ-COUNT
              OPEN INPUT INBOUND-REGISTRY-FILE
              IF FS-INBREG-OK THEN
                 PERFORM UNTIL WS-INBREG-EOF OR WS-MATCH-FOUND
                    READ INBOUND-REGISTRY-FILE
                       AT END
                          SET WS-INBREG-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-REG-READ-COUNT
                          PERFORM TEST-PROCESSED-MATCH
                    END-READ
                 END-PERFORM
                 CLOSE INBOUND-REGISTRY-FILE
                 MOVE 'INBDREG.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-REG-READ-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           .

       TEST-PROCESSED-MATCH.
           IF IR-PROCESSED
              AND IR-PROGRAM-ID = WS-PARM-PROGRAM
              AND IR-RECORD-COUNT = WS-INB-RECORDS
              AND IR-HASH-TOTAL = WS-HASH-TOTAL
              AND IR-CONTENT-HASH = WS-CONTENT-HASH
              AND NOT (IR-RECEIPT-DATE = WS-TODAY
                 AND IR-FILE-NAME = WS-INPUT-FILENAME) THEN
              SET WS-MATCH-FOUND TO TRUE
              MOVE IR-RUN-ID TO WS-MATCH-RUN-ID
              MOVE IR-RECEIPT-DATE TO WS-MATCH-DATE
              MOVE IR-FILE-NAME TO WS-MATCH-FILE
           END-IF
           .

      *
      *    RECORD-RECEIPT LOGS A FRESH ARRIVAL AS RECEIVED.  IT IS
      *    PROMOTED TO PROCESSED BY "INBREG POSTED" ONCE ITS STEP
      *    ENDS CLEAN.
       RECORD-RECEIPT.
           MOVE 'RECEIVED' TO WS-REG-STATUS
           PERFORM FILL-RECEIPT-FIELDS
           MOVE SPACES TO WS-REG-MATCH-RUN-ID
           MOVE SPACES TO WS-REG-MATCH-DATE
           PERFORM WRITE-REGISTRY-ENTRY
           MOVE WS-INB-RECORDS TO WS-EDIT-A
           DISPLAY 'INBREG: ' FUNCTION TRIM(WS-INPUT-FILENAME)
              ' RECEIVED FOR ' FUNCTION TRIM(WS-PARM-PROGRAM)
              ' - ' FUNCTION TRIM(WS-EDIT-A) ' RECORD(S).'
           .

      *
      *    REFUSE-DUPLICATE LOGS THE DUPLICATE AGAINST THE RECEIPT
      *    IT MATCHED, RAISES AN EXCEPTION FOR THE MORNING REVIEW,
      *    QUARANTINES THE FILE WHEN SO CONFIGURED, AND ENDS RC 8 SO
      *    THE DRIVER DOES NOT RUN THE STEP.
       REFUSE-DUPLICATE.
           IF WS-DUP-QUARANTINE THEN
              PERFORM QUARANTINE-DUPLICATE
           END-IF
           IF WS-DUP-QUARANTINE THEN
              MOVE 'QUARANTINE' TO WS-REG-STATUS
           ELSE
              MOVE 'REJECTED' TO WS-REG-STATUS
           END-IF
           PERFORM FILL-RECEIPT-FIELDS
           MOVE WS-MATCH-RUN-ID TO WS-REG-MATCH-RUN-ID
           MOVE WS-MATCH-DATE TO WS-REG-MATCH-DATE
           PERFORM WRITE-REGISTRY-ENTRY
           MOVE WS-INB-RECORDS TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING 'DUPLICATE ' FUNCTION TRIM(WS-PARM-PROGRAM)
              ' INPUT MATCHES RUN ' WS-MATCH-RUN-ID
              ' (' WS-MATCH-DATE ') - '
              FUNCTION TRIM(WS-REG-STATUS)
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           DISPLAY 'INBREG: ' FUNCTION TRIM(WS-INPUT-FILENAME)
              ' DUPLICATES ' FUNCTION TRIM(WS-MATCH-FILE)
              ' PROCESSED BY RUN ' WS-MATCH-RUN-ID ' - '
              FUNCTION TRIM(WS-REG-STATUS) '.'
           MOVE 8 TO WS-INB-RC
           .

      *
      *    QUARANTINE-DUPLICATE MOVES THE FILE TO
      *    quarantine/<PROGRAM>-<RUN ID>-<NAME>, SO TWO DUPLICATES
      *    OF THE SAME NAME NEVER OVERWRITE EACH OTHER.  IF THE MOVE
      *    FAILS THE FILE IS LEFT IN PLACE AND LOGGED AS REJECTED.
       QUARANTINE-DUPLICATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-FILENAME))
              TO WS-NAME-LEN
           MOVE 1 TO WS-BASE-START
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > WS-NAME-LEN
              IF WS-INPUT-FILENAME(WS-CHAR-SUB:1) = '/' THEN
                 COMPUTE WS-BASE-START = WS-CHAR-SUB + 1
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-QUARANTINE-NAME
           STRING FUNCTION TRIM(WS-QUARANTINE-DIR) '/'
              FUNCTION TRIM(WS-PARM-PROGRAM) '-' WS-RUN-ID '-'
              WS-INPUT-FILENAME(WS-BASE-START:
                 WS-NAME-LEN - WS-BASE-START + 1)
              DELIMITED BY SIZE INTO WS-QUARANTINE-NAME
           MOVE SPACES TO WS-INB-CMD
           STRING 'mkdir -p ' FUNCTION TRIM(WS-QUARANTINE-DIR)
              ' && mv -f ' FUNCTION TRIM(WS-INPUT-FILENAME) ' '
              FUNCTION TRIM(WS-QUARANTINE-NAME)
              DELIMITED BY SIZE INTO WS-INB-CMD
           CALL 'SYSTEM' USING WS-INB-CMD
           IF RETURN-CODE = ZERO THEN
              DISPLAY 'INBREG: ' FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' MOVED TO ' FUNCTION TRIM(WS-QUARANTINE-NAME) '.'
           ELSE
              DISPLAY 'INBREG: COULD NOT MOVE '
                 FUNCTION TRIM(WS-INPUT-FILENAME)
                 ' TO QUARANTINE - LEFT IN PLACE.'
              MOVE 'REJECT' TO WS-DUP-ACTION
           END-IF
           .

       FILL-RECEIPT-FIELDS.
           MOVE WS-PARM-PROGRAM TO WS-REG-PROGRAM-ID
           MOVE WS-INB-RECORDS TO WS-REG-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO WS-REG-HASH-TOTAL
           MOVE WS-CONTENT-HASH TO WS-REG-CONTENT-HASH
           MOVE WS-PARM-SENDER TO WS-REG-SENDER
           MOVE WS-INPUT-FILENAME TO WS-REG-FILE-NAME
           .

      *
      *    POST-RECEIPT PROMOTES THE LATEST RECEIVED ENTRY FOR THIS
      *    RUN AND PROGRAM TO PROCESSED.  FROM HERE ON ITS CONTENT
      *    COUNTS AS POSTED AND A RE-SEND OF IT IS A DUPLICATE.
       POST-RECEIPT.
           SET WS-POST-FOUND TO FALSE
           IF WS-PARM-PROGRAM NOT = SPACES THEN
              SET WS-INBREG-EOF TO FALSE
              MOVE ZERO TO WS-REG-READ-COUNT
              OPEN INPUT INBOUND-REGISTRY-FILE
              IF FS-INBREG-OK THEN
                 PERFORM UNTIL WS-INBREG-EOF
                    READ INBOUND-REGISTRY-FILE
                       AT END
                          SET WS-INBREG-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-REG-READ-COUNT
                          PERFORM TEST-RECEIPT-TO-POST
                    END-READ
                 END-PERFORM
                 CLOSE INBOUND-REGISTRY-FILE
                 MOVE 'INBDREG.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-REG-READ-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           IF WS-POST-FOUND THEN
              MOVE 'PROCESSED' TO WS-REG-STATUS
              PERFORM WRITE-REGISTRY-ENTRY
              MOVE WS-REG-RECORD-COUNT TO WS-INB-RECORDS
              DISPLAY 'INBREG: ' FUNCTION TRIM(WS-REG-FILE-NAME)
                 ' MARKED PROCESSED FOR '
                 FUNCTION TRIM(WS-PARM-PROGRAM) '.'
           ELSE
              DISPLAY 'INBREG: NO RECEIPT FOR "'
                 FUNCTION TRIM(WS-PARM-PROGRAM) '" IN RUN '
                 WS-RUN-ID ' - NOTHING MARKED PROCESSED.'
              MOVE 4 TO WS-INB-RC
           END-IF
           .

       TEST-RECEIPT-TO-POST.
           IF IR-RECEIVED
              AND IR-RUN-ID = WS-RUN-ID
              AND IR-PROGRAM-ID = WS-PARM-PROGRAM THEN
              SET WS-POST-FOUND TO TRUE
              MOVE IR-PROGRAM-ID TO WS-REG-PROGRAM-ID
              MOVE IR-RECORD-COUNT TO WS-REG-RECORD-COUNT
              MOVE IR-HASH-TOTAL TO WS-REG-HASH-TOTAL
              MOVE IR-CONTENT-HASH TO WS-REG-CONTENT-HASH
              MOVE IR-SENDER TO WS-REG-SENDER
              MOVE IR-FILE-NAME TO WS-REG-FILE-NAME
              MOVE SPACES TO WS-REG-MATCH-RUN-ID
              MOVE SPACES TO WS-REG-MATCH-DATE
           END-IF
           .

      *
      *    WRITE-REGISTRY-ENTRY APPENDS ONE EVENT TO INBDREG.TXT,
      *    STAMPED WITH THE PROCESSING DATE, THE CLOCK TIME AND THE
      *    RUN ID, UNDER THE REGISTRY'S APPEND LOCK.  AN EVENT THAT
      *    CANNOT BE RECORDED ENDS THE RUN RC 8 AT LEAST, SINCE THE
      *    REGISTRY CAN NO LONGER VOUCH FOR THE FILE.
       WRITE-REGISTRY-ENTRY.
           PERFORM GET-INBREG-LOCK
           IF NOT WS-INBREG-LOCKED THEN
              DISPLAY 'INBREG: COULD NOT GET THE INBDREG.TXT LOCK '
                 'AFTER 10 TRIES - ' FUNCTION TRIM(WS-REG-STATUS)
                 ' ENTRY NOT WRITTEN.'
              IF WS-INB-RC < 8 THEN
                 MOVE 8 TO WS-INB-RC
              END-IF
           ELSE
              ACCEPT WS-NOW-TIME FROM TIME
              OPEN EXTEND INBOUND-REGISTRY-FILE
              IF NOT FS-INBREG-OK
                 CLOSE INBOUND-REGISTRY-FILE
                 OPEN OUTPUT INBOUND-REGISTRY-FILE
              END-IF
              MOVE SPACES TO INBOUND-REGISTRY-RECORD
              MOVE WS-TODAY TO IR-RECEIPT-DATE
              MOVE WS-NOW-HHMMSS TO IR-RECEIPT-TIME
              MOVE WS-RUN-ID TO IR-RUN-ID
              MOVE WS-REG-PROGRAM-ID TO IR-PROGRAM-ID
              MOVE WS-REG-STATUS TO IR-STATUS
              MOVE WS-REG-RECORD-COUNT TO IR-RECORD-COUNT
              MOVE WS-REG-HASH-TOTAL TO IR-HASH-TOTAL
              MOVE WS-REG-CONTENT-HASH TO IR-CONTENT-HASH
              MOVE WS-REG-SENDER TO IR-SENDER
              MOVE WS-REG-FILE-NAME TO IR-FILE-NAME
              MOVE WS-REG-MATCH-RUN-ID TO IR-MATCH-RUN-ID
              MOVE WS-REG-MATCH-DATE TO IR-MATCH-DATE
              WRITE INBOUND-REGISTRY-RECORD
              CLOSE INBOUND-REGISTRY-FILE
              PERFORM FREE-INBREG-LOCK
              MOVE 'INBDREG.TXT' TO WS-DSU-DATASET
              MOVE 'EXTEND' TO WS-DSU-MODE
              MOVE 1 TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    GET-INBREG-LOCK TAKES THE INBDREG.TXT APPEND LOCK WITH THE
      *    SAME BOUNDED WAIT AS GET-RUNLOG-LOCK.
       GET-INBREG-LOCK.
           MOVE RETURN-CODE TO WS-INBREG-RC-SAVE
           SET WS-INBREG-LOCKED TO FALSE
           PERFORM VARYING WS-INBREG-LOCK-TRY FROM 1 BY 1
              UNTIL WS-INBREG-LOCK-TRY > 10 OR WS-INBREG-LOCKED
              MOVE 'mkdir INBDREG.TXT.LCK 2>/dev/null'
                 TO WS-INBREG-LOCK-CMD
              CALL 'SYSTEM' USING WS-INBREG-LOCK-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-INBREG-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-INBREG-LOCK-CMD
                 CALL 'SYSTEM' USING WS-INBREG-LOCK-CMD
              END-IF
           END-PERFORM
           MOVE WS-INBREG-RC-SAVE TO RETURN-CODE
           .

       FREE-INBREG-LOCK.
           MOVE RETURN-CODE TO WS-INBREG-RC-SAVE
           MOVE 'rmdir INBDREG.TXT.LCK 2>/dev/null'
              TO WS-INBREG-LOCK-CMD
           CALL 'SYSTEM' USING WS-INBREG-LOCK-CMD
           MOVE WS-INBREG-RC-SAVE TO RETURN-CODE
           SET WS-INBREG-LOCKED TO FALSE
           .

      *
      *    WRITE-RECEIPTS-LISTING REWRITES INBRCPT.TXT WITH EVERY
      *    REGISTRY EVENT FOR THE LISTING DATE - WHAT ARRIVED, FROM
      *    WHOM, HOW BIG, WHAT WAS POSTED AND WHAT WAS TURNED AWAY
      *    AS A DUPLICATE (WITH THE RUN IT DUPLICATED).
       WRITE-RECEIPTS-LISTING.
           OPEN OUTPUT RECEIPTS-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'INBREG' TO WS-PG-PROGRAM-ID
           MOVE 'DAILY INBOUND RECEIPTS LISTING' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO RECEIPTS-LINE
           STRING 'RECEIPT DATE: ' WS-LIST-DATE
              DELIMITED BY SIZE INTO RECEIPTS-LINE
           PERFORM PUT-RECEIPTS-LINE
           MOVE SPACES TO RECEIPTS-LINE
           PERFORM PUT-RECEIPTS-LINE
           MOVE SPACES TO RECEIPTS-LINE
           STRING 'TIME   PROGRAM  STATUS       RECORDS HASH TOTAL '
              'CONTENT HASH SENDER               DATASET'
              DELIMITED BY SIZE INTO RECEIPTS-LINE
           PERFORM PUT-RECEIPTS-LINE
           SET WS-INBREG-EOF TO FALSE
           MOVE ZERO TO WS-REG-READ-COUNT
           OPEN INPUT INBOUND-REGISTRY-FILE
           IF FS-INBREG-OK THEN
              PERFORM UNTIL WS-INBREG-EOF
                 READ INBOUND-REGISTRY-FILE
                    AT END
                       SET WS-INBREG-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-REG-READ-COUNT
                       IF IR-RECEIPT-DATE = WS-LIST-DATE THEN
                          PERFORM WRITE-RECEIPT-DETAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INBOUND-REGISTRY-FILE
              MOVE 'INBDREG.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-REG-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'FILES RECEIVED' TO WS-PG-COUNT-LABEL
           MOVE WS-LIST-ARRIVED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'RECORDS RECEIVED' TO WS-PG-COUNT-LABEL
           MOVE WS-LIST-RECORDS TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'FILES POSTED' TO WS-PG-COUNT-LABEL
           MOVE WS-LIST-POSTED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DUPLICATES TURNED AWAY' TO WS-PG-COUNT-LABEL
           MOVE WS-LIST-DUPLICATES TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-RECEIPTS-FOOTER
           CLOSE RECEIPTS-FILE
           MOVE 'INBRCPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       WRITE-RECEIPT-DETAIL.
           IF IR-PROCESSED THEN
              ADD 1 TO WS-LIST-POSTED
           ELSE
              ADD 1 TO WS-LIST-ARRIVED
              ADD IR-RECORD-COUNT TO WS-LIST-RECORDS
           END-IF
           IF IR-DUPLICATE THEN
              ADD 1 TO WS-LIST-DUPLICATES
           END-IF
           MOVE SPACES TO RECEIPTS-LINE
           STRING IR-RECEIPT-TIME ' ' IR-PROGRAM-ID ' '
              IR-STATUS ' ' IR-RECORD-COUNT ' '
              IR-HASH-TOTAL ' ' IR-CONTENT-HASH '   '
              IR-SENDER ' '
              DELIMITED BY SIZE
              FUNCTION TRIM(IR-FILE-NAME) DELIMITED BY SIZE
              INTO RECEIPTS-LINE
           PERFORM PUT-RECEIPTS-LINE
           IF IR-DUPLICATE THEN
              MOVE SPACES TO RECEIPTS-LINE
              STRING '       ** DUPLICATE OF RUN ' IR-MATCH-RUN-ID
                 ' RECEIVED ' IR-MATCH-DATE ' - NOT PROCESSED'
                 DELIMITED BY SIZE INTO RECEIPTS-LINE
              PERFORM PUT-RECEIPTS-LINE
           END-IF
           .

      *
      *    PUT-RECEIPTS-LINE WRITES RECEIPTS-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-RECEIPTS-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE RECEIPTS-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO RECEIPTS-LINE
                 WRITE RECEIPTS-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE RECEIPTS-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO RECEIPTS-LINE
           END-IF
           WRITE RECEIPTS-LINE
           .

      *
      *    WRITE-RECEIPTS-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-RECEIPTS-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO RECEIPTS-LINE
              PERFORM PUT-RECEIPTS-LINE
           END-PERFORM
           .

       COPY RUNLOGWR.

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY DSUWR.
       END PROGRAM INBREG.
