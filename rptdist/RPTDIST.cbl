       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPIENT-FILE ASSIGN TO 'DISTLIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS-CD.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS-CD.
           SELECT COVER-FILE ASSIGN TO DYNAMIC WS-COVER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVER-STATUS-CD.
           SELECT DELIVERY-LOG-FILE ASSIGN TO DYNAMIC
           WS-DELIVERY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLOG-STATUS-CD.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    THE RECIPIENT LIST HOLDS ONE LINE PER REPORT PER RECIPIENT:
      *    RECIPIENT ID, THE PROFILE THE LINE APPLIES UNDER (* FOR
      *    EVERY PROFILE), THE DATASET TO SEND AND THE RECIPIENT'S
      *    NAME.  A LINE WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *    FOR EXAMPLE
      *      PLANNING PROD     DAY4UTIL.TXT                  PLANNING
      *      PLANNING PROD     DAY4ROTA.TXT                  PLANNING
      *      COMMISRY *        DAY1EXCP.TXT                  COMMISSARY
      *      SUPERVSR *        BRIEFING.TXT                  SUPERVISORS
       FD  RECIPIENT-FILE.
       01  RECIPIENT-RECORD.
           05  DL-RECIPIENT            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL-PROFILE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  DL-DATASET              PIC X(30).
           05  FILLER                  PIC X(01).
           05  DL-RECIPIENT-NAME       PIC X(30).
      *
      *    THE FIRST FEW LINES OF EACH REPORT OR CSV ARE READ TO FIND
      *    THE RUN THAT PRODUCED IT.
       FD  PROBE-FILE.
       01  PROBE-RECORD            PIC X(250).
       FD  COVER-FILE.
       01  COVER-LINE              PIC X(132).
      *
      *    ONE DELIVERY-LOG RECORD PER DATASET PER DISTRIBUTION RUN,
      *    APPENDED TO THE RECIPIENT'S OWN LOG, SO A RECIPIENT WHO
      *    SAYS A REPORT NEVER CAME CAN BE ANSWERED FROM THE RECORD.
       FD  DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD.
           05  DV-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DV-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DV-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  DV-PROFILE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  DV-RECIPIENT            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DV-DATASET              PIC X(30).
           05  FILLER                  PIC X(01).
           05  DV-STATUS               PIC X(13).
           05  FILLER                  PIC X(01).
           05  DV-FILE-RUN-ID          PIC X(15).
           05  FILLER                  PIC X(01).
           05  DV-REASON               PIC X(40).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-RCPT-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-RCPT-OK                    VALUE '00'.
       01 WS-RCPT-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-RCPT-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-PROBE-STATUS-CD       PIC X(2) VALUE '00'.
           88 FS-PROBE-OK                   VALUE '00'.
       01 WS-PROBE-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-PROBE-EOF                  VALUE 'Y' FALSE 'N'.
       01 WS-COVER-STATUS-CD       PIC X(2) VALUE '00'.
           88 FS-COVER-OK                   VALUE '00'.
       01 WS-DLOG-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-DLOG-OK                    VALUE '00'.
       01 WS-PROBE-FILENAME        PIC X(100).
       01 WS-COVER-FILENAME        PIC X(100).
       01 WS-DELIVERY-FILENAME     PIC X(100).
      *
      *    A RECIPIENT'S DELIVERY LOG IS HELD UNDER ITS APPEND LOCK
      *    (<DELIVERY LOG>.LCK, TAKEN THE SAME WAY AS THE RUN-LOG'S)
      *    FOR AS LONG AS IT IS OPEN.
       01 WS-DLOG-OPEN-SW          PIC X(1) VALUE 'N'.
           88 WS-DLOG-OPEN                  VALUE 'Y' FALSE 'N'.
       01 WS-DLOG-LOCK-CMD         PIC X(130).
       01 WS-DLOG-LOCK-TRY         PIC 9(4) BINARY.
       01 WS-DLOG-LOCKED-SW        PIC X(1) VALUE 'N'.
           88 WS-DLOG-LOCKED                VALUE 'Y' FALSE 'N'.
       01 WS-DLOG-RC-SAVE          PIC S9(9) BINARY.
      *
      *    THE LINES OF THE RECIPIENT LIST THAT APPLY UNDER THE ACTIVE
      *    PROFILE, AND THE RECIPIENTS THEY NAME IN ORDER OF FIRST
      *    APPEARANCE - ONE BUNDLE EACH.
       01 WS-LIST-READ             PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-REJECTED         PIC 9(9) BINARY VALUE ZERO.
       01 WS-ENTRY-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 DIST-ENTRY-TABLE.
           05 DE-ENTRY OCCURS 500 TIMES.
              10 DE-RECIPIENT      PIC X(8).
              10 DE-DATASET        PIC X(30).
       01 WS-DE-SUB                PIC 9(4) BINARY.
       01 WS-RECIPIENT-COUNT       PIC 9(4) BINARY VALUE ZERO.
       01 RECIPIENT-TABLE.
           05 RCP-ENTRY OCCURS 100 TIMES.
              10 RCP-ID            PIC X(8).
              10 RCP-NAME          PIC X(30).
              10 RCP-DELIVERED     PIC 9(4) BINARY.
              10 RCP-MISSED        PIC 9(4) BINARY.
       01 WS-RCP-SUB               PIC 9(4) BINARY.
       01 WS-LIST-FULL-WARNED-SW   PIC X(1) VALUE 'N'.
           88 WS-LIST-FULL-WARNED           VALUE 'Y' FALSE 'N'.
       01 WS-ENTRY-OK-SW           PIC X(1) VALUE 'Y'.
           88 WS-ENTRY-OK                   VALUE 'Y' FALSE 'N'.
       01 WS-CHECK-NAME            PIC X(30).
       01 WS-NAME-SLASHES          PIC 9(4) BINARY.
       01 WS-NAME-LEN              PIC 9(4) BINARY.
      *
      *    THE OUTCOME FOR THE DATASET IN HAND.
       01 WS-DATASET               PIC X(30).
       01 WS-DELIVERED-SW          PIC X(1) VALUE 'N'.
           88 WS-DELIVERED                  VALUE 'Y' FALSE 'N'.
       01 WS-FILE-RUN-ID           PIC X(15).
       01 WS-REASON                PIC X(40).
       01 WS-PROBE-LINES           PIC 9(4) BINARY.
       01 WS-POS                   PIC 9(4) BINARY.
       01 WS-ID-POS                PIC 9(4) BINARY.
       01 WS-TRY-RUN-ID            PIC X(15).
      *
      *    DISTRIBUTION TOTALS AND THE BUNDLE BEING BUILT.
       01 WS-TOTAL-DELIVERED       PIC 9(9) BINARY VALUE ZERO.
       01 WS-TOTAL-MISSED          PIC 9(9) BINARY VALUE ZERO.
       01 WS-BUNDLE-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01 WS-DIST-ROOT             PIC X(40) VALUE 'distrib'.
       01 WS-ROOT-SLASHES          PIC 9(4) BINARY.
       01 WS-ROOT-NAME-LEN         PIC 9(4) BINARY.
       01 WS-BUNDLE-DIR            PIC X(80).
       01 WS-BUNDLE-OK-SW          PIC X(1) VALUE 'Y'.
           88 WS-BUNDLE-OK                  VALUE 'Y' FALSE 'N'.
       01 WS-DIST-RC               PIC S9(4) BINARY VALUE ZERO.
       01 WS-DIST-CMD              PIC X(300).
       01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS        PIC 9(6).
           05 FILLER               PIC 9(2).
       01 WS-EDIT-A                PIC Z(3)9.
       01 WS-EDIT-B                PIC Z(3)9.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY FNCHKWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'RPTDIST' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'RPTDIST' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-DIST-ROOT
           PERFORM LOAD-RECIPIENT-LIST

           EVALUATE TRUE
              WHEN NOT FS-RCPT-OK
                 DISPLAY 'RPTDIST: DISTLIST.TXT NOT ON FILE - NOTHING '
                    'DISTRIBUTED.'
                 MOVE 8 TO WS-DIST-RC
              WHEN WS-RECIPIENT-COUNT = ZERO
                 DISPLAY 'RPTDIST: NO RECIPIENT LIST ENTRY APPLIES '
                    'UNDER PROFILE ' FUNCTION TRIM(WS-RUN-PROFILE)
                    ' - NOTHING DISTRIBUTED.'
                 MOVE 4 TO WS-DIST-RC
              WHEN OTHER
                 PERFORM BUILD-RECIPIENT-BUNDLE
                    VARYING WS-RCP-SUB FROM 1 BY 1
                    UNTIL WS-RCP-SUB > WS-RECIPIENT-COUNT
           END-EVALUATE
           IF WS-DIST-RC = ZERO
              AND (WS-TOTAL-MISSED > ZERO
                   OR WS-LIST-REJECTED > ZERO) THEN
              MOVE 4 TO WS-DIST-RC
           END-IF

           MOVE 'RPTDIST' TO RL-PROGRAM-ID
           MOVE WS-LIST-READ TO WS-RUN-LOG-RECORDS-READ
           IF WS-DIST-RC < 8 THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           ELSE
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           MOVE WS-BUNDLE-COUNT TO WS-EDIT-A
           MOVE WS-TOTAL-MISSED TO WS-EDIT-B
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-A) ' BUNDLE(S), '
              FUNCTION TRIM(WS-EDIT-B) ' NOT DELIVERED'
              DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           PERFORM WRITE-RUN-LOG
           MOVE WS-DIST-RC TO RETURN-CODE

           STOP RUN.

      *
      *    GET-DIST-ROOT TAKES THE DIRECTORY THE BUNDLES ARE BUILT
      *    UNDER FROM THE DISTRIBUTION-DIR KEY.  THE NAME GOES INTO
      *    rm AND cp COMMANDS, SO ONLY A PLAIN NAME IN THE CURRENT
      *    DIRECTORY IS ACCEPTED; ANYTHING ELSE FALLS BACK TO distrib.
       GET-DIST-ROOT.
           MOVE 'DISTRIBUTION-DIR' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND WS-CFG-VALUE NOT = SPACES THEN
              MOVE WS-CFG-VALUE TO WS-DIST-ROOT
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-DIST-ROOT==.
              MOVE ZERO TO WS-ROOT-SLASHES
              INSPECT WS-DIST-ROOT TALLYING WS-ROOT-SLASHES
                 FOR ALL '/'
              MOVE ZERO TO WS-ROOT-NAME-LEN
              INSPECT WS-DIST-ROOT TALLYING WS-ROOT-NAME-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-FNCHK-INVALID
                 OR WS-DIST-ROOT = '.'
                 OR WS-DIST-ROOT = '..'
                 OR WS-ROOT-SLASHES > ZERO
                 OR WS-ROOT-NAME-LEN NOT =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-DIST-ROOT))
                 THEN
                 DISPLAY 'RPTDIST: DISTRIBUTION-DIR "'
                    FUNCTION TRIM(WS-CFG-VALUE)
                    '" IS NOT A PLAIN DIRECTORY NAME - USING distrib.'
                 MOVE 'distrib' TO WS-DIST-ROOT
              END-IF
           END-IF
           .

      *
      *    LOAD-RECIPIENT-LIST KEEPS THE LINES OF DISTLIST.TXT THAT
      *    APPLY UNDER THE ACTIVE PROFILE.  THE RECIPIENT ID BECOMES
      *    A DIRECTORY NAME AND THE DATASET NAME GOES INTO A cp
      *    COMMAND, SO A LINE WHOSE ID OR DATASET IS NOT A PLAIN NAME
      *    IN THE CURRENT DIRECTORY IS REJECTED AND REPORTED.
       LOAD-RECIPIENT-LIST.
           SET WS-RCPT-EOF TO FALSE
           OPEN INPUT RECIPIENT-FILE
           IF FS-RCPT-OK THEN
              PERFORM UNTIL WS-RCPT-EOF
                 READ RECIPIENT-FILE
                    AT END
                       SET WS-RCPT-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-RECIPIENT-RECORD
                 END-READ
              END-PERFORM
              CLOSE RECIPIENT-FILE
              MOVE 'DISTLIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LIST-READ TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE '00' TO WS-RCPT-STATUS-CD
           END-IF
           .

       STORE-RECIPIENT-RECORD.
           IF RECIPIENT-RECORD NOT = SPACES
              AND RECIPIENT-RECORD(1:1) NOT = '*' THEN
              ADD 1 TO WS-LIST-READ
              MOVE FUNCTION UPPER-CASE(DL-PROFILE) TO DL-PROFILE
              IF DL-PROFILE = '*' OR DL-PROFILE = WS-RUN-PROFILE THEN
                 PERFORM CHECK-RECIPIENT-RECORD
                 IF WS-ENTRY-OK THEN
                    PERFORM ADD-DISTRIBUTION-ENTRY
                 END-IF
              END-IF
           END-IF
           .

       CHECK-RECIPIENT-RECORD.
           SET WS-ENTRY-OK TO TRUE
           MOVE DL-RECIPIENT TO WS-CHECK-NAME
           PERFORM CHECK-PLAIN-NAME
           MOVE DL-DATASET TO WS-CHECK-NAME
           PERFORM CHECK-PLAIN-NAME
           IF NOT WS-ENTRY-OK THEN
              ADD 1 TO WS-LIST-REJECTED
              DISPLAY 'RPTDIST: DISTLIST.TXT LINE "'
                 FUNCTION TRIM(RECIPIENT-RECORD)
                 '" IS NOT A PLAIN RECIPIENT AND DATASET NAME - '
                 'IGNORED.'
           END-IF
           .

      *
      *    CHECK-PLAIN-NAME CLEARS WS-ENTRY-OK UNLESS WS-CHECK-NAME IS
      *    ONE NON-BLANK WORD WITH NO PATH AND NO SHELL CHARACTERS.
       CHECK-PLAIN-NAME.
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-CHECK-NAME==.
           MOVE ZERO TO WS-NAME-SLASHES
           INSPECT WS-CHECK-NAME TALLYING WS-NAME-SLASHES
              FOR ALL '/'
           MOVE ZERO TO WS-NAME-LEN
           INSPECT WS-CHECK-NAME TALLYING WS-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-FNCHK-INVALID
              OR WS-CHECK-NAME = SPACES
              OR WS-CHECK-NAME = '.'
              OR WS-CHECK-NAME = '..'
              OR WS-NAME-SLASHES > ZERO
              OR WS-NAME-LEN NOT =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-NAME)) THEN
              SET WS-ENTRY-OK TO FALSE
           END-IF
           .

       ADD-DISTRIBUTION-ENTRY.
           IF WS-ENTRY-COUNT < 500 THEN
              ADD 1 TO WS-ENTRY-COUNT
              MOVE DL-RECIPIENT TO DE-RECIPIENT(WS-ENTRY-COUNT)
              MOVE DL-DATASET TO DE-DATASET(WS-ENTRY-COUNT)
              PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                 UNTIL WS-RCP-SUB > WS-RECIPIENT-COUNT
                    OR RCP-ID(WS-RCP-SUB) = DL-RECIPIENT
                 CONTINUE
              END-PERFORM
              IF WS-RCP-SUB > WS-RECIPIENT-COUNT THEN
                 IF WS-RECIPIENT-COUNT < 100 THEN
                    ADD 1 TO WS-RECIPIENT-COUNT
                    MOVE DL-RECIPIENT TO RCP-ID(WS-RECIPIENT-COUNT)
                    MOVE DL-RECIPIENT-NAME
                       TO RCP-NAME(WS-RECIPIENT-COUNT)
                    MOVE ZERO TO RCP-DELIVERED(WS-RECIPIENT-COUNT)
                    MOVE ZERO TO RCP-MISSED(WS-RECIPIENT-COUNT)
                 ELSE
                    SUBTRACT 1 FROM WS-ENTRY-COUNT
                    PERFORM WARN-LIST-FULL
                 END-IF
              END-IF
           ELSE
              PERFORM WARN-LIST-FULL
           END-IF
           .

       WARN-LIST-FULL.
           ADD 1 TO WS-LIST-REJECTED
           IF NOT WS-LIST-FULL-WARNED THEN
              SET WS-LIST-FULL-WARNED TO TRUE
              DISPLAY 'RPTDIST: DISTLIST.TXT EXCEEDS 500 LINES OR 100 '
                 'RECIPIENTS - THE REST ARE NOT DISTRIBUTED.'
           END-IF
           .

      *
      *    BUILD-RECIPIENT-BUNDLE MAKES A FRESH BUNDLE DIRECTORY
      *    <DISTRIBUTION-DIR>/<RECIPIENT>/<RUN ID> - A RERUN OF THE
      *    SAME STREAM REBUILDS IT - AND COPIES IN EACH OF THE
      *    RECIPIENT'S DATASETS THAT BELONGS TO THIS RUN, WITH A COVER
      *    SHEET LISTING WHAT WAS AND WAS NOT SENT.  EVERY DATASET
      *    ALSO GOES ON THE RECIPIENT'S DELIVERY LOG.
       BUILD-RECIPIENT-BUNDLE.
           SET WS-BUNDLE-OK TO TRUE
           MOVE SPACES TO WS-BUNDLE-DIR
           STRING FUNCTION TRIM(WS-DIST-ROOT) '/'
              FUNCTION TRIM(RCP-ID(WS-RCP-SUB)) '/' WS-RUN-ID
              DELIMITED BY SIZE INTO WS-BUNDLE-DIR
           MOVE SPACES TO WS-DIST-CMD
           STRING 'rm -rf ' FUNCTION TRIM(WS-BUNDLE-DIR)
              ' && mkdir -p ' FUNCTION TRIM(WS-BUNDLE-DIR)
              DELIMITED BY SIZE INTO WS-DIST-CMD
           CALL 'SYSTEM' USING WS-DIST-CMD
           IF RETURN-CODE NOT = ZERO THEN
              SET WS-BUNDLE-OK TO FALSE
              DISPLAY 'RPTDIST: BUNDLE DIRECTORY '
                 FUNCTION TRIM(WS-BUNDLE-DIR)
                 ' COULD NOT BE MADE - NOTHING SENT TO '
                 FUNCTION TRIM(RCP-ID(WS-RCP-SUB)) '.'
              MOVE 8 TO WS-DIST-RC
           END-IF
           PERFORM OPEN-DELIVERY-LOG
           IF WS-BUNDLE-OK THEN
              PERFORM START-COVER-SHEET
           END-IF
           PERFORM VARYING WS-DE-SUB FROM 1 BY 1
              UNTIL WS-DE-SUB > WS-ENTRY-COUNT
              IF DE-RECIPIENT(WS-DE-SUB) = RCP-ID(WS-RCP-SUB) THEN
                 PERFORM DISTRIBUTE-ONE-DATASET
              END-IF
           END-PERFORM
           IF WS-BUNDLE-OK THEN
              PERFORM END-COVER-SHEET
              ADD 1 TO WS-BUNDLE-COUNT
           END-IF
           IF WS-DLOG-OPEN THEN
              CLOSE DELIVERY-LOG-FILE
              SET WS-DLOG-OPEN TO FALSE
              PERFORM FREE-DLOG-LOCK
              MOVE WS-DELIVERY-FILENAME TO WS-DSU-DATASET
              MOVE 'EXTEND' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = RCP-DELIVERED(WS-RCP-SUB)
                 + RCP-MISSED(WS-RCP-SUB)
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE RCP-DELIVERED(WS-RCP-SUB) TO WS-EDIT-A
           MOVE RCP-MISSED(WS-RCP-SUB) TO WS-EDIT-B
           DISPLAY 'RPTDIST: ' RCP-ID(WS-RCP-SUB) ' - '
              FUNCTION TRIM(WS-EDIT-A) ' DELIVERED, '
              FUNCTION TRIM(WS-EDIT-B) ' NOT DELIVERED - SEE '
              FUNCTION TRIM(WS-DELIVERY-FILENAME) '.'
           .

      *
      *    OPEN-DELIVERY-LOG OPENS THE RECIPIENT'S DELIVERY.TXT FOR
      *    APPEND, STARTING IT ON THE RECIPIENT'S FIRST DISTRIBUTION,
      *    ONCE ITS LOCK IS HELD.
       OPEN-DELIVERY-LOG.
           SET WS-DLOG-OPEN TO FALSE
           MOVE SPACES TO WS-DELIVERY-FILENAME
           STRING FUNCTION TRIM(WS-DIST-ROOT) '/'
              FUNCTION TRIM(RCP-ID(WS-RCP-SUB)) '/DELIVERY.TXT'
              DELIMITED BY SIZE INTO WS-DELIVERY-FILENAME
           PERFORM GET-DLOG-LOCK
           IF NOT WS-DLOG-LOCKED THEN
              DISPLAY 'RPTDIST: COULD NOT GET THE LOCK ON DELIVERY LOG '
                 FUNCTION TRIM(WS-DELIVERY-FILENAME)
                 ' AFTER 10 TRIES - DELIVERIES NOT LOGGED.'
              MOVE 8 TO WS-DIST-RC
           ELSE
              OPEN EXTEND DELIVERY-LOG-FILE
              IF NOT FS-DLOG-OK THEN
                 CLOSE DELIVERY-LOG-FILE
                 OPEN OUTPUT DELIVERY-LOG-FILE
              END-IF
              IF NOT FS-DLOG-OK THEN
                 DISPLAY 'RPTDIST: DELIVERY LOG '
                    FUNCTION TRIM(WS-DELIVERY-FILENAME)
                    ' COULD NOT BE OPENED - STATUS ' WS-DLOG-STATUS-CD
                 MOVE 8 TO WS-DIST-RC
                 PERFORM FREE-DLOG-LOCK
              ELSE
                 SET WS-DLOG-OPEN TO TRUE
              END-IF
           END-IF
           .

      *
      *    GET-DLOG-LOCK TAKES THE DELIVERY LOG'S APPEND LOCK WITH THE
      *    SAME BOUNDED WAIT AS GET-RUNLOG-LOCK.
       GET-DLOG-LOCK.
           MOVE RETURN-CODE TO WS-DLOG-RC-SAVE
           SET WS-DLOG-LOCKED TO FALSE
           PERFORM VARYING WS-DLOG-LOCK-TRY FROM 1 BY 1
              UNTIL WS-DLOG-LOCK-TRY > 10 OR WS-DLOG-LOCKED
              MOVE SPACES TO WS-DLOG-LOCK-CMD
              STRING 'mkdir '
                 FUNCTION TRIM(WS-DELIVERY-FILENAME)
                 '.LCK 2>/dev/null'
                 DELIMITED BY SIZE INTO WS-DLOG-LOCK-CMD
              CALL 'SYSTEM' USING WS-DLOG-LOCK-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-DLOG-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-DLOG-LOCK-CMD
                 CALL 'SYSTEM' USING WS-DLOG-LOCK-CMD
              END-IF
           END-PERFORM
           MOVE WS-DLOG-RC-SAVE TO RETURN-CODE
           .

       FREE-DLOG-LOCK.
           MOVE RETURN-CODE TO WS-DLOG-RC-SAVE
           MOVE SPACES TO WS-DLOG-LOCK-CMD
           STRING 'rmdir '
              FUNCTION TRIM(WS-DELIVERY-FILENAME)
              '.LCK 2>/dev/null'
              DELIMITED BY SIZE INTO WS-DLOG-LOCK-CMD
           CALL 'SYSTEM' USING WS-DLOG-LOCK-CMD
           MOVE WS-DLOG-RC-SAVE TO RETURN-CODE
           SET WS-DLOG-LOCKED TO FALSE
           .

       START-COVER-SHEET.
           MOVE SPACES TO WS-COVER-FILENAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/COVER.TXT'
              DELIMITED BY SIZE INTO WS-COVER-FILENAME
           OPEN OUTPUT COVER-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'RPTDIST' TO WS-PG-PROGRAM-ID
           MOVE 'REPORT DISTRIBUTION COVER SHEET' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO COVER-LINE
           STRING 'RECIPIENT: ' RCP-ID(WS-RCP-SUB) ' '
              RCP-NAME(WS-RCP-SUB)
              DELIMITED BY SIZE INTO COVER-LINE
           PERFORM PUT-COVER-LINE
           MOVE SPACES TO COVER-LINE
           STRING 'BUNDLE:    ' WS-BUNDLE-DIR
              DELIMITED BY SIZE INTO COVER-LINE
           PERFORM PUT-COVER-LINE
           MOVE SPACES TO COVER-LINE
           PERFORM PUT-COVER-LINE
           MOVE SPACES TO COVER-LINE
           STRING 'DATASET                        STATUS        '
              'FROM RUN        NOTE'
              DELIMITED BY SIZE INTO COVER-LINE
           PERFORM PUT-COVER-LINE
           .

       END-COVER-SHEET.
           MOVE 1 TO WS-PG-RPT
           MOVE 'DATASETS LISTED' TO WS-PG-COUNT-LABEL
           COMPUTE WS-PG-COUNT-VALUE = RCP-DELIVERED(WS-RCP-SUB)
              + RCP-MISSED(WS-RCP-SUB)
           PERFORM ADD-REPORT-COUNT
           MOVE 'DELIVERED' TO WS-PG-COUNT-LABEL
           MOVE RCP-DELIVERED(WS-RCP-SUB) TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'NOT DELIVERED' TO WS-PG-COUNT-LABEL
           MOVE RCP-MISSED(WS-RCP-SUB) TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-COVER-FOOTER
           CLOSE COVER-FILE
           MOVE WS-COVER-FILENAME TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
      *    DISTRIBUTE-ONE-DATASET DECIDES WHETHER THE DATASET CAN GO.
      *    IT IS NOT DELIVERED WHEN IT IS NOT ON FILE, WHEN IT IS A
      *    .WRK WORKING FILE OR ITS .WRK IS STILL LYING ALONGSIDE IT
      *    (THE PROGRAM HAS NOT PUBLISHED TONIGHT'S COPY, SO WHAT IS
      *    ON FILE IS AN OLDER ONE), OR WHEN IT NAMES A RUN OTHER
      *    THAN THIS ONE.  A DATASET THAT CARRIES NO RUN ID AT ALL IS
      *    SENT, WITH THAT NOTED.
       DISTRIBUTE-ONE-DATASET.
           MOVE DE-DATASET(WS-DE-SUB) TO WS-DATASET
           SET WS-DELIVERED TO FALSE
           MOVE SPACES TO WS-FILE-RUN-ID
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-NAME-LEN
           INSPECT WS-DATASET TALLYING WS-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
              WHEN NOT WS-BUNDLE-OK
                 MOVE 'BUNDLE DIRECTORY COULD NOT BE MADE'
                    TO WS-REASON
              WHEN WS-NAME-LEN > 4
                 AND FUNCTION UPPER-CASE(
                    WS-DATASET(WS-NAME-LEN - 3:4)) = '.WRK'
                 MOVE 'UNPUBLISHED WORKING FILE' TO WS-REASON
              WHEN OTHER
                 PERFORM CHECK-WORKING-COPY
                 IF WS-REASON = SPACES THEN
                    PERFORM PROBE-DATASET-RUN-ID
                 END-IF
                 IF WS-REASON = SPACES THEN
                    PERFORM COPY-DATASET-TO-BUNDLE
                 END-IF
           END-EVALUATE
           IF WS-DELIVERED THEN
              ADD 1 TO RCP-DELIVERED(WS-RCP-SUB)
              ADD 1 TO WS-TOTAL-DELIVERED
           ELSE
              ADD 1 TO RCP-MISSED(WS-RCP-SUB)
              ADD 1 TO WS-TOTAL-MISSED
           END-IF
           PERFORM LOG-DELIVERY
           IF WS-BUNDLE-OK THEN
              MOVE SPACES TO COVER-LINE
              IF WS-DELIVERED THEN
                 STRING WS-DATASET ' DELIVERED     '
                    WS-FILE-RUN-ID ' ' WS-REASON
                    DELIMITED BY SIZE INTO COVER-LINE
              ELSE
                 STRING WS-DATASET ' NOT DELIVERED '
                    WS-FILE-RUN-ID ' ' WS-REASON
                    DELIMITED BY SIZE INTO COVER-LINE
              END-IF
              PERFORM PUT-COVER-LINE
           END-IF
           .

      *
      *    CHECK-WORKING-COPY LOOKS FOR <DATASET>.WRK.  THE DAY
      *    PROGRAMS WRITE UNDER THE .WRK NAME AND RENAME ONLY AT A
      *    CLEAN END OF JOB, SO A .WRK STILL ON FILE MEANS TONIGHT'S
      *    COPY WAS NEVER PUBLISHED.
       CHECK-WORKING-COPY.
           MOVE SPACES TO WS-PROBE-FILENAME
           STRING FUNCTION TRIM(WS-DATASET) '.WRK'
              DELIMITED BY SIZE INTO WS-PROBE-FILENAME
           OPEN INPUT PROBE-FILE
           IF FS-PROBE-OK THEN
              CLOSE PROBE-FILE
              MOVE 'STILL UNPUBLISHED (.WRK ON FILE)' TO WS-REASON
           END-IF
           .

      *
      *    PROBE-DATASET-RUN-ID READS THE HEAD OF THE DATASET FOR THE
      *    RUN THAT WROTE IT: THE "RUN ID" OF A REPORT'S PAGE HEADING
      *    (OR AN OLDER "RUN ID:" LINE), OR THE RUNID RECORD THAT
      *    OPENS A CSV.  ONLY A VALUE OF THE YYYYMMDD-HHMMSS SHAPE
      *    COUNTS, SO LABELS SUCH AS "RUN ID UNDER AUDIT" ARE PASSED BY.
       PROBE-DATASET-RUN-ID.
           MOVE WS-DATASET TO WS-PROBE-FILENAME
           OPEN INPUT PROBE-FILE
           IF NOT FS-PROBE-OK THEN
              MOVE 'NOT ON FILE' TO WS-REASON
           ELSE
              SET WS-PROBE-EOF TO FALSE
              MOVE ZERO TO WS-PROBE-LINES
              PERFORM UNTIL WS-PROBE-EOF
                 OR WS-PROBE-LINES >= 8
                 OR WS-FILE-RUN-ID NOT = SPACES
                 READ PROBE-FILE
                    AT END
                       SET WS-PROBE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PROBE-LINES
                       PERFORM SCAN-PROBE-RECORD
                 END-READ
              END-PERFORM
              CLOSE PROBE-FILE
              MOVE WS-DATASET TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-PROBE-LINES TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              EVALUATE TRUE
                 WHEN WS-FILE-RUN-ID = SPACES
                    CONTINUE
                 WHEN WS-FILE-RUN-ID NOT = WS-RUN-ID
                    MOVE 'WRITTEN BY AN EARLIER RUN' TO WS-REASON
              END-EVALUATE
           END-IF
           .

       SCAN-PROBE-RECORD.
           IF PROBE-RECORD(1:6) = 'RUNID,' THEN
              MOVE PROBE-RECORD(7:15) TO WS-TRY-RUN-ID
              PERFORM ACCEPT-TRY-RUN-ID
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > 200
                 OR WS-FILE-RUN-ID NOT = SPACES
              IF PROBE-RECORD(WS-POS:7) = 'RUN ID ' THEN
                 COMPUTE WS-ID-POS = WS-POS + 7
                 MOVE PROBE-RECORD(WS-ID-POS:15) TO WS-TRY-RUN-ID
                 PERFORM ACCEPT-TRY-RUN-ID
              END-IF
              IF PROBE-RECORD(WS-POS:8) = 'RUN ID: ' THEN
                 COMPUTE WS-ID-POS = WS-POS + 8
                 MOVE PROBE-RECORD(WS-ID-POS:15) TO WS-TRY-RUN-ID
                 PERFORM ACCEPT-TRY-RUN-ID
              END-IF
           END-PERFORM
           .

       ACCEPT-TRY-RUN-ID.
           IF WS-TRY-RUN-ID(1:8) IS NUMERIC
              AND WS-TRY-RUN-ID(9:1) = '-'
              AND WS-TRY-RUN-ID(10:6) IS NUMERIC THEN
              MOVE WS-TRY-RUN-ID TO WS-FILE-RUN-ID
           END-IF
           .

       COPY-DATASET-TO-BUNDLE.
           MOVE SPACES TO WS-DIST-CMD
           STRING 'cp -p ' FUNCTION TRIM(WS-DATASET) ' '
              FUNCTION TRIM(WS-BUNDLE-DIR) '/'
              DELIMITED BY SIZE INTO WS-DIST-CMD
           CALL 'SYSTEM' USING WS-DIST-CMD
           IF RETURN-CODE = ZERO THEN
              SET WS-DELIVERED TO TRUE
              IF WS-FILE-RUN-ID = SPACES THEN
                 MOVE 'NO RUN ID ON FILE' TO WS-REASON
              END-IF
           ELSE
              MOVE 'COPY INTO THE BUNDLE FAILED' TO WS-REASON
           END-IF
           .

       LOG-DELIVERY.
           IF WS-DLOG-OPEN THEN
              ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
              IF WS-PROC-DATE NOT = ZERO THEN
                 MOVE WS-PROC-DATE TO WS-RL-DATE
              END-IF
              ACCEPT WS-NOW-TIME FROM TIME
              MOVE SPACES TO DELIVERY-LOG-RECORD
              MOVE WS-RL-DATE TO DV-DATE
              MOVE WS-NOW-HHMMSS TO DV-TIME
              MOVE WS-RUN-ID TO DV-RUN-ID
              MOVE WS-RUN-PROFILE TO DV-PROFILE
              MOVE RCP-ID(WS-RCP-SUB) TO DV-RECIPIENT
              MOVE WS-DATASET TO DV-DATASET
              IF WS-DELIVERED THEN
                 MOVE 'DELIVERED' TO DV-STATUS
              ELSE
                 MOVE 'NOT DELIVERED' TO DV-STATUS
              END-IF
              MOVE WS-FILE-RUN-ID TO DV-FILE-RUN-ID
              MOVE WS-REASON TO DV-REASON
              WRITE DELIVERY-LOG-RECORD
           END-IF
           .

      *
      *    PUT-COVER-LINE WRITES COVER-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-COVER-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE COVER-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO COVER-LINE
                 WRITE COVER-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE COVER-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO COVER-LINE
           END-IF
           WRITE COVER-LINE
           .

      *
      *    WRITE-COVER-FOOTER ENDS THE COVER SHEET WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-COVER-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO COVER-LINE
              PERFORM PUT-COVER-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM RPTDIST.
