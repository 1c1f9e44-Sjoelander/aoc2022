           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'DAY6EXCP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACKET-FILE ASSIGN TO DYNAMIC WS-PACKET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY ARCHCTSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY CAPUSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  REPORT-LINE             PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(80).
      *
      *    PACKET-FILE CARRIES ONE RECORD PER MESSAGE PAYLOAD CUT OUT
      *    OF A SIGNAL: THE STATION AND SIGNAL IT CAME FROM, WHERE
      *    ITS START-OF-MESSAGE MARKER ENDED, HOW LONG IT IS, ITS
      *    FLETCHER-16 CHECKSUM, THEN THE PAYLOAD ITSELF.
       FD  PACKET-FILE.
       01  PACKET-RECORD.
           05 PKT-STATION          PIC X(8).
           05 FILLER               PIC X(1).
           05 PKT-SIGNAL-NUM       PIC 9(9).
           05 FILLER               PIC X(1).
           05 PKT-MARKER-POS       PIC 9(8).
           05 FILLER               PIC X(1).
           05 PKT-PAYLOAD-LEN      PIC 9(8).
           05 FILLER               PIC X(1).
           05 PKT-CHECKSUM         PIC 9(5).
           05 FILLER               PIC X(1).
           05 PKT-PAYLOAD          PIC X(65536).
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY CAPUFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01  I                       PIC 9(8) BINARY VALUE 65536.
       01  J                       PIC 9(8) BINARY.
              05 STN-RECEIVED      PIC 9(9) BINARY.
              05 STN-REJECTED      PIC 9(9) BINARY.
              05 STN-MARKERLESS    PIC 9(9) BINARY.
              05 STN-PACKETS       PIC 9(9) BINARY.
              05 STN-PAYLOAD-CHARS PIC 9(9) BINARY.
              05 STN-SHORTEST      PIC 9(8) BINARY.
              05 STN-LONGEST       PIC 9(8) BINARY.
              05 STN-INCOMPLETE    PIC 9(9) BINARY.
              05 STN-CAPTURES      PIC 9(9) BINARY.
              05 STN-DRIFT-CHECKED PIC 9(9) BINARY.
              05 STN-DRIFT-OFF     PIC 9(9) BINARY.
       01  WS-STN-SUB              PIC 9(4) BINARY VALUE ZERO.
       01  WS-CUR-STATION          PIC X(8) VALUE 'LOCAL'.
       01  WS-STATION-TEXT         PIC X(8).
      *    STATION PREFIX RIDES ON THE FIRST PIECE ONLY.
       01  WS-SIG-BUFFER           PIC X(65536).
       01  WS-SIG-LEN              PIC 9(8) BINARY VALUE ZERO.
       01  WS-SIG-PEAK-LEN         PIC 9(8) BINARY VALUE ZERO.
       01  WS-PIECE-LEN            PIC 9(8) BINARY.
       01  WS-SIG-CONTINUED-SW    PIC X(1) VALUE 'N'.
           88 WS-SIG-CONTINUED             VALUE 'Y' FALSE 'N'.
              05 MD-WIDTH          PIC 9(4) BINARY.
              05 MD-LABEL          PIC X(20).
       01  MARKER-DEF-COUNT        PIC 9(4) BINARY VALUE 1.
      *
      *    PAYLOAD EXTRACTION: THE START-OF-PACKET AND START-OF-MESSAGE
      *    ROWS OF MARKER-DEF-TABLE ARE FOUND BY LABEL.  WHILE A SIGNAL
      *    IS SCANNED AT THE MESSAGE WIDTH, MSG-MARKER-TABLE KEEPS
      *    EACH MESSAGE MARKER THAT STARTS CLEAR OF THE LAST ONE KEPT
      *    (OVERLAPPING WINDOWS ARE THE SAME MARKER, NOT A NEW
      *    MESSAGE).  EACH PAYLOAD RUNS FROM JUST AFTER ITS MARKER UP
      *    TO THE START OF THE NEXT KEPT MARKER, OR THE END OF THE
      *    SIGNAL.  A SIGNAL WITH A PACKET MARKER BUT NO MESSAGE
      *    MARKER IS HELD IN INCOMPLETE-TABLE FOR THE REPORT.
       01  WS-PKT-MD-IDX           PIC 9(4) BINARY VALUE ZERO.
       01  WS-MSG-MD-IDX           PIC 9(4) BINARY VALUE ZERO.
       01  WS-SIG-PKT-COUNT        PIC 9(8) BINARY.
       01  WS-SIG-PKT-FIRST-POS    PIC 9(8) BINARY.
       01  WS-SIG-MSG-COUNT        PIC 9(8) BINARY.
       01  WS-MSG-MK-COUNT         PIC 9(8) BINARY VALUE ZERO.
       01  MSG-MARKER-TABLE.
           02 MSG-MK-POS OCCURS 65536 TIMES PIC 9(8) BINARY.
       01  WS-MSG-MK-SUB           PIC 9(8) BINARY.
       01  WS-PAYLOAD-START        PIC 9(8) BINARY.
       01  WS-PAYLOAD-END          PIC 9(8) BINARY.
       01  WS-PAYLOAD-LEN          PIC 9(8) BINARY.
       01  WS-CKSUM-A              PIC 9(8) BINARY.
       01  WS-CKSUM-B              PIC 9(8) BINARY.
       01  WS-CKSUM-IDX            PIC 9(8) BINARY.
       01  WS-CHECKSUM             PIC 9(5).
       01  WS-PACKET-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01  WS-INC-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01  WS-INC-SUB              PIC 9(4) BINARY.
       01  INCOMPLETE-TABLE.
           02 INCOMPLETE-ENTRY OCCURS 1000 TIMES.
              05 INC-STATION       PIC X(8).
              05 INC-SIGNAL-NUM    PIC 9(9) BINARY.
              05 INC-PACKET-POS    PIC 9(8) BINARY.
      *
      *    CROSS-STATION MATCHING: EACH CLEAN SIGNAL IS ONE CAPTURE OF
      *    A TRANSMISSION.  A CAPTURE WHOSE MESSAGE PAYLOADS MATCH A
      *    PAYLOAD ALREADY HEARD (SAME LENGTH, SAME CHECKSUM, SAME
      *    OPENING 32 CHARACTERS) JOINS THAT TRANSMISSION; OTHERWISE
      *    IT STARTS A NEW ONE.  MATCHING ON PAYLOADS RATHER THAN ON
      *    MARKER POSITIONS IS WHAT LETS A STATION THAT STARTED
      *    RECORDING LATE STILL MATCH - ITS MARKERS SIMPLY SIT EARLIER
      *    IN ITS SIGNAL.  THAT SHIFT IS KEPT AS THE CAPTURE'S OFFSET,
      *    MEASURED IN THE FOUNDING CAPTURE'S POSITIONS, AND EACH
      *    PAYLOAD KEY REMEMBERS WHERE ITS MARKER WOULD SIT THERE.  A
      *    CAPTURE WITH NO MESSAGE PAYLOAD CANNOT BE MATCHED AND
      *    STANDS AS A TRANSMISSION OF ITS OWN.
       01  SIG-PACKET-TABLE.
           02 SIG-PACKET OCCURS 200 TIMES.
              05 SPK-LEN           PIC 9(8) BINARY.
              05 SPK-CKSUM         PIC 9(5).
              05 SPK-HEAD          PIC X(32).
              05 SPK-POS           PIC 9(8) BINARY.
       01  WS-SPK-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01  WS-SPK-SUB              PIC 9(4) BINARY.
       01  TXN-TABLE.
           02 TXN-ENTRY OCCURS 5000 TIMES.
              05 TXN-CAPTURES      PIC 9(4) BINARY.
              05 TXN-FIRST-MBR     PIC 9(8) BINARY.
              05 TXN-LAST-MBR      PIC 9(8) BINARY.
              05 TXN-NO-MSG-SW     PIC X(1).
                 88 TXN-NO-MSG              VALUE 'Y' FALSE 'N'.
       01  WS-TXN-COUNT            PIC 9(8) BINARY VALUE ZERO.
       01  WS-TXN-SUB              PIC 9(8) BINARY.
       01  MEMBER-TABLE.
           02 MEMBER-ENTRY OCCURS 20000 TIMES.
              05 MBR-STATION       PIC X(8).
              05 MBR-STN-SUB       PIC 9(4) BINARY.
              05 MBR-SIGNAL-NUM    PIC 9(9) BINARY.
              05 MBR-OFFSET        PIC S9(8) BINARY.
              05 MBR-NEXT          PIC 9(8) BINARY.
       01  WS-MBR-COUNT            PIC 9(8) BINARY VALUE ZERO.
       01  WS-MBR-SUB              PIC 9(8) BINARY.
       01  WS-MBR-SUB-2            PIC 9(8) BINARY.
       01  PAYLOAD-KEY-TABLE.
           02 PAYLOAD-KEY OCCURS 20000 TIMES.
              05 PKEY-LEN          PIC 9(8) BINARY.
              05 PKEY-CKSUM        PIC 9(5).
              05 PKEY-HEAD         PIC X(32).
              05 PKEY-TXN          PIC 9(8) BINARY.
              05 PKEY-REF-POS      PIC S9(8) BINARY.
       01  WS-PKEY-COUNT           PIC 9(8) BINARY VALUE ZERO.
       01  WS-PKEY-SUB             PIC 9(8) BINARY.
       01  WS-MATCH-TXN            PIC 9(8) BINARY.
       01  WS-MATCH-OFFSET         PIC S9(8) BINARY.
       01  WS-MATCH-POS            PIC S9(8) BINARY.
       01  WS-MATCH-REF            PIC S9(8) BINARY.
       01  WS-UNTRACKED-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01  WS-TRACK-FULL-SW        PIC X(1) VALUE 'N'.
           88 WS-TRACK-FULL-WARNED          VALUE 'Y' FALSE 'N'.
       01  WS-KEY-FULL-SW          PIC X(1) VALUE 'N'.
           88 WS-KEY-FULL-WARNED            VALUE 'Y' FALSE 'N'.
      *
      *    MAJORITY CHECK: A TRANSMISSION HEARD BY THREE OR MORE
      *    CAPTURES WHERE MORE THAN HALF AGREE ON ONE OFFSET HAS A
      *    MAJORITY, AND EVERY CAPTURE OFF THAT OFFSET DISAGREES.  A
      *    STATION DISAGREEING IN AT LEAST TWO CHECKED TRANSMISSIONS
      *    AND IN AT LEAST DAY6-DRIFT-PCT PERCENT OF THEM (DEFAULT 50)
      *    IS FLAGGED AS POSSIBLE ANTENNA OR CLOCK DRIFT.
       01  WS-DRIFT-PCT            PIC 9(3) BINARY VALUE 50.
       01  WS-DRIFT-COUNT          PIC 9(4) BINARY VALUE ZERO.
       01  WS-MODE-OFFSET          PIC S9(8) BINARY.
       01  WS-MODE-VOTES           PIC 9(4) BINARY.
       01  WS-VOTES                PIC 9(4) BINARY.
       01  WS-REF-OFFSET           PIC S9(8) BINARY.
       01  WS-REL-OFFSET           PIC S9(8) BINARY.
       01  WS-TXN-MAJORITY-SW      PIC X(1) VALUE 'N'.
           88 WS-TXN-MAJORITY               VALUE 'Y' FALSE 'N'.
       01  WS-EDIT-OFFSET          PIC -(7)9.
       01  WS-EDIT-TXN             PIC Z(7)9.
       01  WS-EDIT-CAPT            PIC Z(3)9.
       01  WS-EDIT-LEN-A           PIC Z(7)9.
       01  WS-EDIT-LEN-B           PIC Z(7)9.
       01  WS-MARKER-FILE-STATUS   PIC X(2) VALUE '00'.
           88 FS-MARKER-SUCCESS             VALUE '00'.
       01  WS-INPUT-FILENAME       PIC X(100) VALUE 'input.txt'.
      *    CLEAN END OF JOB, SO A RUN THAT DIES MID-WRITE CAN NEVER
      *    LEAVE A PARTIAL REPORT SITTING THERE LOOKING FINISHED.
       01  WS-REPORT-PUBLISHED     PIC X(100).
       01  WS-PACKET-FILENAME      PIC X(100) VALUE
           'DAY6PKT.TXT.WRK'.
       01  WS-PACKET-PUBLISHED     PIC X(100) VALUE 'DAY6PKT.TXT'.
       01  WS-PUBLISH-CMD          PIC X(250).
       COPY EXCWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY CAPUWS.
       COPY ARCHIVEWS.
       COPY FNCHKWS.
       COPY OPERWS.
       COPY QGATEWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY6' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY6' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY6' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           PERFORM LOAD-MARKER-DEF-TABLE
           PERFORM FIND-PAYLOAD-MARKER-DEFS
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
                                  ==FILENAME-VAR== BY
                                  ==WS-INPUT-FILENAME==.

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY6' TO WS-PG-PROGRAM-ID
           MOVE 'DATASTREAM MARKER DETAIL' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT PACKET-FILE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY6' TO WS-PG-PROGRAM-ID
           MOVE 'REJECTED SIGNALS' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM UNTIL INPUT-FILE-EOF
              READ INPUT-FILE
                 AT END
                       MOVE ZERO TO WS-SIG-LEN
                    END-IF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPEND-SIGNAL-PIECE
                    IF NOT WS-SIG-CONTINUED THEN
                       ADD 1 TO WS-SIGNAL-NUM
              END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
           MOVE 'INPUT' TO WS-DSU-MODE
           MOVE WS-READ-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           CLOSE PACKET-FILE

           PERFORM WRITE-MARKER-SUMMARY
           PERFORM WRITE-STATION-SUMMARY
           PERFORM WRITE-PACKET-SUMMARY
           PERFORM WRITE-INCOMPLETE-SIGNALS
           PERFORM WRITE-TRANSMISSIONS
           PERFORM WRITE-DRIFT-CHECK
           MOVE 1 TO WS-PG-RPT
           MOVE 'SIGNALS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-SIGNAL-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SIGNALS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'PACKETS EXTRACTED' TO WS-PG-COUNT-LABEL
           MOVE WS-PACKET-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'INCOMPLETE SIGNALS' TO WS-PG-COUNT-LABEL
           MOVE WS-INC-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TRANSMISSIONS' TO WS-PG-COUNT-LABEL
           MOVE WS-TXN-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DUPLICATE CAPTURES' TO WS-PG-COUNT-LABEL
           COMPUTE WS-PG-COUNT-VALUE = WS-MBR-COUNT - WS-TXN-COUNT
           PERFORM ADD-REPORT-COUNT
           MOVE 'DRIFT STATIONS' TO WS-PG-COUNT-LABEL
           MOVE WS-DRIFT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'SIGNALS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-SIGNAL-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SIGNALS REJECTED' TO WS-PG-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-EXCEPTION-FOOTER
           CLOSE EXCEPTION-FILE
           MOVE 'DAY6EXCP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           IF WS-REJECT-COUNT > ZERO THEN
              DISPLAY 'DAY6: ' WS-REJECT-COUNT ' SIGNAL(S) REJECTED '
                 'BY DATASTREAM VALIDATION - SEE DAY6EXCP.TXT.'
           END-IF

           PERFORM RECORD-TABLE-USAGE
           MOVE 'DAY6' TO RL-PROGRAM-ID
           MOVE WS-SIGNAL-NUM TO WS-RUN-LOG-RECORDS-READ
           MOVE 'DAY6' TO WS-QG-PROGRAM-ID
           MOVE WS-SIGNAL-NUM TO WS-QG-RECORDS
           MOVE WS-REJECT-COUNT TO WS-QG-REJECTS
           PERFORM CHECK-QUALITY-GATE
           IF WS-QG-HELD THEN
              PERFORM HOLD-QUALITY-FAILED
           ELSE
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
              PERFORM ARCHIVE-INPUT-FILE
           END-IF
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

                 END-READ
              END-PERFORM
              CLOSE MARKER-FILE
              MOVE 'DAY6MRKR.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE MARKER-DEF-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF MARKER-DEF-COUNT = ZERO THEN
                 DISPLAY 'DAY6: DAY6MRKR.TXT CONTAINED NO MARKER '
                    'DEFINITIONS - USING BUILT-IN MARKER WIDTHS.'
           MOVE 'START-OF-MESSAGE' TO MD-LABEL(2)
           .

      *
      *    FIND-PAYLOAD-MARKER-DEFS PICKS OUT THE START-OF-PACKET AND
      *    START-OF-MESSAGE ROWS OF MARKER-DEF-TABLE BY LABEL.  WITH
      *    NO START-OF-MESSAGE ROW THERE IS NOTHING TO CUT PAYLOADS
      *    AT, AND THE PACKET FILE IS WRITTEN EMPTY.
       FIND-PAYLOAD-MARKER-DEFS.
           MOVE ZERO TO WS-PKT-MD-IDX
           MOVE ZERO TO WS-MSG-MD-IDX
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
              UNTIL WS-MD-IDX > MARKER-DEF-COUNT
              IF MD-LABEL(WS-MD-IDX) = 'START-OF-PACKET' AND
                 WS-PKT-MD-IDX = ZERO THEN
                 MOVE WS-MD-IDX TO WS-PKT-MD-IDX
              END-IF
              IF MD-LABEL(WS-MD-IDX) = 'START-OF-MESSAGE' AND
                 WS-MSG-MD-IDX = ZERO THEN
                 MOVE WS-MD-IDX TO WS-MSG-MD-IDX
              END-IF
           END-PERFORM
           IF WS-MSG-MD-IDX = ZERO THEN
              DISPLAY 'DAY6: NO START-OF-MESSAGE MARKER DEFINED - '
                 'NO MESSAGE PAYLOADS WILL BE EXTRACTED.'
           END-IF
           .

      *
      *    PARSE-STATION-PREFIX STRIPS THE OPTIONAL "STATION:" PREFIX
      *    OFF THE SIGNAL JUST READ, RESOLVES ITS STATION TALLY ROW,
                 MOVE ZERO TO STN-RECEIVED(WS-STN-SUB)
                 MOVE ZERO TO STN-REJECTED(WS-STN-SUB)
                 MOVE ZERO TO STN-MARKERLESS(WS-STN-SUB)
                 MOVE ZERO TO STN-PACKETS(WS-STN-SUB)
                 MOVE ZERO TO STN-PAYLOAD-CHARS(WS-STN-SUB)
                 MOVE ZERO TO STN-SHORTEST(WS-STN-SUB)
                 MOVE ZERO TO STN-LONGEST(WS-STN-SUB)
                 MOVE ZERO TO STN-INCOMPLETE(WS-STN-SUB)
                 MOVE ZERO TO STN-CAPTURES(WS-STN-SUB)
                 MOVE ZERO TO STN-DRIFT-CHECKED(WS-STN-SUB)
                 MOVE ZERO TO STN-DRIFT-OFF(WS-STN-SUB)
              ELSE
                 DISPLAY 'DAY6: MORE THAN 50 STATIONS SEEN - '
                    'STATIONS PAST THE 50TH ARE NOT SUMMARIZED.'
              MOVE INREC(1:WS-PIECE-LEN)
                 TO WS-SIG-BUFFER(WS-SIG-LEN + 1:WS-PIECE-LEN)
              ADD WS-PIECE-LEN TO WS-SIG-LEN
              IF WS-SIG-LEN > WS-SIG-PEAK-LEN THEN
                 MOVE WS-SIG-LEN TO WS-SIG-PEAK-LEN
              END-IF
           END-IF
           .

      *    WITH NO MARKER AT ANY WIDTH AGAINST ITS STATION.  MARKER
      *    POSITIONS ARE REPORTED AGAINST THE FULL LOGICAL STREAM,
      *    NOT THE PHYSICAL RECORD THE MARKER HAPPENED TO LAND IN.
      *    ONCE EVERY WIDTH IS SCANNED, THE MESSAGE PAYLOADS ARE CUT
      *    OUT, OR A PACKET-ONLY SIGNAL IS NOTED AS INCOMPLETE.
       PROCESS-SIGNAL.
           MOVE WS-SIG-LEN TO LEN
           PERFORM VALIDATE-SIGNAL
           IF WS-SIGNAL-VALID THEN
              MOVE ZERO TO WS-SIG-MARKER-TOTAL
              MOVE ZERO TO WS-SIG-PKT-COUNT
              MOVE ZERO TO WS-SIG-PKT-FIRST-POS
              MOVE ZERO TO WS-SIG-MSG-COUNT
              MOVE ZERO TO WS-MSG-MK-COUNT
              MOVE ZERO TO WS-SPK-COUNT
              MOVE 65536 TO I
              MOVE WS-SIG-BUFFER TO CHAR-TBL
              PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                 UNTIL WS-MD-IDX > MARKER-DEF-COUNT
                 MOVE MD-WIDTH(WS-MD-IDX) TO M
                 PERFORM FIND-ALL-MARKERS
                 IF WS-MD-IDX = WS-PKT-MD-IDX THEN
                    MOVE WS-MARKER-COUNT TO WS-SIG-PKT-COUNT
                    MOVE WS-FIRST-MARKER-POS TO WS-SIG-PKT-FIRST-POS
                 END-IF
                 IF WS-MD-IDX = WS-MSG-MD-IDX THEN
                    MOVE WS-MARKER-COUNT TO WS-SIG-MSG-COUNT
                 END-IF
              END-PERFORM
              IF WS-SIG-MARKER-TOTAL = ZERO AND WS-STN-SUB > ZERO
                 THEN
                 ADD 1 TO STN-MARKERLESS(WS-STN-SUB)
              END-IF
              IF WS-SIG-MSG-COUNT > ZERO THEN
                 PERFORM EXTRACT-MESSAGE-PAYLOADS
              ELSE
                 IF WS-SIG-PKT-COUNT > ZERO AND WS-MSG-MD-IDX > ZERO
                    THEN
                    PERFORM NOTE-INCOMPLETE-SIGNAL
                 END-IF
              END-IF
              PERFORM MATCH-TRANSMISSION
           END-IF
           .

      *
      *    NOTE-MESSAGE-MARKER KEEPS THE MESSAGE MARKER ENDING AT I
      *    WHEN ITS WINDOW STARTS CLEAR OF THE LAST MARKER KEPT.  A
      *    RUN OF OVERLAPPING WINDOWS IS ONE MARKER, SO ONLY THE
      *    FIRST OF THE RUN OPENS A PAYLOAD.
       NOTE-MESSAGE-MARKER.
           IF WS-MSG-MK-COUNT = ZERO THEN
              ADD 1 TO WS-MSG-MK-COUNT
              MOVE I TO MSG-MK-POS(WS-MSG-MK-COUNT)
           ELSE
              IF I >= MSG-MK-POS(WS-MSG-MK-COUNT) + M THEN
                 ADD 1 TO WS-MSG-MK-COUNT
                 MOVE I TO MSG-MK-POS(WS-MSG-MK-COUNT)
              END-IF
           END-IF
           .

      *
      *    EXTRACT-MESSAGE-PAYLOADS WRITES ONE PACKET RECORD PER KEPT
      *    MESSAGE MARKER.  THE PAYLOAD STARTS JUST AFTER THE MARKER
      *    AND STOPS WHERE THE NEXT KEPT MARKER'S WINDOW BEGINS, OR
      *    AT THE END OF THE SIGNAL FOR THE LAST ONE.  A MARKER THAT
      *    ENDS THE SIGNAL YIELDS AN EMPTY PAYLOAD, WRITTEN ANYWAY SO
      *    THE COMMS DESK SEES THE MESSAGE WAS CUT OFF.
       EXTRACT-MESSAGE-PAYLOADS.
           MOVE MD-WIDTH(WS-MSG-MD-IDX) TO M
           PERFORM VARYING WS-MSG-MK-SUB FROM 1 BY 1
              UNTIL WS-MSG-MK-SUB > WS-MSG-MK-COUNT
              COMPUTE WS-PAYLOAD-START = MSG-MK-POS(WS-MSG-MK-SUB) + 1
              IF WS-MSG-MK-SUB < WS-MSG-MK-COUNT THEN
                 COMPUTE WS-PAYLOAD-END =
                    MSG-MK-POS(WS-MSG-MK-SUB + 1) - M
              ELSE
                 MOVE LEN TO WS-PAYLOAD-END
              END-IF
              IF WS-PAYLOAD-END >= WS-PAYLOAD-START THEN
                 COMPUTE WS-PAYLOAD-LEN =
                    WS-PAYLOAD-END - WS-PAYLOAD-START + 1
              ELSE
                 MOVE ZERO TO WS-PAYLOAD-LEN
              END-IF
              PERFORM WRITE-PACKET-RECORD
           END-PERFORM
           .

      *
      *    WRITE-PACKET-RECORD CHECKSUMS THE PAYLOAD AT
      *    WS-PAYLOAD-START FOR WS-PAYLOAD-LEN CHARACTERS, WRITES ITS
      *    PACKET RECORD, AND ADDS IT TO THE STATION'S PACKET TALLY.
       WRITE-PACKET-RECORD.
           PERFORM COMPUTE-PAYLOAD-CHECKSUM
           MOVE SPACES TO PACKET-RECORD
           MOVE WS-CUR-STATION TO PKT-STATION
           MOVE WS-SIGNAL-NUM TO PKT-SIGNAL-NUM
           MOVE MSG-MK-POS(WS-MSG-MK-SUB) TO PKT-MARKER-POS
           MOVE WS-PAYLOAD-LEN TO PKT-PAYLOAD-LEN
           MOVE WS-CHECKSUM TO PKT-CHECKSUM
           IF WS-PAYLOAD-LEN > ZERO THEN
              MOVE WS-SIG-BUFFER(WS-PAYLOAD-START:WS-PAYLOAD-LEN)
                 TO PKT-PAYLOAD
           END-IF
           WRITE PACKET-RECORD
           ADD 1 TO WS-PACKET-COUNT
           IF WS-SPK-COUNT < 200 THEN
              ADD 1 TO WS-SPK-COUNT
              MOVE WS-PAYLOAD-LEN TO SPK-LEN(WS-SPK-COUNT)
              MOVE WS-CHECKSUM TO SPK-CKSUM(WS-SPK-COUNT)
              MOVE PKT-PAYLOAD(1:32) TO SPK-HEAD(WS-SPK-COUNT)
              MOVE MSG-MK-POS(WS-MSG-MK-SUB) TO SPK-POS(WS-SPK-COUNT)
           END-IF
           IF WS-STN-SUB > ZERO THEN
              ADD 1 TO STN-PACKETS(WS-STN-SUB)
              ADD WS-PAYLOAD-LEN TO STN-PAYLOAD-CHARS(WS-STN-SUB)
              IF STN-PACKETS(WS-STN-SUB) = 1 OR
                 WS-PAYLOAD-LEN < STN-SHORTEST(WS-STN-SUB) THEN
                 MOVE WS-PAYLOAD-LEN TO STN-SHORTEST(WS-STN-SUB)
              END-IF
              IF WS-PAYLOAD-LEN > STN-LONGEST(WS-STN-SUB) THEN
                 MOVE WS-PAYLOAD-LEN TO STN-LONGEST(WS-STN-SUB)
              END-IF
           END-IF
           .

      *
      *    COMPUTE-PAYLOAD-CHECKSUM TAKES THE FLETCHER-16 CHECKSUM OF
      *    THE PAYLOAD: TWO RUNNING SUMS MODULO 255, THE SECOND A SUM
      *    OF THE FIRST, SO A TRANSPOSED PAIR OF CHARACTERS CHANGES
      *    THE RESULT WHERE A PLAIN SUM WOULD NOT.
       COMPUTE-PAYLOAD-CHECKSUM.
           MOVE ZERO TO WS-CKSUM-A
           MOVE ZERO TO WS-CKSUM-B
           PERFORM VARYING WS-CKSUM-IDX FROM WS-PAYLOAD-START BY 1
              UNTIL WS-CKSUM-IDX > WS-PAYLOAD-END
              COMPUTE WS-CKSUM-A = FUNCTION MOD(WS-CKSUM-A +
                 FUNCTION ORD(WS-SIG-BUFFER(WS-CKSUM-IDX:1)) - 1,
                 255)
              COMPUTE WS-CKSUM-B =
                 FUNCTION MOD(WS-CKSUM-B + WS-CKSUM-A, 255)
           END-PERFORM
           COMPUTE WS-CHECKSUM = WS-CKSUM-B * 256 + WS-CKSUM-A
           .

      *
      *    NOTE-INCOMPLETE-SIGNAL HOLDS A SIGNAL THAT SHOWED A PACKET
      *    MARKER BUT NEVER REACHED A MESSAGE MARKER, FOR THE
      *    INCOMPLETE-SIGNAL LIST.  ONLY THE FIRST 1000 ARE HELD; THE
      *    COUNT KEEPS GOING.
       NOTE-INCOMPLETE-SIGNAL.
           ADD 1 TO WS-INC-COUNT
           IF WS-STN-SUB > ZERO THEN
              ADD 1 TO STN-INCOMPLETE(WS-STN-SUB)
           END-IF
           IF WS-INC-COUNT <= 1000 THEN
              MOVE WS-CUR-STATION TO INC-STATION(WS-INC-COUNT)
              MOVE WS-SIGNAL-NUM TO INC-SIGNAL-NUM(WS-INC-COUNT)
              MOVE WS-SIG-PKT-FIRST-POS TO INC-PACKET-POS(WS-INC-COUNT)
           END-IF
           .

      *
      *    MATCH-TRANSMISSION FILES THE CLEAN SIGNAL JUST SCANNED AS A
      *    CAPTURE.  ITS PAYLOADS ARE LOOKED UP IN ORDER AMONG THE
      *    PAYLOAD KEYS ALREADY HEARD; THE FIRST HIT NAMES THE
      *    TRANSMISSION AND FIXES THE CAPTURE'S OFFSET.  NO HIT STARTS
      *    A NEW TRANSMISSION AT OFFSET ZERO.  EITHER WAY THE
      *    CAPTURE'S PAYLOADS NOT YET KEYED ARE ADDED, SO A LATER
      *    CAPTURE CAN MATCH ON A MESSAGE THE FOUNDING STATION MISSED.
       MATCH-TRANSMISSION.
           MOVE ZERO TO WS-MATCH-TXN
           MOVE ZERO TO WS-MATCH-OFFSET
           PERFORM VARYING WS-SPK-SUB FROM 1 BY 1
              UNTIL WS-SPK-SUB > WS-SPK-COUNT OR WS-MATCH-TXN > ZERO
              PERFORM FIND-PAYLOAD-KEY
              IF WS-PKEY-SUB <= WS-PKEY-COUNT THEN
                 MOVE PKEY-TXN(WS-PKEY-SUB) TO WS-MATCH-TXN
                 MOVE SPK-POS(WS-SPK-SUB) TO WS-MATCH-POS
                 MOVE PKEY-REF-POS(WS-PKEY-SUB) TO WS-MATCH-REF
                 COMPUTE WS-MATCH-OFFSET = WS-MATCH-POS - WS-MATCH-REF
              END-IF
           END-PERFORM
           IF (WS-MATCH-TXN = ZERO AND WS-TXN-COUNT >= 5000)
              OR WS-MBR-COUNT >= 20000 THEN
              PERFORM NOTE-UNTRACKED-CAPTURE
           ELSE
              IF WS-MATCH-TXN = ZERO THEN
                 PERFORM START-TRANSMISSION
              END-IF
              PERFORM ADD-TRANSMISSION-MEMBER
              PERFORM VARYING WS-SPK-SUB FROM 1 BY 1
                 UNTIL WS-SPK-SUB > WS-SPK-COUNT
                 PERFORM FIND-PAYLOAD-KEY
                 IF WS-PKEY-SUB > WS-PKEY-COUNT THEN
                    PERFORM ADD-PAYLOAD-KEY
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    START-TRANSMISSION OPENS A NEW TRANSMISSION FOR A CAPTURE
      *    THAT MATCHED NOTHING HEARD BEFORE.
       START-TRANSMISSION.
           ADD 1 TO WS-TXN-COUNT
           MOVE WS-TXN-COUNT TO WS-MATCH-TXN
           MOVE ZERO TO TXN-CAPTURES(WS-MATCH-TXN)
           MOVE ZERO TO TXN-FIRST-MBR(WS-MATCH-TXN)
           MOVE ZERO TO TXN-LAST-MBR(WS-MATCH-TXN)
           SET TXN-NO-MSG(WS-MATCH-TXN) TO FALSE
           IF WS-SPK-COUNT = ZERO THEN
              SET TXN-NO-MSG(WS-MATCH-TXN) TO TRUE
           END-IF
           .

      *
      *    FIND-PAYLOAD-KEY LOOKS UP PAYLOAD WS-SPK-SUB OF THE CURRENT
      *    SIGNAL AMONG THE PAYLOAD KEYS; WS-PKEY-SUB IS PAST THE LAST
      *    KEY WHEN IT HAS NOT BEEN HEARD BEFORE.
       FIND-PAYLOAD-KEY.
           PERFORM VARYING WS-PKEY-SUB FROM 1 BY 1
              UNTIL WS-PKEY-SUB > WS-PKEY-COUNT
              OR (PKEY-LEN(WS-PKEY-SUB) = SPK-LEN(WS-SPK-SUB) AND
                  PKEY-CKSUM(WS-PKEY-SUB) = SPK-CKSUM(WS-SPK-SUB) AND
                  PKEY-HEAD(WS-PKEY-SUB) = SPK-HEAD(WS-SPK-SUB))
              CONTINUE
           END-PERFORM
           .

      *
      *    ADD-PAYLOAD-KEY KEYS PAYLOAD WS-SPK-SUB TO THE MATCHED
      *    TRANSMISSION, CARRYING ITS MARKER POSITION BACK INTO THE
      *    FOUNDING CAPTURE'S TERMS BY TAKING OFF THE CAPTURE OFFSET.
       ADD-PAYLOAD-KEY.
           IF WS-PKEY-COUNT >= 20000 THEN
              IF NOT WS-KEY-FULL-WARNED THEN
                 SET WS-KEY-FULL-WARNED TO TRUE
                 DISPLAY 'DAY6: MORE THAN 20000 DISTINCT PAYLOADS - '
                    'LATER PAYLOADS ARE NOT KEYED FOR MATCHING.'
              END-IF
           ELSE
              ADD 1 TO WS-PKEY-COUNT
              MOVE SPK-LEN(WS-SPK-SUB) TO PKEY-LEN(WS-PKEY-COUNT)
              MOVE SPK-CKSUM(WS-SPK-SUB) TO PKEY-CKSUM(WS-PKEY-COUNT)
              MOVE SPK-HEAD(WS-SPK-SUB) TO PKEY-HEAD(WS-PKEY-COUNT)
              MOVE WS-MATCH-TXN TO PKEY-TXN(WS-PKEY-COUNT)
              MOVE SPK-POS(WS-SPK-SUB) TO WS-MATCH-POS
              COMPUTE PKEY-REF-POS(WS-PKEY-COUNT) =
                 WS-MATCH-POS - WS-MATCH-OFFSET
           END-IF
           .

      *
      *    ADD-TRANSMISSION-MEMBER CHAINS THE CURRENT CAPTURE ONTO
      *    TRANSMISSION WS-MATCH-TXN.
       ADD-TRANSMISSION-MEMBER.
           ADD 1 TO WS-MBR-COUNT
           MOVE WS-CUR-STATION TO MBR-STATION(WS-MBR-COUNT)
           MOVE WS-STN-SUB TO MBR-STN-SUB(WS-MBR-COUNT)
           MOVE WS-SIGNAL-NUM TO MBR-SIGNAL-NUM(WS-MBR-COUNT)
           MOVE WS-MATCH-OFFSET TO MBR-OFFSET(WS-MBR-COUNT)
           MOVE ZERO TO MBR-NEXT(WS-MBR-COUNT)
           IF TXN-FIRST-MBR(WS-MATCH-TXN) = ZERO THEN
              MOVE WS-MBR-COUNT TO TXN-FIRST-MBR(WS-MATCH-TXN)
           ELSE
              MOVE WS-MBR-COUNT TO MBR-NEXT(TXN-LAST-MBR(WS-MATCH-TXN))
           END-IF
           MOVE WS-MBR-COUNT TO TXN-LAST-MBR(WS-MATCH-TXN)
           ADD 1 TO TXN-CAPTURES(WS-MATCH-TXN)
           IF WS-STN-SUB > ZERO THEN
              ADD 1 TO STN-CAPTURES(WS-STN-SUB)
           END-IF
           .

      *
      *    NOTE-UNTRACKED-CAPTURE COUNTS A CAPTURE THAT ARRIVED AFTER
      *    THE TRANSMISSION TABLES FILLED, WARNING ONCE.
       NOTE-UNTRACKED-CAPTURE.
           ADD 1 TO WS-UNTRACKED-COUNT
           IF NOT WS-TRACK-FULL-WARNED THEN
              SET WS-TRACK-FULL-WARNED TO TRUE
              DISPLAY 'DAY6: TRANSMISSION TABLES FULL - LATER '
                 'CAPTURES ARE NOT MATCHED ACROSS STATIONS.'
              MOVE WS-SIGNAL-NUM TO WS-EXC-LINE-NUM
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE 'TRANSMISSION TABLES FULL - CAPTURES NOT MATCHED'
                 TO WS-EXC-MESSAGE
              PERFORM WRITE-EXCEPTION
           END-IF
           .

                 ' REJECTED - INVALID CHARACTER AT POSITION '
                 WS-EDIT-POS
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
              PERFORM PUT-EXCEPTION-LINE
              DISPLAY 'DAY6: STATION ' WS-CUR-STATION ' SIGNAL '
                 WS-EDIT-SIG ' REJECTED - '
                 'INVALID CHARACTER AT POSITION ' WS-EDIT-POS '.'
                      WS-EDIT-SIG ': ' MD-LABEL(WS-MD-IDX)
                      ' MARKER ENDS AT POSITION ' WS-EDIT-POS
                   PERFORM WRITE-MARKER-DETAIL
                   IF WS-MD-IDX = WS-MSG-MD-IDX THEN
                      PERFORM NOTE-MESSAGE-MARKER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MARKER-COUNT = ZERO THEN
              ': ' MD-LABEL(WS-MD-IDX)
              ' AT POSITION ' WS-EDIT-POS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
      *    ANY WIDTH - SO A FAILING ANTENNA SHOWS UP BY NAME.
       WRITE-STATION-SUMMARY.
           MOVE 'STATION SUMMARY:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STN-SUB FROM 1 BY 1
              UNTIL WS-STN-SUB > WS-STN-COUNT
              MOVE STN-RECEIVED(WS-STN-SUB) TO WS-EDIT-STN-A
                 WS-EDIT-STN-A ' REJECTED ' WS-EDIT-STN-B
                 ' MARKERLESS ' WS-EDIT-STN-C
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *
      *    WRITE-PACKET-SUMMARY FOLLOWS WITH ONE LINE PER STATION FOR
      *    THE MESSAGE PAYLOADS CUT OUT OF ITS SIGNALS: HOW MANY, HOW
      *    MANY CHARACTERS IN ALL, AND THE SHORTEST AND LONGEST.
       WRITE-PACKET-SUMMARY.
           MOVE 'PACKET SUMMARY:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STN-SUB FROM 1 BY 1
              UNTIL WS-STN-SUB > WS-STN-COUNT
              MOVE STN-PACKETS(WS-STN-SUB) TO WS-EDIT-STN-A
              MOVE STN-PAYLOAD-CHARS(WS-STN-SUB) TO WS-EDIT-STN-B
              MOVE STN-SHORTEST(WS-STN-SUB) TO WS-EDIT-LEN-A
              MOVE STN-LONGEST(WS-STN-SUB) TO WS-EDIT-LEN-B
              MOVE SPACES TO REPORT-LINE
              STRING '  ' STN-ID(WS-STN-SUB) ' PACKETS '
                 WS-EDIT-STN-A ' CHARS ' WS-EDIT-STN-B
                 ' SHORTEST ' WS-EDIT-LEN-A ' LONGEST ' WS-EDIT-LEN-B
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

      *
      *    WRITE-INCOMPLETE-SIGNALS LISTS THE SIGNALS THAT SHOWED A
      *    START-OF-PACKET MARKER BUT NEVER REACHED A START-OF-MESSAGE
      *    MARKER - A CAPTURE CUT SHORT BEFORE ITS MESSAGE BEGAN.
       WRITE-INCOMPLETE-SIGNALS.
           MOVE 'INCOMPLETE SIGNALS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-INC-COUNT = ZERO THEN
              MOVE '  NONE' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING WS-INC-SUB FROM 1 BY 1
              UNTIL WS-INC-SUB > WS-INC-COUNT OR WS-INC-SUB > 1000
              MOVE INC-SIGNAL-NUM(WS-INC-SUB) TO WS-EDIT-SIG
              MOVE INC-PACKET-POS(WS-INC-SUB) TO WS-EDIT-POS
              MOVE SPACES TO REPORT-LINE
              STRING '  STATION ' INC-STATION(WS-INC-SUB)
                 ' SIGNAL ' WS-EDIT-SIG ': PACKET AT ' WS-EDIT-POS
                 ', NO MESSAGE MARKER'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           IF WS-INC-COUNT > 1000 THEN
              COMPUTE WS-EDIT-SIG = WS-INC-COUNT - 1000
              MOVE SPACES TO REPORT-LINE
              STRING '  ... AND ' WS-EDIT-SIG ' MORE'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

      *
      *    WRITE-TRANSMISSIONS REPORTS EACH TRANSMISSION ONCE, WITH A
      *    LINE PER CAPTURE GIVING THE STATION, ITS SIGNAL, AND ITS
      *    MARKER OFFSET AGAINST THE MAJORITY OF CAPTURES (OR AGAINST
      *    THE FIRST CAPTURE WHERE NO OFFSET HAS A MAJORITY).  A
      *    CAPTURE OFF A TRUE MAJORITY IS MARKED AND COUNTED AGAINST
      *    ITS STATION FOR THE DRIFT CHECK.  THE SECTION CLOSES WITH
      *    THE TRUE TRANSMISSION COUNT BESIDE THE CAPTURE COUNT.
       WRITE-TRANSMISSIONS.
           MOVE 'TRANSMISSIONS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-TXN-SUB FROM 1 BY 1
              UNTIL WS-TXN-SUB > WS-TXN-COUNT
              PERFORM FIND-MAJORITY-OFFSET
              MOVE WS-TXN-SUB TO WS-EDIT-TXN
              MOVE TXN-CAPTURES(WS-TXN-SUB) TO WS-EDIT-CAPT
              MOVE SPACES TO REPORT-LINE
              STRING '  TRANSMISSION ' WS-EDIT-TXN ' HEARD BY '
                 WS-EDIT-CAPT ' CAPTURE(S)'
                 DELIMITED BY SIZE INTO REPORT-LINE
              IF TXN-NO-MSG(WS-TXN-SUB) THEN
                 MOVE '- NO MESSAGE, NOT MATCHED' TO REPORT-LINE(50:25)
              END-IF
              PERFORM PUT-REPORT-LINE
              MOVE TXN-FIRST-MBR(WS-TXN-SUB) TO WS-MBR-SUB
              PERFORM UNTIL WS-MBR-SUB = ZERO
                 PERFORM WRITE-TRANSMISSION-MEMBER
                 MOVE MBR-NEXT(WS-MBR-SUB) TO WS-MBR-SUB
              END-PERFORM
           END-PERFORM
           MOVE WS-TXN-COUNT TO WS-EDIT-STN-A
           MOVE WS-MBR-COUNT TO WS-EDIT-STN-B
           COMPUTE WS-EDIT-STN-C = WS-MBR-COUNT - WS-TXN-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  TRANSMISSIONS ' WS-EDIT-STN-A ' CAPTURES '
              WS-EDIT-STN-B ' DUPLICATES ' WS-EDIT-STN-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-UNTRACKED-COUNT > ZERO THEN
              MOVE WS-UNTRACKED-COUNT TO WS-EDIT-STN-A
              MOVE SPACES TO REPORT-LINE
              STRING '  CAPTURES NOT MATCHED (TABLES FULL) '
                 WS-EDIT-STN-A
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

      *
      *    FIND-MAJORITY-OFFSET FINDS THE OFFSET MOST CAPTURES OF
      *    TRANSMISSION WS-TXN-SUB AGREE ON.  IT IS A MAJORITY ONLY
      *    WITH THREE OR MORE CAPTURES AND MORE THAN HALF OF THEM
      *    AGREEING; OTHERWISE THE FIRST CAPTURE IS THE REFERENCE.
       FIND-MAJORITY-OFFSET.
           MOVE ZERO TO WS-MODE-VOTES
           MOVE TXN-FIRST-MBR(WS-TXN-SUB) TO WS-MBR-SUB
           MOVE MBR-OFFSET(WS-MBR-SUB) TO WS-MODE-OFFSET
           PERFORM UNTIL WS-MBR-SUB = ZERO
              MOVE ZERO TO WS-VOTES
              MOVE TXN-FIRST-MBR(WS-TXN-SUB) TO WS-MBR-SUB-2
              PERFORM UNTIL WS-MBR-SUB-2 = ZERO
                 IF MBR-OFFSET(WS-MBR-SUB-2) = MBR-OFFSET(WS-MBR-SUB)
                    THEN
                    ADD 1 TO WS-VOTES
                 END-IF
                 MOVE MBR-NEXT(WS-MBR-SUB-2) TO WS-MBR-SUB-2
              END-PERFORM
              IF WS-VOTES > WS-MODE-VOTES THEN
                 MOVE WS-VOTES TO WS-MODE-VOTES
                 MOVE MBR-OFFSET(WS-MBR-SUB) TO WS-MODE-OFFSET
              END-IF
              MOVE MBR-NEXT(WS-MBR-SUB) TO WS-MBR-SUB
           END-PERFORM
           SET WS-TXN-MAJORITY TO FALSE
           IF TXN-CAPTURES(WS-TXN-SUB) >= 3 AND
              WS-MODE-VOTES * 2 > TXN-CAPTURES(WS-TXN-SUB) THEN
              SET WS-TXN-MAJORITY TO TRUE
              MOVE WS-MODE-OFFSET TO WS-REF-OFFSET
           ELSE
              MOVE TXN-FIRST-MBR(WS-TXN-SUB) TO WS-MBR-SUB
              MOVE MBR-OFFSET(WS-MBR-SUB) TO WS-REF-OFFSET
           END-IF
           .

      *
      *    WRITE-TRANSMISSION-MEMBER WRITES THE CAPTURE LINE FOR
      *    MEMBER WS-MBR-SUB AND, UNDER A MAJORITY, TALLIES WHETHER
      *    ITS STATION AGREED.
       WRITE-TRANSMISSION-MEMBER.
           COMPUTE WS-REL-OFFSET = MBR-OFFSET(WS-MBR-SUB) -
              WS-REF-OFFSET
           MOVE MBR-SIGNAL-NUM(WS-MBR-SUB) TO WS-EDIT-SIG
           MOVE WS-REL-OFFSET TO WS-EDIT-OFFSET
           MOVE SPACES TO REPORT-LINE
           STRING '    STATION ' MBR-STATION(WS-MBR-SUB)
              ' SIGNAL ' WS-EDIT-SIG ' MARKER OFFSET ' WS-EDIT-OFFSET
              DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-TXN-MAJORITY THEN
              IF MBR-STN-SUB(WS-MBR-SUB) > ZERO THEN
                 ADD 1 TO STN-DRIFT-CHECKED(MBR-STN-SUB(WS-MBR-SUB))
              END-IF
              IF WS-REL-OFFSET NOT = ZERO THEN
                 MOVE 'OFF MAJORITY' TO REPORT-LINE(66:12)
                 IF MBR-STN-SUB(WS-MBR-SUB) > ZERO THEN
                    ADD 1 TO STN-DRIFT-OFF(MBR-STN-SUB(WS-MBR-SUB))
                 END-IF
              END-IF
           END-IF
           PERFORM PUT-REPORT-LINE
           .

      *
      *    WRITE-DRIFT-CHECK GIVES EACH STATION'S CAPTURES, HOW MANY
      *    OF ITS TRANSMISSIONS HAD A MAJORITY TO CHECK AGAINST, AND
      *    HOW OFTEN IT DISAGREED.  A STATION THAT DISAGREES
      *    REGULARLY IS FLAGGED AS POSSIBLE ANTENNA OR CLOCK DRIFT,
      *    ON THE REPORT AND AS A WARNING EXCEPTION.
       WRITE-DRIFT-CHECK.
           MOVE 'DRIFT CHECK:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-STN-SUB FROM 1 BY 1
              UNTIL WS-STN-SUB > WS-STN-COUNT
              MOVE STN-CAPTURES(WS-STN-SUB) TO WS-EDIT-STN-A
              MOVE STN-DRIFT-CHECKED(WS-STN-SUB) TO WS-EDIT-STN-B
              MOVE STN-DRIFT-OFF(WS-STN-SUB) TO WS-EDIT-STN-C
              MOVE SPACES TO REPORT-LINE
              STRING '  ' STN-ID(WS-STN-SUB) ' HEARD ' WS-EDIT-STN-A
                 ' CHECKED ' WS-EDIT-STN-B ' DISAGREED ' WS-EDIT-STN-C
                 DELIMITED BY SIZE INTO REPORT-LINE
              IF STN-DRIFT-OFF(WS-STN-SUB) >= 2 AND
                 STN-DRIFT-OFF(WS-STN-SUB) * 100 >=
                 STN-DRIFT-CHECKED(WS-STN-SUB) * WS-DRIFT-PCT THEN
                 MOVE 'POSSIBLE DRIFT' TO REPORT-LINE(66:14)
                 ADD 1 TO WS-DRIFT-COUNT
                 DISPLAY 'DAY6: STATION ' STN-ID(WS-STN-SUB)
                    ' DISAGREES WITH THE MAJORITY IN '
                    FUNCTION TRIM(WS-EDIT-STN-C) ' OF '
                    FUNCTION TRIM(WS-EDIT-STN-B)
                    ' TRANSMISSIONS - POSSIBLE ANTENNA OR CLOCK DRIFT.'
                 MOVE ZERO TO WS-EXC-LINE-NUM
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'STATION ' STN-ID(WS-STN-SUB)
                    ' OFF MAJORITY IN ' FUNCTION TRIM(WS-EDIT-STN-C)
                    ' OF ' FUNCTION TRIM(WS-EDIT-STN-B)
                    ' - POSSIBLE ANTENNA OR CLOCK DRIFT'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
              END-IF
              PERFORM PUT-REPORT-LINE
           END-PERFORM
           .

           MOVE SPACES TO REPORT-LINE
           STRING 'PART1: ' WS-EDIT-POS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-PART2-POS TO WS-EDIT-POS
           MOVE SPACES TO REPORT-LINE
           STRING 'PART2: ' WS-EDIT-POS
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-EDIT-SIG
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED SIGNALS: ' WS-EDIT-SIG
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
           .

      *
      *    PUBLISH-OUTPUT-FILES RENAMES THE FINISHED REPORT AND PACKET
      *    FILE TO THEIR PUBLISHED NAMES AT CLEAN END OF JOB.  A
      *    FAILED RUN NEVER GETS HERE, SO THE LAST PUBLISHED REPORT
      *    AND PACKET FILE SURVIVE IT UNTOUCHED.
       PUBLISH-OUTPUT-FILES.
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-REPORT-FILENAME) ' '
              FUNCTION TRIM(WS-REPORT-PUBLISHED)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-PACKET-FILENAME) ' '
              FUNCTION TRIM(WS-PACKET-PUBLISHED)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE WS-REPORT-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-PACKET-PUBLISHED TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-PACKET-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE 'DAY6-DRIFT-PCT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 100 THEN
              COMPUTE WS-DRIFT-PCT = FUNCTION NUMVAL(WS-CFG-VALUE)
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
      *    PUT-EXCEPTION-LINE WRITES EXCEPTION-LINE UNDER THE STANDARD
      *    PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-EXCEPTION-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE EXCEPTION-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO EXCEPTION-LINE
                 WRITE EXCEPTION-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE EXCEPTION-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO EXCEPTION-LINE
           END-IF
           WRITE EXCEPTION-LINE
           .

      *
      *    WRITE-EXCEPTION-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-EXCEPTION-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO EXCEPTION-LINE
              PERFORM PUT-EXCEPTION-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.

       COPY RUNLOGWR.

       COPY CAPUWR.

      *
      *    RECORD-TABLE-USAGE LOGS THE LONGEST LOGICAL SIGNAL AGAINST
      *    THE 65536-CHARACTER ASSEMBLY BUFFER AND THE STATIONS SEEN
      *    AGAINST THE 50-ENTRY STATION TABLE, THE INCOMPLETE SIGNALS
      *    AGAINST THE 1000-ENTRY INCOMPLETE TABLE AND THE
      *    TRANSMISSION, CAPTURE AND PAYLOAD-KEY TABLES, FOR THE
      *    CAPACITY FORECAST (CAPFCST).  ALL STOP AT THEIR LIMIT, SO A
      *    FULL TABLE READS AS EXACTLY 100 PERCENT.
       RECORD-TABLE-USAGE.
           MOVE 'DAY6' TO WS-CAPU-PROGRAM-ID
           MOVE 'SIGNAL-BUFFER' TO WS-CAPU-TABLE-NAME
           MOVE WS-SIG-PEAK-LEN TO WS-CAPU-USED
           MOVE 65536 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'STATION-TABLE' TO WS-CAPU-TABLE-NAME
           MOVE WS-STN-COUNT TO WS-CAPU-USED
           MOVE 50 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'INCOMPLETE-SIG' TO WS-CAPU-TABLE-NAME
           IF WS-INC-COUNT > 1000 THEN
              MOVE 1000 TO WS-CAPU-USED
           ELSE
              MOVE WS-INC-COUNT TO WS-CAPU-USED
           END-IF
           MOVE 1000 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'TRANSMISSIONS' TO WS-CAPU-TABLE-NAME
           MOVE WS-TXN-COUNT TO WS-CAPU-USED
           MOVE 5000 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'TXN-CAPTURES' TO WS-CAPU-TABLE-NAME
           MOVE WS-MBR-COUNT TO WS-CAPU-USED
           MOVE 20000 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           MOVE 'PAYLOAD-KEYS' TO WS-CAPU-TABLE-NAME
           MOVE WS-PKEY-COUNT TO WS-CAPU-USED
           MOVE 20000 TO WS-CAPU-LIMIT
           PERFORM WRITE-CAPACITY-USAGE
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM DAY6.
