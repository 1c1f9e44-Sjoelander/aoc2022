       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMSCRD.
      *
      *    TEAMSCRD IS THE TEAM LEAGUE TABLE.  IT SCORES EVERY ROSTER
      *    TEAM 0-100 ON FOUR MEASURES TAKEN FROM THE DAY PROGRAMS'
      *    OUTPUTS, COMBINES THEM INTO ONE WEIGHTED INDEX AND RANKS
      *    THE TEAMS ON IT (TEAMSCRD.TXT):
      *      CALORIES    - SHARE OF THE TEAM'S ELVES INSIDE THE RATION
      *                    LIMITS (DAY1RPT.CSV TEAM ROWS);
      *      ORDERS      - OPEN REPACK WORK ORDERS PER ELF, AGED ONES
      *                    COUNTING TWICE (DAY3WOMF.TXT);
      *      OVERLAPS    - OVERLAPPING SECTION ASSIGNMENTS PER ELF
      *                    (DAY4RPT.CSV OVERLAP ROWS);
      *      TOURNAMENT  - TEAM POINTS (PART1 SCORES OF THE TEAM'S
      *                    ENTRANTS) AGAINST THE BEST TEAM'S POINTS
      *                    (DAY2LEAG.CSV ENTRANT ROWS).
      *    THE WEIGHTS ARE TEAMSCORE-WEIGHT-CALORIES, -ORDERS,
      *    -OVERLAPS AND -TOURNAMENT IN RUNPARMS.TXT (0-100, DEFAULT
      *    25 EACH).  A MEASURE WHOSE SOURCE IS NOT STAGED, OR IS
      *    STALE (NO EOJ MARKER MATCHING ITS RUN ID), DROPS OUT OF THE
      *    INDEX FOR EVERY TEAM ALIKE AND IS NOTED.  EACH SCORECARD
      *    IS APPENDED TO TEAMSCRH.TXT AND THE NEXT ONE SHOWS EACH
      *    TEAM'S MOVEMENT IN RANK AND INDEX SINCE IT.  RETURN CODE 8
      *    WITHOUT THE ROSTER (NO TEAMS), 4 WHEN A MEASURE DROPPED OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO 'TEAMSCRD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCORECARD-HISTORY-FILE ASSIGN TO 'TEAMSCRH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS-CD.
           SELECT ROSTER-FILE ASSIGN TO 'DAY1ROST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS-CD.
           SELECT WO-MASTER-FILE ASSIGN TO 'DAY3WOMF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOMF-STATUS-CD.
           SELECT SOURCE-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS-CD.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-LINE   PIC X(132).
       FD  SCORECARD-HISTORY-FILE.
       01  SCORECARD-HISTORY-RECORD.
           05 TH-RUN-ID            PIC X(15).
           05 FILLER               PIC X(1).
           05 TH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(1).
           05 TH-TEAM              PIC X(10).
           05 FILLER               PIC X(1).
           05 TH-RANK              PIC 9(4).
           05 FILLER               PIC X(1).
           05 TH-INDEX             PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 TH-SCORE-CALORIES    PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 TH-SCORE-ORDERS      PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 TH-SCORE-OVERLAPS    PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 TH-SCORE-TOURNAMENT  PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 TH-AVAIL-FLAGS       PIC X(4).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RS-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RS-NAME              PIC X(20).
           05 FILLER               PIC X(1).
           05 RS-TEAM              PIC X(10).
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
       FD  SOURCE-CSV-FILE.
       01  SOURCE-CSV-LINE         PIC X(120).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-HIST-OK                    VALUE '00'.
       01 WS-ROSTER-STATUS-CD      PIC X(2) VALUE '00'.
           88 FS-ROSTER-OK                  VALUE '00'.
       01 WS-WOMF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-WOMF-OK                    VALUE '00'.
       01 WS-CSV-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-CSV-OK                     VALUE '00'.
       01 WS-CSV-FILENAME          PIC X(100).
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-RECORDS-READ          PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
      *
      *    THE FOUR MEASURES, IN REPORT ORDER: 1 CALORIES, 2 ORDERS,
      *    3 OVERLAPS, 4 TOURNAMENT.  A MEASURE COUNTS IN THE INDEX
      *    ONLY WHEN ITS SOURCE WAS USABLE AND ITS WEIGHT IS ABOVE
      *    ZERO.
       01 MEASURE-TABLE.
           05 MS-ENTRY OCCURS 4 TIMES.
              10 MS-LABEL          PIC X(10).
              10 MS-SOURCE         PIC X(12).
              10 MS-WEIGHT         PIC 9(3) BINARY.
              10 MS-USABLE-SW      PIC X(1).
                 88 MS-USABLE               VALUE 'Y' FALSE 'N'.
              10 MS-NOTE           PIC X(50).
              10 MS-RUN-ID         PIC X(15).
              10 MS-ROWS           PIC 9(9) BINARY.
       01 WS-MS-SUB                PIC 9(4) BINARY.
       01 WS-WEIGHT-TOTAL          PIC 9(5) BINARY.
       01 WS-DROPPED-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 WS-WEIGHT-KEY-SUFFIX     PIC X(10).
      *
      *    THE ROSTER, FOR ELF -> TEAM.  THE NAME IS KEPT SO A
      *    TOURNAMENT ENTRANT ENTERED BY NAME CAN BE PLACED.
       01 WS-ELF-LIMIT             PIC 9(9) BINARY VALUE 10000.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 10000 TIMES.
              10 RT-TEAM-SUB       PIC 9(4) BINARY.
              10 RT-NAME-UPPER     PIC X(20).
       01 WS-ELF-SUB               PIC 9(9) BINARY.
       01 WS-ROSTER-ELVES          PIC 9(9) BINARY VALUE ZERO.
       01 WS-TEAMS-FULL-SW         PIC X(1) VALUE 'N'.
           88 WS-TEAMS-FULL                 VALUE 'Y' FALSE 'N'.
      *
      *    ONE ROW PER ROSTER TEAM.  SCORES AND THE INDEX CARRY TWO
      *    DECIMALS.  THE PREVIOUS SCORECARD'S RANK AND INDEX ARE
      *    MATCHED IN BY TEAM NAME.
       01 WS-TEAM-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 0 TO 50 TIMES
                 DEPENDING ON WS-TEAM-COUNT.
              10 TM-NAME           PIC X(10).
              10 TM-ELVES          PIC 9(9) BINARY.
              10 TM-CAL-FOUND-SW   PIC X(1).
                 88 TM-CAL-FOUND            VALUE 'Y' FALSE 'N'.
              10 TM-CAL-ELVES      PIC 9(9) BINARY.
              10 TM-CAL-TOTAL      PIC 9(15) BINARY.
              10 TM-CAL-UNDER      PIC 9(9) BINARY.
              10 TM-CAL-OVER       PIC 9(9) BINARY.
              10 TM-OPEN-ORDERS    PIC 9(9) BINARY.
              10 TM-AGED-ORDERS    PIC 9(9) BINARY.
              10 TM-OVERLAPS       PIC 9(9) BINARY.
              10 TM-ENTRANTS       PIC 9(9) BINARY.
              10 TM-TOUR-POINTS    PIC 9(15) BINARY.
              10 TM-SCORE OCCURS 4 TIMES PIC 9(3)V99.
              10 TM-INDEX          PIC 9(3)V99.
              10 TM-RANK           PIC 9(4) BINARY.
              10 TM-PREV-FOUND-SW  PIC X(1).
                 88 TM-PREV-FOUND           VALUE 'Y' FALSE 'N'.
              10 TM-PREV-RANK      PIC 9(4) BINARY.
              10 TM-PREV-INDEX     PIC 9(3)V99.
       01 WS-TEAM-SUB              PIC 9(4) BINARY.
       01 WS-FIND-TEAM             PIC X(10).
      *
      *    THE PREVIOUS SCORECARD - THE LATEST RUN IN TEAMSCRH.TXT
      *    OTHER THAN THIS ONE.
       01 WS-PREV-COUNT            PIC 9(4) BINARY VALUE ZERO.
       01 PREV-TABLE.
           05 PREV-ENTRY OCCURS 50 TIMES.
              10 PV-TEAM           PIC X(10).
              10 PV-RANK           PIC 9(4).
              10 PV-INDEX          PIC 9(3)V99.
       01 WS-PV-SUB                PIC 9(4) BINARY.
       01 WS-PREV-RUN-ID           PIC X(15) VALUE SPACES.
       01 WS-PREV-RUN-DATE         PIC X(10) VALUE SPACES.
       01 WS-GROUP-RUN-ID          PIC X(15) VALUE SPACES.
      *
      *    CSV PARSING.
       01 WS-CSV-RUN-ID            PIC X(15).
       01 WS-CSV-EOJ-ID            PIC X(15).
       01 WS-CSV-F1                PIC X(20).
       01 WS-CSV-F2                PIC X(20).
       01 WS-CSV-F3                PIC X(20).
       01 WS-CSV-F4                PIC X(20).
       01 WS-CSV-F5                PIC X(20).
       01 WS-CSV-F6                PIC X(20).
       01 WS-CSV-F7                PIC X(20).
       01 WS-CAL-LIMITS-SW         PIC X(1) VALUE 'N'.
           88 WS-CAL-LIMITS                 VALUE 'Y' FALSE 'N'.
       01 WS-CAL-ROWS              PIC 9(9) BINARY VALUE ZERO.
       01 WS-OVERLAP-ELF           PIC 9(9) BINARY.
       01 WS-ENTRANT-TEAM          PIC 9(4) BINARY.
       01 WS-ENTRANT-POINTS        PIC 9(15) BINARY.
       01 WS-LABEL-UPPER           PIC X(20).
       01 WS-UNPLACED-ENTRANTS     PIC 9(9) BINARY VALUE ZERO.
       01 WS-WO-AGE-LIMIT          PIC 9(4) BINARY VALUE 3.
      *
      *    SCORING WORK FIELDS.
       01 WS-BEST-POINTS           PIC 9(15) BINARY.
       01 WS-PENALTY               PIC 9(9) BINARY.
       01 WS-SCORE-WORK            PIC S9(7)V99.
       01 WS-INDEX-WORK            PIC 9(9)V99.
       01 WS-INDEX-DELTA           PIC S9(3)V99.
       01 WS-RANK-DELTA            PIC S9(4) BINARY.
       01 WS-MOVE-TEXT             PIC X(10).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-RANK             PIC ZZZ9.
       01 WS-EDIT-SCORE            PIC ZZ9.99.
       01 WS-EDIT-DELTA            PIC +ZZ9.99.
       01 WS-EDIT-WEIGHT           PIC ZZ9.
       01 WS-SCORE-TEXT            PIC X(8).
       01 WS-TODAY-TEXT            PIC X(10).
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'TEAMSCRD' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'TEAMSCRD' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-TODAY-TEXT
           PERFORM GET-SCORECARD-PARMS

           PERFORM LOAD-ROSTER
           IF WS-TEAM-COUNT = ZERO THEN
              DISPLAY 'TEAMSCRD: NO TEAMS ON DAY1ROST.TXT - NO '
                 'SCORECARD.'
              MOVE 'TEAMSCRD' TO RL-PROGRAM-ID
              MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'NO ROSTER TEAMS' TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-CALORIE-TEAMS
           PERFORM READ-WORK-ORDERS
           PERFORM READ-OVERLAPS
           PERFORM READ-LEAGUE-TABLE
           PERFORM SCORE-TEAMS
           PERFORM LOAD-PREVIOUS-SCORECARD
           PERFORM MATCH-PREVIOUS-SCORECARD

           OPEN OUTPUT SCORECARD-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'TEAMSCRD' TO WS-PG-PROGRAM-ID
           MOVE 'TEAM PERFORMANCE SCORECARD' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM WRITE-MEASURE-SECTION
           PERFORM WRITE-LEAGUE-SECTION
           PERFORM WRITE-DETAIL-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'TEAMS RANKED' TO WS-PG-COUNT-LABEL
           MOVE WS-TEAM-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ROSTERED ELVES' TO WS-PG-COUNT-LABEL
           MOVE WS-ROSTER-ELVES TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'MEASURES LEFT OUT' TO WS-PG-COUNT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-SCORECARD-FOOTER
           CLOSE SCORECARD-REPORT-FILE
           MOVE 'TEAMSCRD.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           PERFORM APPEND-SCORECARD-HISTORY
           DISPLAY 'TEAMSCRD: ' WS-TEAM-COUNT ' TEAM(S) RANKED - SEE '
              'TEAMSCRD.TXT.'

           MOVE 'TEAMSCRD' TO RL-PROGRAM-ID
           MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
           MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           IF WS-DROPPED-COUNT > ZERO THEN
              MOVE WS-DROPPED-COUNT TO WS-EDIT-A
              STRING FUNCTION TRIM(WS-EDIT-A)
                 ' MEASURE(S) LEFT OUT OF THE INDEX'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-DROPPED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF

           STOP RUN.

      *
      *    GET-SCORECARD-PARMS SETS UP THE FOUR MEASURES AND TAKES
      *    THEIR WEIGHTS FROM RUNPARMS.TXT, AND THE WORK-ORDER AGE
      *    LIMIT FROM DAY3-WO-AGE-LIMIT SO "AGED" MEANS WHAT IT MEANS
      *    IN DAY3'S OWN REPORT.
       GET-SCORECARD-PARMS.
           MOVE 'CALORIES' TO MS-LABEL(1)
           MOVE 'DAY1RPT.CSV' TO MS-SOURCE(1)
           MOVE 'ORDERS' TO MS-LABEL(2)
           MOVE 'DAY3WOMF.TXT' TO MS-SOURCE(2)
           MOVE 'OVERLAPS' TO MS-LABEL(3)
           MOVE 'DAY4RPT.CSV' TO MS-SOURCE(3)
           MOVE 'TOURNAMENT' TO MS-LABEL(4)
           MOVE 'DAY2LEAG.CSV' TO MS-SOURCE(4)
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 4
              MOVE 25 TO MS-WEIGHT(WS-MS-SUB)
              SET MS-USABLE(WS-MS-SUB) TO FALSE
              MOVE SPACES TO MS-NOTE(WS-MS-SUB)
              MOVE SPACES TO MS-RUN-ID(WS-MS-SUB)
              MOVE ZERO TO MS-ROWS(WS-MS-SUB)
              MOVE SPACES TO WS-CFG-KEY
              STRING 'TEAMSCORE-WEIGHT-' MS-LABEL(WS-MS-SUB)
                 DELIMITED BY SPACE INTO WS-CFG-KEY
              PERFORM GET-CONFIG-VALUE
              IF WS-CFG-FOUND AND
                 FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
                 FUNCTION NUMVAL(WS-CFG-VALUE) >= 0 AND
                 FUNCTION NUMVAL(WS-CFG-VALUE) <= 100 THEN
                 COMPUTE MS-WEIGHT(WS-MS-SUB) =
                    FUNCTION NUMVAL(WS-CFG-VALUE)
              END-IF
           END-PERFORM
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
      *    LOAD-ROSTER BUILDS THE TEAM LIST FROM DAY1ROST.TXT AND
      *    FILES EVERY ELF UNDER ITS TEAM.  ELVES WITH A BLANK TEAM
      *    BELONG TO NO TEAM AND ARE NOT SCORED.
       LOAD-ROSTER.
           INITIALIZE ROSTER-TABLE
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF NOT FS-ROSTER-OK THEN
              DISPLAY 'TEAMSCRD: DAY1ROST.TXT COULD NOT BE OPENED '
                 '(FILE STATUS ' WS-ROSTER-STATUS-CD ').'
           ELSE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ ROSTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-ROSTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-ROSTER-RECORD.
           IF RS-ELF-NUM IS NUMERIC AND RS-ELF-NUM >= 1 AND
              RS-ELF-NUM <= WS-ELF-LIMIT AND RS-TEAM NOT = SPACES THEN
              MOVE RS-ELF-NUM TO WS-ELF-SUB
              MOVE RS-TEAM TO WS-FIND-TEAM
              PERFORM FIND-TEAM
              IF WS-TEAM-SUB = ZERO AND WS-TEAM-COUNT < 50 THEN
                 ADD 1 TO WS-TEAM-COUNT
                 MOVE WS-TEAM-COUNT TO WS-TEAM-SUB
                 INITIALIZE TEAM-ENTRY(WS-TEAM-SUB)
                 MOVE RS-TEAM TO TM-NAME(WS-TEAM-SUB)
              END-IF
              IF WS-TEAM-SUB = ZERO THEN
                 IF NOT WS-TEAMS-FULL THEN
                    SET WS-TEAMS-FULL TO TRUE
                    DISPLAY 'TEAMSCRD: MORE THAN 50 TEAMS ON THE '
                       'ROSTER - TEAMS PAST THE 50TH ARE NOT SCORED.'
                 END-IF
              ELSE
                 ADD 1 TO WS-ROSTER-ELVES
                 ADD 1 TO TM-ELVES(WS-TEAM-SUB)
                 MOVE WS-TEAM-SUB TO RT-TEAM-SUB(WS-ELF-SUB)
                 MOVE FUNCTION UPPER-CASE(RS-NAME)
                    TO RT-NAME-UPPER(WS-ELF-SUB)
              END-IF
           END-IF
           .

      *
      *    FIND-TEAM LEAVES THE ROW OF THE TEAM NAMED IN WS-FIND-TEAM
      *    IN WS-TEAM-SUB, OR ZERO.
       FIND-TEAM.
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              OR TM-NAME(WS-TEAM-SUB) = WS-FIND-TEAM
              CONTINUE
           END-PERFORM
           IF WS-TEAM-SUB > WS-TEAM-COUNT THEN
              MOVE ZERO TO WS-TEAM-SUB
           END-IF
           .

      *
      *    CHECK-SOURCE-CSV OPENS THE CSV FOR MEASURE WS-MS-SUB AND
      *    CHECKS IT THE WAY THE SCOREBOARD DOES: THE RUNID HEADER
      *    MUST BE MATCHED BY A CLOSING EOJ MARKER, OR THE FILE IS A
      *    PARTIAL WRITE AND THE MEASURE IS LEFT OUT.  THE FILE IS
      *    LEFT CLOSED; A USABLE ONE IS THEN READ AGAIN FOR ITS ROWS.
      *    THE SECOND PASS REREADS THE SAME FILE, SO THIS ONE ALONE IS
      *    LOGGED.
       CHECK-SOURCE-CSV.
           MOVE MS-SOURCE(WS-MS-SUB) TO WS-CSV-FILENAME
           MOVE SPACES TO WS-CSV-RUN-ID
           MOVE SPACES TO WS-CSV-EOJ-ID
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SOURCE-CSV-FILE
           IF NOT FS-CSV-OK THEN
              MOVE 'NOT AVAILABLE - LEFT OUT OF THE INDEX'
                 TO MS-NOTE(WS-MS-SUB)
           ELSE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SOURCE-CSV-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SOURCE-CSV-LINE(1:6) = 'RUNID,' THEN
                          MOVE SOURCE-CSV-LINE(7:15) TO WS-CSV-RUN-ID
                       END-IF
                       IF SOURCE-CSV-LINE(1:4) = 'EOJ,' THEN
                          MOVE SOURCE-CSV-LINE(5:15) TO WS-CSV-EOJ-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CSV-FILE
              MOVE WS-CSV-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-CSV-RUN-ID TO MS-RUN-ID(WS-MS-SUB)
              IF WS-CSV-EOJ-ID = SPACES OR
                 WS-CSV-EOJ-ID NOT = WS-CSV-RUN-ID THEN
                 MOVE 'NO MATCHING EOJ MARKER - STALE OR INCOMPLETE'
                    TO MS-NOTE(WS-MS-SUB)
              ELSE
                 SET MS-USABLE(WS-MS-SUB) TO TRUE
              END-IF
           END-IF
           .

      *
      *    READ-CALORIE-TEAMS TAKES DAY1'S TEAM ROWS: ELVES, TOTAL
      *    CALORIES AND RATION BREACHES PER TEAM.  WITH NO RATION
      *    LIMITS IN FORCE THERE IS NOTHING TO COMPLY WITH AND THE
      *    MEASURE IS LEFT OUT.
       READ-CALORIE-TEAMS.
           MOVE 1 TO WS-MS-SUB
           PERFORM CHECK-SOURCE-CSV
           IF MS-USABLE(1) THEN
              OPEN INPUT SOURCE-CSV-FILE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SOURCE-CSV-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF SOURCE-CSV-LINE(1:5) = 'TEAM,' THEN
                          PERFORM TALLY-CALORIE-TEAM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CSV-FILE
              MOVE WS-CAL-ROWS TO MS-ROWS(1)
              EVALUATE TRUE
                 WHEN WS-CAL-ROWS = ZERO
                    SET MS-USABLE(1) TO FALSE
                    MOVE 'NO TEAM ROWS (NO ROSTER OR RESUMED RUN)'
                       TO MS-NOTE(1)
                 WHEN NOT WS-CAL-LIMITS
                    SET MS-USABLE(1) TO FALSE
                    MOVE 'NO RATION LIMITS IN FORCE - NOT SCORED'
                       TO MS-NOTE(1)
              END-EVALUATE
           END-IF
           .

       TALLY-CALORIE-TEAM.
           MOVE SPACES TO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
              WS-CSV-F5 WS-CSV-F6 WS-CSV-F7
           UNSTRING SOURCE-CSV-LINE DELIMITED BY ','
              INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
                   WS-CSV-F5 WS-CSV-F6 WS-CSV-F7
           ADD 1 TO WS-CAL-ROWS
           IF WS-CSV-F7 = 'Y' THEN
              SET WS-CAL-LIMITS TO TRUE
           END-IF
           MOVE WS-CSV-F2 TO WS-FIND-TEAM
           PERFORM FIND-TEAM
           IF WS-TEAM-SUB > ZERO AND
              FUNCTION TEST-NUMVAL(WS-CSV-F3) = ZERO AND
              FUNCTION TEST-NUMVAL(WS-CSV-F4) = ZERO AND
              FUNCTION TEST-NUMVAL(WS-CSV-F5) = ZERO AND
              FUNCTION TEST-NUMVAL(WS-CSV-F6) = ZERO THEN
              SET TM-CAL-FOUND(WS-TEAM-SUB) TO TRUE
              COMPUTE TM-CAL-ELVES(WS-TEAM-SUB) =
                 FUNCTION NUMVAL(WS-CSV-F3)
              COMPUTE TM-CAL-TOTAL(WS-TEAM-SUB) =
                 FUNCTION NUMVAL(WS-CSV-F4)
              COMPUTE TM-CAL-UNDER(WS-TEAM-SUB) =
                 FUNCTION NUMVAL(WS-CSV-F5)
              COMPUTE TM-CAL-OVER(WS-TEAM-SUB) =
                 FUNCTION NUMVAL(WS-CSV-F6)
           END-IF
           .

      *
      *    READ-WORK-ORDERS COUNTS EACH TEAM'S OPEN REPACK ORDERS AND
      *    THOSE OPEN PAST THE AGE LIMIT, FROM THE WORK-ORDER MASTER
      *    DAY3 LEAVES BEHIND.
       READ-WORK-ORDERS.
           OPEN INPUT WO-MASTER-FILE
           IF NOT FS-WOMF-OK THEN
              MOVE 'NOT AVAILABLE - LEFT OUT OF THE INDEX'
                 TO MS-NOTE(2)
           ELSE
              SET MS-USABLE(2) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ WO-MASTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO MS-ROWS(2)
                       PERFORM TALLY-WORK-ORDER
                 END-READ
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE MS-ROWS(2) TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-WORK-ORDER.
           IF WO-STATUS = 'OPEN' AND WO-ELF IS NUMERIC AND
              WO-ELF >= 1 AND WO-ELF <= WS-ELF-LIMIT THEN
              MOVE WO-ELF TO WS-ELF-SUB
              MOVE RT-TEAM-SUB(WS-ELF-SUB) TO WS-TEAM-SUB
              IF WS-TEAM-SUB > ZERO THEN
                 ADD 1 TO TM-OPEN-ORDERS(WS-TEAM-SUB)
                 IF WO-AGE IS NUMERIC AND WO-AGE > WS-WO-AGE-LIMIT
                    THEN
                    ADD 1 TO TM-AGED-ORDERS(WS-TEAM-SUB)
                 END-IF
              END-IF
           END-IF
           .

      *
      *    READ-OVERLAPS CHARGES EVERY OVERLAPPING ASSIGNMENT DAY4
      *    FOUND TO THE TEAMS OF BOTH ELVES INVOLVED.
       READ-OVERLAPS.
           MOVE 3 TO WS-MS-SUB
           PERFORM CHECK-SOURCE-CSV
           IF MS-USABLE(3) THEN
              OPEN INPUT SOURCE-CSV-FILE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SOURCE-CSV-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF SOURCE-CSV-LINE(1:8) = 'OVERLAP,' THEN
                          ADD 1 TO MS-ROWS(3)
                          PERFORM TALLY-OVERLAP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CSV-FILE
           END-IF
           .

       TALLY-OVERLAP.
           MOVE SPACES TO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           UNSTRING SOURCE-CSV-LINE DELIMITED BY ','
              INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           MOVE WS-CSV-F3 TO WS-CSV-F2
           PERFORM CHARGE-OVERLAP-ELF
           MOVE WS-CSV-F4 TO WS-CSV-F2
           PERFORM CHARGE-OVERLAP-ELF
           .

       CHARGE-OVERLAP-ELF.
           IF FUNCTION TEST-NUMVAL(WS-CSV-F2) = ZERO THEN
              COMPUTE WS-OVERLAP-ELF = FUNCTION NUMVAL(WS-CSV-F2)
              IF WS-OVERLAP-ELF >= 1 AND
                 WS-OVERLAP-ELF <= WS-ELF-LIMIT THEN
                 MOVE RT-TEAM-SUB(WS-OVERLAP-ELF) TO WS-TEAM-SUB
                 IF WS-TEAM-SUB > ZERO THEN
                    ADD 1 TO TM-OVERLAPS(WS-TEAM-SUB)
                 END-IF
              END-IF
           END-IF
           .

      *
      *    READ-LEAGUE-TABLE CREDITS EACH TOURNAMENT ENTRANT'S PART1
      *    SCORE TO ITS TEAM.  THE ENTRANT LABEL IS AN ELF NUMBER OR
      *    A ROSTER NAME (CASE IGNORED); ANYTHING ELSE IS COUNTED AS
      *    UNPLACED.
       READ-LEAGUE-TABLE.
           MOVE 4 TO WS-MS-SUB
           PERFORM CHECK-SOURCE-CSV
           IF MS-USABLE(4) THEN
              OPEN INPUT SOURCE-CSV-FILE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SOURCE-CSV-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF SOURCE-CSV-LINE(1:8) = 'ENTRANT,' THEN
                          ADD 1 TO MS-ROWS(4)
                          PERFORM TALLY-ENTRANT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-CSV-FILE
              IF MS-ROWS(4) = ZERO THEN
                 SET MS-USABLE(4) TO FALSE
                 MOVE 'NO ENTRANTS - LEFT OUT OF THE INDEX'
                    TO MS-NOTE(4)
              END-IF
           END-IF
           .

       TALLY-ENTRANT.
           MOVE SPACES TO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           UNSTRING SOURCE-CSV-LINE DELIMITED BY ','
              INTO WS-CSV-F1 WS-CSV-F2 WS-CSV-F3 WS-CSV-F4
           MOVE ZERO TO WS-ENTRANT-TEAM
           IF FUNCTION TEST-NUMVAL(WS-CSV-F3) = ZERO THEN
              IF FUNCTION NUMVAL(WS-CSV-F3) >= 1 AND
                 FUNCTION NUMVAL(WS-CSV-F3) <= WS-ELF-LIMIT THEN
                 COMPUTE WS-ELF-SUB = FUNCTION NUMVAL(WS-CSV-F3)
                 MOVE RT-TEAM-SUB(WS-ELF-SUB) TO WS-ENTRANT-TEAM
              END-IF
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-CSV-F3) TO WS-LABEL-UPPER
              PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
                 UNTIL WS-ELF-SUB > WS-ELF-LIMIT
                    OR WS-ENTRANT-TEAM > ZERO
                 IF RT-TEAM-SUB(WS-ELF-SUB) > ZERO AND
                    RT-NAME-UPPER(WS-ELF-SUB) = WS-LABEL-UPPER THEN
                    MOVE RT-TEAM-SUB(WS-ELF-SUB) TO WS-ENTRANT-TEAM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ENTRANT-TEAM = ZERO OR
              FUNCTION TEST-NUMVAL(WS-CSV-F4) NOT = ZERO THEN
              ADD 1 TO WS-UNPLACED-ENTRANTS
           ELSE
              COMPUTE WS-ENTRANT-POINTS = FUNCTION NUMVAL(WS-CSV-F4)
              ADD 1 TO TM-ENTRANTS(WS-ENTRANT-TEAM)
              ADD WS-ENTRANT-POINTS TO TM-TOUR-POINTS(WS-ENTRANT-TEAM)
           END-IF
           .

      *
      *    SCORE-TEAMS WORKS OUT EACH TEAM'S FOUR SCORES (0-100, TWO
      *    DECIMALS) AND ITS WEIGHTED INDEX OVER THE MEASURES IN
      *    PLAY, THEN RANKS THE TEAMS ON THE INDEX.
      *      CALORIES   = ELVES INSIDE THE LIMITS / ELVES POSTED
      *      ORDERS     = 100 LESS OPEN PLUS AGED ORDERS AS A
      *                   PERCENTAGE OF THE TEAM'S SIZE, FLOOR 0
      *      OVERLAPS   = 100 LESS OVERLAPS AS A PERCENTAGE OF THE
      *                   TEAM'S SIZE, FLOOR 0
      *      TOURNAMENT = TEAM POINTS / BEST TEAM'S POINTS
      *    A MEASURE WITH WEIGHT ZERO IS SHOWN BUT DOES NOT COUNT.
      *    WHEN NO MEASURE COUNTS, EVERY INDEX IS ZERO.
       SCORE-TEAMS.
           MOVE ZERO TO WS-BEST-POINTS
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              IF TM-TOUR-POINTS(WS-TEAM-SUB) > WS-BEST-POINTS THEN
                 MOVE TM-TOUR-POINTS(WS-TEAM-SUB) TO WS-BEST-POINTS
              END-IF
           END-PERFORM
           IF MS-USABLE(4) AND WS-BEST-POINTS = ZERO THEN
              SET MS-USABLE(4) TO FALSE
              MOVE 'NO ENTRANT PLACED ON A TEAM - LEFT OUT'
                 TO MS-NOTE(4)
           END-IF
           MOVE ZERO TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 4
              IF MS-USABLE(WS-MS-SUB) THEN
                 ADD MS-WEIGHT(WS-MS-SUB) TO WS-WEIGHT-TOTAL
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              PERFORM SCORE-ONE-TEAM
           END-PERFORM
           SORT TEAM-ENTRY DESCENDING TM-INDEX ASCENDING TM-NAME
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              IF WS-TEAM-SUB > 1 AND
                 TM-INDEX(WS-TEAM-SUB) = TM-INDEX(WS-TEAM-SUB - 1)
                 THEN
                 MOVE TM-RANK(WS-TEAM-SUB - 1) TO TM-RANK(WS-TEAM-SUB)
              ELSE
                 MOVE WS-TEAM-SUB TO TM-RANK(WS-TEAM-SUB)
              END-IF
           END-PERFORM
           .

       SCORE-ONE-TEAM.
           IF TM-CAL-FOUND(WS-TEAM-SUB) AND
              TM-CAL-ELVES(WS-TEAM-SUB) > ZERO THEN
              COMPUTE WS-PENALTY = TM-CAL-UNDER(WS-TEAM-SUB)
                 + TM-CAL-OVER(WS-TEAM-SUB)
              COMPUTE WS-SCORE-WORK ROUNDED = 100 -
                 WS-PENALTY * 100 / TM-CAL-ELVES(WS-TEAM-SUB)
           ELSE
              MOVE 100 TO WS-SCORE-WORK
           END-IF
           IF WS-SCORE-WORK < ZERO THEN
              MOVE ZERO TO WS-SCORE-WORK
           END-IF
           MOVE WS-SCORE-WORK TO TM-SCORE(WS-TEAM-SUB, 1)
           COMPUTE WS-PENALTY = TM-OPEN-ORDERS(WS-TEAM-SUB)
              + TM-AGED-ORDERS(WS-TEAM-SUB)
           PERFORM SCORE-PER-ELF-PENALTY
           MOVE WS-SCORE-WORK TO TM-SCORE(WS-TEAM-SUB, 2)
           MOVE TM-OVERLAPS(WS-TEAM-SUB) TO WS-PENALTY
           PERFORM SCORE-PER-ELF-PENALTY
           MOVE WS-SCORE-WORK TO TM-SCORE(WS-TEAM-SUB, 3)
           IF WS-BEST-POINTS > ZERO THEN
              COMPUTE TM-SCORE(WS-TEAM-SUB, 4) ROUNDED =
                 TM-TOUR-POINTS(WS-TEAM-SUB) * 100 / WS-BEST-POINTS
           ELSE
              MOVE ZERO TO TM-SCORE(WS-TEAM-SUB, 4)
           END-IF
           MOVE ZERO TO WS-INDEX-WORK
           IF WS-WEIGHT-TOTAL > ZERO THEN
              PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > 4
                 IF MS-USABLE(WS-MS-SUB) THEN
                    COMPUTE WS-INDEX-WORK = WS-INDEX-WORK +
                       TM-SCORE(WS-TEAM-SUB, WS-MS-SUB)
                       * MS-WEIGHT(WS-MS-SUB)
                 END-IF
              END-PERFORM
              COMPUTE TM-INDEX(WS-TEAM-SUB) ROUNDED =
                 WS-INDEX-WORK / WS-WEIGHT-TOTAL
           ELSE
              MOVE ZERO TO TM-INDEX(WS-TEAM-SUB)
           END-IF
           .

      *
      *    SCORE-PER-ELF-PENALTY TURNS A COUNT OF BAD MARKS (IN
      *    WS-PENALTY) INTO 100 LESS THE MARKS AS A PERCENTAGE OF THE
      *    TEAM'S ROSTERED ELVES, NEVER BELOW ZERO.
       SCORE-PER-ELF-PENALTY.
           IF TM-ELVES(WS-TEAM-SUB) = ZERO THEN
              MOVE 100 TO WS-SCORE-WORK
           ELSE
              COMPUTE WS-SCORE-WORK ROUNDED = 100 -
                 WS-PENALTY * 100 / TM-ELVES(WS-TEAM-SUB)
           END-IF
           IF WS-SCORE-WORK < ZERO THEN
              MOVE ZERO TO WS-SCORE-WORK
           END-IF
           .

      *
      *    LOAD-PREVIOUS-SCORECARD READS TEAMSCRH.TXT THROUGH AND
      *    KEEPS THE LAST SCORECARD IN IT, PASSING OVER ANY ROWS
      *    ALREADY WRITTEN UNDER THIS RUN'S ID (A RERUN COMPARES WITH
      *    THE SCORECARD BEFORE, NOT WITH ITSELF).
       LOAD-PREVIOUS-SCORECARD.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SCORECARD-HISTORY-FILE
           IF FS-HIST-OK THEN
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SCORECARD-HISTORY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-READ-COUNT
                       IF TH-RUN-ID NOT = WS-RUN-ID THEN
                          PERFORM TALLY-HISTORY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORECARD-HISTORY-FILE
              MOVE 'TEAMSCRH.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-HISTORY-ROW.
           IF TH-RUN-ID NOT = WS-GROUP-RUN-ID THEN
              MOVE TH-RUN-ID TO WS-GROUP-RUN-ID
              MOVE TH-RUN-ID TO WS-PREV-RUN-ID
              MOVE TH-RUN-DATE TO WS-PREV-RUN-DATE
              MOVE ZERO TO WS-PREV-COUNT
           END-IF
           IF WS-PREV-COUNT < 50 AND TH-RANK IS NUMERIC AND
              TH-INDEX IS NUMERIC THEN
              ADD 1 TO WS-PREV-COUNT
              MOVE TH-TEAM TO PV-TEAM(WS-PREV-COUNT)
              MOVE TH-RANK TO PV-RANK(WS-PREV-COUNT)
              MOVE TH-INDEX TO PV-INDEX(WS-PREV-COUNT)
           END-IF
           .

       MATCH-PREVIOUS-SCORECARD.
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              SET TM-PREV-FOUND(WS-TEAM-SUB) TO FALSE
              PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                 UNTIL WS-PV-SUB > WS-PREV-COUNT
                 IF PV-TEAM(WS-PV-SUB) = TM-NAME(WS-TEAM-SUB) THEN
                    SET TM-PREV-FOUND(WS-TEAM-SUB) TO TRUE
                    MOVE PV-RANK(WS-PV-SUB) TO TM-PREV-RANK(WS-TEAM-SUB)
                    MOVE PV-INDEX(WS-PV-SUB)
                       TO TM-PREV-INDEX(WS-TEAM-SUB)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      *
      *    WRITE-MEASURE-SECTION SAYS WHERE EACH MEASURE CAME FROM,
      *    ITS WEIGHT, AND WHY ANY MEASURE WAS LEFT OUT.
       WRITE-MEASURE-SECTION.
           MOVE 'MEASURE     WEIGHT  SOURCE        RUN ID' TO
              SCORECARD-REPORT-LINE
           PERFORM PUT-SCORECARD-LINE
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 4
              MOVE MS-WEIGHT(WS-MS-SUB) TO WS-EDIT-WEIGHT
              MOVE SPACES TO SCORECARD-REPORT-LINE
              IF MS-USABLE(WS-MS-SUB) THEN
                 STRING MS-LABEL(WS-MS-SUB) '   ' WS-EDIT-WEIGHT
                    '  ' MS-SOURCE(WS-MS-SUB) '  '
                    MS-RUN-ID(WS-MS-SUB)
                    DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
              ELSE
                 STRING MS-LABEL(WS-MS-SUB) '   ' WS-EDIT-WEIGHT
                    '  ' MS-SOURCE(WS-MS-SUB) '  '
                    MS-RUN-ID(WS-MS-SUB) '  '
                    FUNCTION TRIM(MS-NOTE(WS-MS-SUB))
                    DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
              END-IF
              PERFORM PUT-SCORECARD-LINE
           END-PERFORM
           IF WS-UNPLACED-ENTRANTS > ZERO THEN
              MOVE WS-UNPLACED-ENTRANTS TO WS-EDIT-A
              MOVE SPACES TO SCORECARD-REPORT-LINE
              STRING '  ' FUNCTION TRIM(WS-EDIT-A)
                 ' TOURNAMENT ENTRANT(S) MATCH NO ROSTERED ELF AND '
                 'SCORE FOR NO TEAM.'
                 DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
              PERFORM PUT-SCORECARD-LINE
           END-IF
           MOVE SPACES TO SCORECARD-REPORT-LINE
           IF WS-PREV-RUN-ID = SPACES THEN
              STRING 'NO EARLIER SCORECARD IN TEAMSCRH.TXT - '
                 'MOVEMENT NOT SHOWN.'
                 DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
           ELSE
              STRING 'MOVEMENT IS SINCE THE SCORECARD OF '
                 WS-PREV-RUN-DATE ' (RUN ' WS-PREV-RUN-ID ').'
                 DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
           END-IF
           PERFORM PUT-SCORECARD-LINE
           .

      *
      *    WRITE-LEAGUE-SECTION IS THE LEAGUE TABLE ITSELF: RANK,
      *    TEAM, INDEX, THE FOUR SCORES AND THE MOVEMENT.  A MEASURE
      *    LEFT OUT OF THE INDEX SHOWS AS N/A.
       WRITE-LEAGUE-SECTION.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM PUT-SCORECARD-LINE
           MOVE 'RANK TEAM        INDEX  CALORIES      ORDERS'
              TO SCORECARD-REPORT-LINE
           MOVE '    OVERLAPS  TOURNAMENT  MOVEMENT   CHANGE'
              TO SCORECARD-REPORT-LINE(45:43)
           PERFORM PUT-SCORECARD-LINE
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              PERFORM WRITE-LEAGUE-ROW
           END-PERFORM
           .

       WRITE-LEAGUE-ROW.
           MOVE TM-RANK(WS-TEAM-SUB) TO WS-EDIT-RANK
           MOVE TM-INDEX(WS-TEAM-SUB) TO WS-EDIT-SCORE
           MOVE SPACES TO SCORECARD-REPORT-LINE
           STRING WS-EDIT-RANK ' ' TM-NAME(WS-TEAM-SUB) ' '
              WS-EDIT-SCORE
              DELIMITED BY SIZE INTO SCORECARD-REPORT-LINE
           PERFORM VARYING WS-MS-SUB FROM 1 BY 1 UNTIL WS-MS-SUB > 4
              IF MS-USABLE(WS-MS-SUB) THEN
                 MOVE TM-SCORE(WS-TEAM-SUB, WS-MS-SUB) TO WS-EDIT-SCORE
                 MOVE WS-EDIT-SCORE TO WS-SCORE-TEXT
              ELSE
                 MOVE '     N/A' TO WS-SCORE-TEXT
              END-IF
              MOVE WS-SCORE-TEXT
                 TO SCORECARD-REPORT-LINE(13 + WS-MS-SUB * 12:8)
           END-PERFORM
           PERFORM BUILD-MOVEMENT-TEXT
           MOVE WS-MOVE-TEXT TO SCORECARD-REPORT-LINE(71:10)
           IF TM-PREV-FOUND(WS-TEAM-SUB) THEN
              COMPUTE WS-INDEX-DELTA = TM-INDEX(WS-TEAM-SUB)
                 - TM-PREV-INDEX(WS-TEAM-SUB)
              MOVE WS-INDEX-DELTA TO WS-EDIT-DELTA
              MOVE WS-EDIT-DELTA TO SCORECARD-REPORT-LINE(81:7)
           END-IF
           PERFORM PUT-SCORECARD-LINE
           .

      *
      *    BUILD-MOVEMENT-TEXT SAYS HOW FAR THE TEAM MOVED IN RANK
      *    SINCE THE PREVIOUS SCORECARD: UP n, DOWN n, SAME, OR NEW
      *    FOR A TEAM THAT WAS NOT ON IT.
       BUILD-MOVEMENT-TEXT.
           MOVE SPACES TO WS-MOVE-TEXT
           EVALUATE TRUE
              WHEN WS-PREV-RUN-ID = SPACES
                 CONTINUE
              WHEN NOT TM-PREV-FOUND(WS-TEAM-SUB)
                 MOVE 'NEW' TO WS-MOVE-TEXT
              WHEN OTHER
                 COMPUTE WS-RANK-DELTA = TM-PREV-RANK(WS-TEAM-SUB)
                    - TM-RANK(WS-TEAM-SUB)
                 EVALUATE TRUE
                    WHEN WS-RANK-DELTA > ZERO
                       MOVE WS-RANK-DELTA TO WS-EDIT-RANK
                       STRING 'UP ' FUNCTION TRIM(WS-EDIT-RANK)
                          DELIMITED BY SIZE INTO WS-MOVE-TEXT
                    WHEN WS-RANK-DELTA < ZERO
                       COMPUTE WS-EDIT-RANK = ZERO - WS-RANK-DELTA
                       STRING 'DOWN ' FUNCTION TRIM(WS-EDIT-RANK)
                          DELIMITED BY SIZE INTO WS-MOVE-TEXT
                    WHEN OTHER
                       MOVE 'SAME' TO WS-MOVE-TEXT
                 END-EVALUATE
           END-EVALUATE
           .

      *
      *    WRITE-DETAIL-SECTION SHOWS THE FIGURES BEHIND EACH TEAM'S
      *    SCORES SO A TEAM LEAD CAN SEE WHAT TO FIX.
       WRITE-DETAIL-SECTION.
           MOVE SPACES TO SCORECARD-REPORT-LINE
           PERFORM PUT-SCORECARD-LINE
           MOVE 'FIGURES BEHIND THE SCORES' TO SCORECARD-REPORT-LINE
           PERFORM PUT-SCORECARD-LINE
           MOVE 'TEAM           ELVES BELOW MIN ABOVE MAX  OPEN ORD'
              TO SCORECARD-REPORT-LINE
           MOVE '  AGED ORD  OVERLAPS  ENTRANTS  TOUR POINTS'
              TO SCORECARD-REPORT-LINE(51:43)
           PERFORM PUT-SCORECARD-LINE
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              MOVE SPACES TO SCORECARD-REPORT-LINE
              MOVE TM-NAME(WS-TEAM-SUB) TO SCORECARD-REPORT-LINE(1:10)
              MOVE TM-ELVES(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(12:9)
              MOVE TM-CAL-UNDER(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(22:9)
              MOVE TM-CAL-OVER(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(32:9)
              MOVE TM-OPEN-ORDERS(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(42:9)
              MOVE TM-AGED-ORDERS(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(52:9)
              MOVE TM-OVERLAPS(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(62:9)
              MOVE TM-ENTRANTS(WS-TEAM-SUB) TO WS-EDIT-A
              MOVE WS-EDIT-A TO SCORECARD-REPORT-LINE(72:9)
              MOVE TM-TOUR-POINTS(WS-TEAM-SUB) TO WS-EDIT-B
              MOVE WS-EDIT-B TO SCORECARD-REPORT-LINE(85:9)
              PERFORM PUT-SCORECARD-LINE
           END-PERFORM
           .

      *
      *    APPEND-SCORECARD-HISTORY POSTS THIS SCORECARD TO
      *    TEAMSCRH.TXT, ONE ROW PER TEAM, SO THE NEXT ONE CAN SHOW
      *    THE MOVEMENT.  THE FLAGS SAY WHICH MEASURES WERE IN PLAY.
       APPEND-SCORECARD-HISTORY.
           OPEN EXTEND SCORECARD-HISTORY-FILE
           IF NOT FS-HIST-OK THEN
              CLOSE SCORECARD-HISTORY-FILE
              OPEN OUTPUT SCORECARD-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              MOVE SPACES TO SCORECARD-HISTORY-RECORD
              MOVE WS-RUN-ID TO TH-RUN-ID
              MOVE WS-TODAY-TEXT TO TH-RUN-DATE
              MOVE TM-NAME(WS-TEAM-SUB) TO TH-TEAM
              MOVE TM-RANK(WS-TEAM-SUB) TO TH-RANK
              MOVE TM-INDEX(WS-TEAM-SUB) TO TH-INDEX
              MOVE TM-SCORE(WS-TEAM-SUB, 1) TO TH-SCORE-CALORIES
              MOVE TM-SCORE(WS-TEAM-SUB, 2) TO TH-SCORE-ORDERS
              MOVE TM-SCORE(WS-TEAM-SUB, 3) TO TH-SCORE-OVERLAPS
              MOVE TM-SCORE(WS-TEAM-SUB, 4) TO TH-SCORE-TOURNAMENT
              PERFORM VARYING WS-MS-SUB FROM 1 BY 1
                 UNTIL WS-MS-SUB > 4
                 MOVE MS-USABLE-SW(WS-MS-SUB)
                    TO TH-AVAIL-FLAGS(WS-MS-SUB:1)
              END-PERFORM
              WRITE SCORECARD-HISTORY-RECORD
           END-PERFORM
           CLOSE SCORECARD-HISTORY-FILE
           MOVE 'TEAMSCRH.TXT' TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE WS-TEAM-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       PUT-SCORECARD-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE SCORECARD-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO SCORECARD-REPORT-LINE
                 WRITE SCORECARD-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE SCORECARD-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO SCORECARD-REPORT-LINE
           END-IF
           WRITE SCORECARD-REPORT-LINE
           .

      *
      *    WRITE-SCORECARD-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-SCORECARD-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO SCORECARD-REPORT-LINE
              PERFORM PUT-SCORECARD-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM TEAMSCRD.
