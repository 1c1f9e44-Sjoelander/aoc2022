           WS-TOURN-ROSTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOURN-FILE-STATUS.
           SELECT LEAGUE-FILE ASSIGN TO 'DAY2LEAG.TXT.WRK'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAGUE-CSV-FILE ASSIGN TO 'DAY2LEAG.CSV.WRK'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATING-MASTER-FILE ASSIGN TO 'DAY2ELO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELO-STATUS-CD.
           SELECT RATING-NEW-FILE ASSIGN TO 'DAY2ELO.NEW'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY EXCSL.
           COPY RESUBSL.
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
       FD  CSV-FILE.
       01  CSV-LINE                PIC X(120).
       COPY EXCFD.
       COPY RESUBFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       FD  RECOMMEND-FILE.
       01  RECOMMEND-RECORD.
           05 RC-OCHOICE           PIC X(1).
       01  LEAGUE-LINE             PIC X(120).
       FD  LEAGUE-CSV-FILE.
       01  LEAGUE-CSV-LINE         PIC X(120).
      *
      *    RATING MASTER - ONE RECORD PER ELF EVER RATED, CARRYING THE
      *    ELO RATING FORWARD FROM TOURNAMENT TO TOURNAMENT.
       FD  RATING-MASTER-FILE.
       01  RATING-MASTER-RECORD.
           05 ER-ELF               PIC X(20).
           05 ER-RATING            PIC 9(5)V99.
           05 ER-PREV-RATING       PIC 9(5)V99.
           05 ER-TOURNAMENTS       PIC 9(5).
           05 ER-MISSED            PIC 9(3).
           05 ER-RANK              PIC 9(4).
           05 ER-LAST-RUN-ID       PIC X(15).
           05 ER-LAST-DATE         PIC 9(8).
           05 FILLER               PIC X(11).
       FD  RATING-NEW-FILE.
       01  RATING-NEW-RECORD       PIC X(80).
       FD  RULES-FILE.
       01  RULES-RECORD.
           05 RULE-OCHOICE         PIC 9(1).
       01 WS-RECORD-INVALID-SW      PIC X(1) VALUE 'N'.
           88 WS-RECORD-INVALID              VALUE 'Y' FALSE 'N'.
       01 WS-BAD-RECORD-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-CSV-LINES              PIC 9(9) BINARY VALUE ZERO.
       01 WS-LEAGUE-CSV-LINES       PIC 9(9) BINARY VALUE ZERO.
       01 WS-RCMD-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 WS-INPUT-FILENAME         PIC X(100) VALUE 'input.txt'.
       01 WS-REPORT-FILENAME         PIC X(100) VALUE
           'DAY2RPT.TXT'.
              10 EN-WINS            PIC 9(9) BINARY.
              10 EN-DRAWS           PIC 9(9) BINARY.
              10 EN-LOSSES          PIC 9(9) BINARY.
              10 EN-RT-SUB          PIC 9(4) BINARY.
       01 WS-EN-SUB                 PIC 9(4) BINARY.
       01 WS-EN-LABEL               PIC X(20).
       01 WS-EN-FILE                PIC X(100).
       01 WS-TOURN-ROUNDS           PIC 9(9) BINARY VALUE ZERO.
      *
      *    ELO RATINGS.  AFTER EACH TOURNAMENT EVERY ENTRANT THAT
      *    PLAYED IS MATCHED HEAD-TO-HEAD AGAINST EVERY OTHER ON PART-1
      *    TOTAL (MORE POINTS WINS, EQUAL IS A DRAW) AND ITS RATING ON
      *    THE MASTER (DAY2ELO.TXT) MOVES BY DAY2-ELO-K-FACTOR TIMES
      *    ITS SCORE LESS ITS EXPECTED SCORE, SPREAD OVER ITS
      *    OPPONENTS SO ONE TOURNAMENT WEIGHS AS ONE GAME.  A NEW ELF
      *    STARTS AT DAY2-ELO-INITIAL-RATING AND STAYS PROVISIONAL
      *    UNTIL IT HAS PLAYED DAY2-ELO-PROVISIONAL-COUNT TOURNAMENTS;
      *    AN ELF THAT MISSES DAY2-ELO-INACTIVE-MISSES TOURNAMENTS IN
      *    A ROW DROPS OFF THE RATINGS LADDER BUT KEEPS ITS RATING ON
      *    THE MASTER FOR WHEN IT COMES BACK.
       01 WS-ELO-STATUS-CD          PIC X(2) VALUE '00'.
           88 FS-ELO-OK                      VALUE '00'.
       01 WS-ELO-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-ELO-EOF                     VALUE 'Y' FALSE 'N'.
       01 WS-ELO-FULL-SW            PIC X(1) VALUE 'N'.
           88 WS-ELO-FULL                    VALUE 'Y' FALSE 'N'.
       01 WS-ELO-NEW-SW             PIC X(1) VALUE 'N'.
           88 WS-ELO-NEW-WRITTEN             VALUE 'Y' FALSE 'N'.
       01 WS-ELO-K-FACTOR           PIC 9(3) VALUE 32.
       01 WS-ELO-INITIAL            PIC 9(4) VALUE 1500.
       01 WS-ELO-PROV-COUNT         PIC 9(2) VALUE 5.
       01 WS-ELO-INACTIVE-MISSES    PIC 9(2) VALUE 3.
       01 WS-ELO-DATE               PIC 9(8).
       01 WS-ELO-RATED              PIC 9(4) BINARY VALUE ZERO.
       01 WS-ELO-OPPONENTS          PIC 9(4) VALUE ZERO.
       01 WS-ELO-LADDER             PIC 9(4) BINARY VALUE ZERO.
       01 WS-ELO-DROPPED            PIC 9(4) BINARY VALUE ZERO.
       01 WS-ELO-SUB                PIC 9(4) BINARY.
       01 WS-ELO-SUB2               PIC 9(4) BINARY.
       01 WS-EN-SUB2                PIC 9(4) BINARY.
       01 WS-ELO-RA                 PIC S9(5)V99.
       01 WS-ELO-RB                 PIC S9(5)V99.
       01 WS-ELO-DIFF               PIC S9(5)V99.
       01 WS-ELO-POWER              PIC 9(5)V9(6).
       01 WS-ELO-EXPECT             PIC 9V9(6).
       01 WS-ELO-SCORE              PIC 9V9.
       01 WS-ELO-SHARE              PIC S9(5)V9(4).
       01 WS-ELO-NEW                PIC S9(5)V99.
       01 WS-ELO-RANK-DELTA         PIC S9(4).
       01 WS-ELO-EDIT-RATING        PIC Z(4)9.
       01 WS-ELO-EDIT-CHANGE        PIC +(4)9.
       01 WS-ELO-EDIT-RANK          PIC Z(3)9.
       01 WS-ELO-EDIT-COUNT         PIC Z(4)9.
       01 WS-ELO-MOVE-TEXT          PIC X(10).
       01 WS-ELO-PROV-TEXT          PIC X(4).
       01 WS-ELO-CMD                PIC X(60).
       01 WS-RATING-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 RATING-TABLE.
           05 RT-ENTRY OCCURS 0 TO 1000 TIMES
                 DEPENDING ON WS-RATING-COUNT.
              10 RT-ACTIVE-SW       PIC X(1).
                 88 RT-ACTIVE                VALUE 'Y' FALSE 'N'.
              10 RT-RATING          PIC 9(5)V99.
              10 RT-ELF             PIC X(20).
              10 RT-PREV-RATING     PIC 9(5)V99.
              10 RT-TOURNAMENTS     PIC 9(5).
              10 RT-MISSED          PIC 9(3).
              10 RT-RANK            PIC 9(4).
              10 RT-NEW-RANK        PIC 9(4).
              10 RT-LAST-RUN-ID     PIC X(15).
              10 RT-LAST-DATE       PIC 9(8).
              10 RT-DELTA           PIC S9(5)V9(4).
              10 RT-PLAYED-SW       PIC X(1).
                 88 RT-PLAYED                VALUE 'Y' FALSE 'N'.
       COPY EXCWS.
       COPY RESUBWS.
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
      *
      *    SCENARIO-TABLE HOLDS UP TO FOUR COMPLETE SCORING SCHEMES,
      *    EACH WITH THE POINT VALUE FOR THE NINE OPPONENT/PLAYER

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'DAY2' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY2' TO WS-EXC-PROGRAM-ID
           MOVE 'INVALID STRATEGY RECORD' TO WS-RESUB-MSG-PREFIX
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY2' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           PERFORM SET-WORK-FILENAMES
           PERFORM GET-TOURNAMENT-MODE
              PERFORM LOAD-SCORING-TABLE
              PERFORM RUN-TOURNAMENT
              MOVE 'DAY2' TO RL-PROGRAM-ID
              COMPUTE WS-RUN-LOG-RECORDS-READ =
                 WS-TOURN-ROUNDS + WS-BAD-RECORD-COUNT
              MOVE 'DAY2' TO WS-QG-PROGRAM-ID
              MOVE WS-RUN-LOG-RECORDS-READ TO WS-QG-RECORDS
              MOVE WS-BAD-RECORD-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
              IF WS-QG-HELD THEN
                 PERFORM HOLD-QUALITY-FAILED
              ELSE
                 MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
                 PERFORM PUBLISH-TOURNAMENT-FILES
              END-IF
              PERFORM WRITE-RUN-LOG
              PERFORM CLOSE-EXCEPTION-LOG
              PERFORM CLOSE-OPERATOR-AUDIT
              STOP RUN
           END-IF
           COPY PARMGET REPLACING ==ARG-NUM== BY ==1==
           OPEN INPUT INPUT-FILE
           PERFORM CHECK-INPUT-FILE-OPEN
           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY2' TO WS-PG-PROGRAM-ID
           MOVE 'ROUND-BY-ROUND SCORING DETAIL' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO REPORT-LINE
           STRING 'LINE OPP PLR OUTCOME  SCORE-PART1  '
              'SCORE-PART2  GAP BEST'
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           OPEN OUTPUT RECOMMEND-FILE

           PERFORM UNTIL INPUT-FILE-EOF
                    ADD 1 TO WS-LINE-NUM
                    PERFORM VALIDATE-STRATEGY-RECORD
                    IF NOT WS-RECORD-INVALID THEN
                       PERFORM SCORE-STRATEGY-RECORD
                    END-IF
              END-READ
           END-PERFORM

           IF FS-SUCCESS OR FS-EOF THEN
              PERFORM PROCESS-RESUBMISSIONS
           END-IF

           PERFORM WRITE-SCORE-SUMMARY
           PERFORM WRITE-ROUND-STATISTICS
           PERFORM WRITE-STRATEGY-AUDIT
           END-IF

           CLOSE INPUT-FILE
           IF FS-SUCCESS THEN
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           MOVE 1 TO WS-PG-RPT
           MOVE 'STRATEGY RECORDS READ' TO WS-PG-COUNT-LABEL
           MOVE WS-LINE-NUM TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'INVALID RECORDS IGNORED' TO WS-PG-COUNT-LABEL
           MOVE WS-BAD-RECORD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SCENARIOS SCORED' TO WS-PG-COUNT-LABEL
           MOVE WS-SCENARIO-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           CLOSE CSV-FILE
           CLOSE RECOMMEND-FILE
           MOVE 'DAY2RCMD.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-RCMD-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY SC-PART1-TOTAL(1)
           DISPLAY SC-PART2-TOTAL(1)
           MOVE 'DAY2' TO RL-PROGRAM-ID
           MOVE WS-LINE-NUM TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS THEN
              MOVE 'DAY2' TO WS-QG-PROGRAM-ID
              MOVE WS-LINE-NUM TO WS-QG-RECORDS
              MOVE WS-BAD-RECORD-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
           END-IF
           IF FS-SUCCESS AND NOT WS-QG-HELD THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
              PERFORM SETTLE-RESUBMISSIONS
              PERFORM ARCHIVE-INPUT-FILE
           ELSE
              IF WS-QG-HELD THEN
                 PERFORM HOLD-QUALITY-FAILED
              ELSE
                 MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              END-IF
           END-IF
           PERFORM WRITE-RUN-LOG

           PERFORM CLOSE-EXCEPTION-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

           END-IF
           .

      *
      *    SCORE-STRATEGY-RECORD SCORES ONE VALIDATED STRATEGY RECORD
      *    UNDER EVERY SCENARIO AND WRITES ITS DETAIL - FOR A LINE OF
      *    THE INPUT FILE OR A RESUBMITTED CORRECTION ALIKE.
       SCORE-STRATEGY-RECORD.
           COMPUTE PCHOICE-ORD =
              FUNCTION ORD(PLAYER-CHOICE)
              - FUNCTION ORD('X')
           COMPUTE OCHOICE-ORD =
              FUNCTION ORD(OPPONENT-CHOICE)
              - FUNCTION ORD('A')
           COMPUTE RESULT = PCHOICE-ORD - OCHOICE-ORD

           EVALUATE TRUE
              WHEN RESULT = 1 OR RESULT = -2
                 MOVE 'WIN' TO WS-OUTCOME
              WHEN RESULT = 0
                 MOVE 'DRAW' TO WS-OUTCOME
              WHEN OTHER
                 MOVE 'LOSS' TO WS-OUTCOME
           END-EVALUATE

           PERFORM TALLY-ROUND-STATS

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SCENARIO-COUNT
              PERFORM FIND-SCORING-ENTRY
              IF WS-SC-SUB = 1 THEN
                 MOVE WS-PART1-DELTA TO WS-ACTUAL-PART1
              END-IF
              ADD WS-PART1-DELTA
                 TO SC-PART1-TOTAL(WS-SC-SUB)
              ADD WS-PART2-DELTA
                 TO SC-PART2-TOTAL(WS-SC-SUB)
           END-PERFORM

           PERFORM AUDIT-ROUND
           PERFORM WRITE-RECOMMEND-RECORD
           PERFORM WRITE-DETAIL-LINE
           .

      *
      *    APPLY-RESUBMITTED-RECORD TAKES ONE CORRECTED STRATEGY
      *    RECORD FROM THE RESUBMISSION FILE (SEE RESUBRD.CPY) AS AN
      *    EXTRA LINE AFTER THE INPUT FILE, THROUGH THE SAME
      *    VALIDATION AND SCORING AS ANY OTHER LINE.
       APPLY-RESUBMITTED-RECORD.
           ADD 1 TO WS-LINE-NUM
           MOVE WS-LINE-NUM TO WS-RESUB-DONE-LINE
           MOVE WS-RESUB-RECORD TO STRATEGY
           PERFORM VALIDATE-STRATEGY-RECORD
           IF WS-RECORD-INVALID THEN
              SET WS-RESUB-FAILED TO TRUE
           ELSE
              PERFORM SCORE-STRATEGY-RECORD
              SET WS-RESUB-PASSED TO TRUE
           END-IF
           .

      *
      *    SET-WORK-FILENAMES SWITCHES THE REPORT AND CSV TO THEIR
      *    .WRK WORKING NAMES, REMEMBERING THE PUBLISHED NAMES FOR
              FUNCTION TRIM(WS-CSV-PUBLISHED)
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
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mkdir -p ' FUNCTION TRIM(WS-ARCHIVE-DIR)
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD

      *
      *    RUN-TOURNAMENT SCORES EVERY ENTRANT'S STRATEGY FILE UNDER
      *    THE PRODUCTION RULES, RANKS THE FIELD BY PART-1 TOTAL,
      *    RATES IT AGAINST THE RATING MASTER AND WRITES THE LEAGUE
      *    TABLE (DAY2LEAG.TXT) PLUS A CSV THE SCOREBOARD TOOLING CAN
      *    INGEST (DAY2LEAG.CSV).  THE MASTER IS ONLY REWRITTEN WHEN
      *    AT LEAST ONE ENTRANT ACTUALLY PLAYED.  ALL THREE ARE LEFT
      *    UNDER THEIR WORKING NAMES HERE; THE MAINLINE RUNS THE ROUNDS
      *    THROUGH THE QUALITY GATE AND ONLY A PASSING (OR RELEASED)
      *    TOURNAMENT IS PUBLISHED BY PUBLISH-TOURNAMENT-FILES.
       RUN-TOURNAMENT.
           PERFORM LOAD-TOURN-ROSTER
           PERFORM SCORE-ONE-ENTRANT
              VARYING WS-EN-SUB FROM 1 BY 1
              UNTIL WS-EN-SUB > WS-ENTRANT-COUNT
           SORT EN-ENTRY DESCENDING EN-PART1
           PERFORM LOAD-RATING-MASTER
           PERFORM RATE-TOURNAMENT
           PERFORM WRITE-LEAGUE-TABLE
           IF WS-ELO-RATED > ZERO THEN
              PERFORM REWRITE-RATING-MASTER
           END-IF
           DISPLAY 'DAY2: ' WS-ENTRANT-COUNT ' ENTRANT(S) SCORED '
              'OVER ' WS-TOURN-ROUNDS ' ROUND(S).'
           .

      *
      *    LOAD-TOURN-ROSTER READS THE TOURNAMENT ROSTER (ONE RECORD
      *    PER ENTRANT: ELF LABEL, COMMA, STRATEGY FILENAME).
       LOAD-TOURN-ROSTER.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT TOURN-ROSTER-FILE
           IF NOT FS-TOURN-SUCCESS THEN
              DISPLAY 'DAY2: TOURNAMENT ROSTER '
                    AT END
                       SET WS-TOURN-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-TOURN-ENTRANT
                 END-READ
              END-PERFORM
              CLOSE TOURN-ROSTER-FILE
              MOVE WS-TOURN-ROSTER-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

                    MOVE ZERO TO EN-WINS(WS-ENTRANT-COUNT)
                    MOVE ZERO TO EN-DRAWS(WS-ENTRANT-COUNT)
                    MOVE ZERO TO EN-LOSSES(WS-ENTRANT-COUNT)
                    MOVE ZERO TO EN-RT-SUB(WS-ENTRANT-COUNT)
                 ELSE
                    DISPLAY 'DAY2: MORE THAN 100 TOURNAMENT '
                       'ENTRANTS - ENTRANTS PAST THE 100TH WERE '
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    WRITE-LEAGUE-TABLE EMITS THE RANKED FIELD - RANK, ELF,
      *    PART1/PART2 TOTALS AND WIN PERCENTAGE - TO DAY2LEAG.TXT
      *    AND THE MATCHING CSV ROWS TO DAY2LEAG.CSV, BOTH UNDER THEIR
      *    .WRK WORKING NAMES UNTIL THE TOURNAMENT IS PUBLISHED.
       WRITE-LEAGUE-TABLE.
           OPEN OUTPUT LEAGUE-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY2' TO WS-PG-PROGRAM-ID
           MOVE 'TOURNAMENT LEAGUE TABLE' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT LEAGUE-CSV-FILE
           MOVE SPACES TO LEAGUE-CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO LEAGUE-CSV-LINE
           WRITE LEAGUE-CSV-LINE
           ADD 1 TO WS-LEAGUE-CSV-LINES
           MOVE 'RANK ELF                  PART1      PART2      WINS'
              TO LEAGUE-LINE
           MOVE 'RATING    CHG LADDER' TO LEAGUE-LINE(64:20)
           PERFORM PUT-LEAGUE-LINE
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
              UNTIL WS-EN-SUB > WS-ENTRANT-COUNT
              PERFORM WRITE-LEAGUE-DETAIL
           END-PERFORM
           PERFORM WRITE-RATINGS-LADDER
           MOVE 2 TO WS-PG-RPT
           MOVE 'ENTRANTS RANKED' TO WS-PG-COUNT-LABEL
           MOVE WS-ENTRANT-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ROUNDS PLAYED' TO WS-PG-COUNT-LABEL
           MOVE WS-TOURN-ROUNDS TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ENTRANTS RATED' TO WS-PG-COUNT-LABEL
           MOVE WS-ELO-RATED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ELVES ON RATINGS LADDER' TO WS-PG-COUNT-LABEL
           MOVE WS-ELO-LADDER TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DROPPED AS INACTIVE' TO WS-PG-COUNT-LABEL
           MOVE WS-ELO-DROPPED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-LEAGUE-FOOTER
           CLOSE LEAGUE-FILE
           MOVE SPACES TO LEAGUE-CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO LEAGUE-CSV-LINE
           WRITE LEAGUE-CSV-LINE
           ADD 1 TO WS-LEAGUE-CSV-LINES
           CLOSE LEAGUE-CSV-FILE
           .

           STRING WS-EDIT-C ' ' EN-LABEL(WS-EN-SUB) ' '
              WS-EDIT-A '  ' WS-EDIT-B '  ' WS-EDIT-PCT ' PCT'
              DELIMITED BY SIZE INTO LEAGUE-LINE
           IF EN-RT-SUB(WS-EN-SUB) = ZERO THEN
              MOVE 'UNRATED' TO LEAGUE-LINE(78:7)
           ELSE
              MOVE EN-RT-SUB(WS-EN-SUB) TO WS-ELO-SUB
              PERFORM EDIT-RATING-COLUMNS
              MOVE WS-ELO-EDIT-RATING TO LEAGUE-LINE(65:5)
              MOVE WS-ELO-EDIT-CHANGE TO LEAGUE-LINE(72:5)
              MOVE WS-ELO-MOVE-TEXT TO LEAGUE-LINE(78:10)
              MOVE WS-ELO-PROV-TEXT TO LEAGUE-LINE(89:4)
           END-IF
           PERFORM PUT-LEAGUE-LINE
           MOVE SPACES TO LEAGUE-CSV-LINE
           STRING 'ENTRANT,' WS-EDIT-C ','
              FUNCTION TRIM(EN-LABEL(WS-EN-SUB)) ','
              WS-EDIT-A ',' WS-EDIT-B ',' WS-EDIT-PCT
              DELIMITED BY SIZE INTO LEAGUE-CSV-LINE
           WRITE LEAGUE-CSV-LINE
           ADD 1 TO WS-LEAGUE-CSV-LINES
           .

      *
      *    LOAD-RATING-MASTER READS DAY2ELO.TXT INTO THE RATING TABLE.
      *    A MASTER THAT ISN'T THERE YET IS THE FIRST RATED
      *    TOURNAMENT, AND EVERY ENTRANT STARTS FROM THE INITIAL
      *    RATING.
       LOAD-RATING-MASTER.
           MOVE ZERO TO WS-RATING-COUNT
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT RATING-MASTER-FILE
           IF NOT FS-ELO-OK THEN
              DISPLAY 'DAY2: NO RATING MASTER (DAY2ELO.TXT) - A NEW '
                 'ONE IS STARTED.'
           ELSE
              PERFORM UNTIL WS-ELO-EOF
                 READ RATING-MASTER-FILE
                    AT END
                       SET WS-ELO-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-RATING-RECORD
                 END-READ
              END-PERFORM
              CLOSE RATING-MASTER-FILE
              MOVE 'DAY2ELO.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-RATING-RECORD.
           IF WS-RATING-COUNT < 1000 THEN
              ADD 1 TO WS-RATING-COUNT
              MOVE ER-ELF TO RT-ELF(WS-RATING-COUNT)
              MOVE ER-RATING TO RT-RATING(WS-RATING-COUNT)
              MOVE ER-PREV-RATING TO RT-PREV-RATING(WS-RATING-COUNT)
              MOVE ER-TOURNAMENTS TO RT-TOURNAMENTS(WS-RATING-COUNT)
              MOVE ER-MISSED TO RT-MISSED(WS-RATING-COUNT)
              MOVE ER-RANK TO RT-RANK(WS-RATING-COUNT)
              MOVE ZERO TO RT-NEW-RANK(WS-RATING-COUNT)
              MOVE ER-LAST-RUN-ID TO RT-LAST-RUN-ID(WS-RATING-COUNT)
              MOVE ER-LAST-DATE TO RT-LAST-DATE(WS-RATING-COUNT)
              MOVE ZERO TO RT-DELTA(WS-RATING-COUNT)
              SET RT-PLAYED(WS-RATING-COUNT) TO FALSE
              SET RT-ACTIVE(WS-RATING-COUNT) TO FALSE
           ELSE
              SET WS-ELO-FULL TO TRUE
           END-IF
           .

      *
      *    RATE-TOURNAMENT LINKS EVERY ENTRANT THAT PLAYED AT LEAST ONE
      *    VALID ROUND TO ITS MASTER ENTRY (ADDING NEW ELVES AT THE
      *    INITIAL RATING), PLAYS EACH PAIR OF THEM HEAD-TO-HEAD ON
      *    THE PRE-TOURNAMENT RATINGS, THEN POSTS THE CHANGES, COUNTS
      *    A MISS AGAINST EVERY ELF THAT SAT THIS ONE OUT AND RE-RANKS
      *    THE LADDER.
       RATE-TOURNAMENT.
           MOVE ZERO TO WS-ELO-RATED
           MOVE ZERO TO WS-ELO-LADDER
           MOVE ZERO TO WS-ELO-DROPPED
           ACCEPT WS-ELO-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-ELO-DATE
           END-IF
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
              UNTIL WS-EN-SUB > WS-ENTRANT-COUNT
              IF EN-ROUNDS(WS-EN-SUB) > ZERO THEN
                 PERFORM LINK-RATING-ENTRY
              END-IF
           END-PERFORM
           IF WS-ELO-RATED > 1 THEN
              COMPUTE WS-ELO-OPPONENTS = WS-ELO-RATED - 1
              PERFORM VARYING WS-EN-SUB FROM 1 BY 1
                 UNTIL WS-EN-SUB > WS-ENTRANT-COUNT
                 IF EN-RT-SUB(WS-EN-SUB) > ZERO THEN
                    COMPUTE WS-EN-SUB2 = WS-EN-SUB + 1
                    PERFORM RATE-ENTRANT-PAIR
                       VARYING WS-EN-SUB2 FROM WS-EN-SUB2 BY 1
                       UNTIL WS-EN-SUB2 > WS-ENTRANT-COUNT
                 END-IF
              END-PERFORM
           END-IF
           PERFORM VARYING WS-ELO-SUB FROM 1 BY 1
              UNTIL WS-ELO-SUB > WS-RATING-COUNT
              PERFORM POST-RATING-CHANGE
           END-PERFORM
           SORT RT-ENTRY DESCENDING RT-ACTIVE-SW RT-RATING
              ASCENDING RT-ELF
           PERFORM VARYING WS-ELO-SUB FROM 1 BY 1
              UNTIL WS-ELO-SUB > WS-RATING-COUNT
              IF RT-ACTIVE(WS-ELO-SUB) THEN
                 ADD 1 TO WS-ELO-LADDER
                 MOVE WS-ELO-LADDER TO RT-NEW-RANK(WS-ELO-SUB)
              ELSE
                 MOVE ZERO TO RT-NEW-RANK(WS-ELO-SUB)
                 IF RT-RANK(WS-ELO-SUB) > ZERO THEN
                    ADD 1 TO WS-ELO-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-EN-SUB FROM 1 BY 1
              UNTIL WS-EN-SUB > WS-ENTRANT-COUNT
              IF EN-RT-SUB(WS-EN-SUB) > ZERO THEN
                 PERFORM FIND-RATING-ENTRY
                 MOVE WS-ELO-SUB TO EN-RT-SUB(WS-EN-SUB)
              END-IF
           END-PERFORM
           IF WS-ELO-DROPPED > ZERO THEN
              DISPLAY 'DAY2: ' WS-ELO-DROPPED ' ELF(S) DROPPED OFF '
                 'THE RATINGS LADDER AFTER MISSING '
                 WS-ELO-INACTIVE-MISSES ' TOURNAMENT(S).'
           END-IF
           .

      *
      *    FIND-RATING-ENTRY LOOKS EN-LABEL(WS-EN-SUB) UP IN THE
      *    RATING TABLE, LEAVING ITS POSITION IN WS-ELO-SUB (ZERO IF
      *    THE ELF HAS NEVER BEEN RATED).
       FIND-RATING-ENTRY.
           MOVE ZERO TO WS-ELO-SUB2
           PERFORM VARYING WS-ELO-SUB FROM 1 BY 1
              UNTIL WS-ELO-SUB > WS-RATING-COUNT
                 OR WS-ELO-SUB2 > ZERO
              IF RT-ELF(WS-ELO-SUB) = EN-LABEL(WS-EN-SUB) THEN
                 MOVE WS-ELO-SUB TO WS-ELO-SUB2
              END-IF
           END-PERFORM
           MOVE WS-ELO-SUB2 TO WS-ELO-SUB
           .

      *
      *    LINK-RATING-ENTRY TIES ONE PLAYING ENTRANT TO ITS MASTER
      *    ENTRY.  AN ELF ENTERED TWICE ON THE ROSTER IS ONLY RATED ON
      *    ITS FIRST ENTRY.
       LINK-RATING-ENTRY.
           PERFORM FIND-RATING-ENTRY
           IF WS-ELO-SUB = ZERO THEN
              IF WS-RATING-COUNT < 1000 THEN
                 ADD 1 TO WS-RATING-COUNT
                 MOVE WS-RATING-COUNT TO WS-ELO-SUB
                 MOVE EN-LABEL(WS-EN-SUB) TO RT-ELF(WS-ELO-SUB)
                 MOVE WS-ELO-INITIAL TO RT-RATING(WS-ELO-SUB)
                 MOVE WS-ELO-INITIAL TO RT-PREV-RATING(WS-ELO-SUB)
                 MOVE ZERO TO RT-TOURNAMENTS(WS-ELO-SUB)
                 MOVE ZERO TO RT-MISSED(WS-ELO-SUB)
                 MOVE ZERO TO RT-RANK(WS-ELO-SUB)
                 MOVE ZERO TO RT-NEW-RANK(WS-ELO-SUB)
                 MOVE SPACES TO RT-LAST-RUN-ID(WS-ELO-SUB)
                 MOVE ZERO TO RT-LAST-DATE(WS-ELO-SUB)
                 MOVE ZERO TO RT-DELTA(WS-ELO-SUB)
                 SET RT-PLAYED(WS-ELO-SUB) TO FALSE
                 SET RT-ACTIVE(WS-ELO-SUB) TO FALSE
              ELSE
                 SET WS-ELO-FULL TO TRUE
              END-IF
           END-IF
           IF WS-ELO-SUB > ZERO THEN
              IF NOT RT-PLAYED(WS-ELO-SUB) THEN
                 SET RT-PLAYED(WS-ELO-SUB) TO TRUE
                 MOVE WS-ELO-SUB TO EN-RT-SUB(WS-EN-SUB)
                 ADD 1 TO WS-ELO-RATED
              ELSE
                 DISPLAY 'DAY2: ELF ' FUNCTION TRIM(EN-LABEL(WS-EN-SUB))
                    ' IS ON THE ROSTER MORE THAN ONCE - ONLY ITS '
                    'FIRST ENTRY IS RATED.'
              END-IF
           END-IF
           .

      *
      *    RATE-ENTRANT-PAIR PLAYS ENTRANT WS-EN-SUB AGAINST ENTRANT
      *    WS-EN-SUB2: THE EXPECTED SCORE COMES FROM THE RATING GAP
      *    (TAKEN AS NO MORE THAN 800 POINTS), THE ACTUAL SCORE FROM
      *    THEIR PART-1 TOTALS, AND WHAT ONE GAINS THE OTHER LOSES.
       RATE-ENTRANT-PAIR.
           IF EN-RT-SUB(WS-EN-SUB2) > ZERO THEN
              MOVE EN-RT-SUB(WS-EN-SUB) TO WS-ELO-SUB
              MOVE EN-RT-SUB(WS-EN-SUB2) TO WS-ELO-SUB2
              MOVE RT-RATING(WS-ELO-SUB) TO WS-ELO-RA
              MOVE RT-RATING(WS-ELO-SUB2) TO WS-ELO-RB
              COMPUTE WS-ELO-DIFF = WS-ELO-RB - WS-ELO-RA
              IF WS-ELO-DIFF > 800 THEN
                 MOVE 800 TO WS-ELO-DIFF
              END-IF
              IF WS-ELO-DIFF < -800 THEN
                 MOVE -800 TO WS-ELO-DIFF
              END-IF
              COMPUTE WS-ELO-POWER ROUNDED = 10 ** (WS-ELO-DIFF / 400)
              COMPUTE WS-ELO-EXPECT ROUNDED = 1 / (1 + WS-ELO-POWER)
              EVALUATE TRUE
                 WHEN EN-PART1(WS-EN-SUB) > EN-PART1(WS-EN-SUB2)
                    MOVE 1 TO WS-ELO-SCORE
                 WHEN EN-PART1(WS-EN-SUB) = EN-PART1(WS-EN-SUB2)
                    MOVE 0.5 TO WS-ELO-SCORE
                 WHEN OTHER
                    MOVE ZERO TO WS-ELO-SCORE
              END-EVALUATE
              COMPUTE WS-ELO-SHARE ROUNDED = WS-ELO-K-FACTOR
                 * (WS-ELO-SCORE - WS-ELO-EXPECT) / WS-ELO-OPPONENTS
              ADD WS-ELO-SHARE TO RT-DELTA(WS-ELO-SUB)
              SUBTRACT WS-ELO-SHARE FROM RT-DELTA(WS-ELO-SUB2)
           END-IF
           .

      *
      *    POST-RATING-CHANGE APPLIES ONE ELF'S ACCUMULATED CHANGE (OR
      *    COUNTS THE MISS IF IT DIDN'T PLAY) AND DECIDES WHETHER IT
      *    STAYS ON THE LADDER.
       POST-RATING-CHANGE.
           MOVE RT-RATING(WS-ELO-SUB) TO RT-PREV-RATING(WS-ELO-SUB)
           IF RT-PLAYED(WS-ELO-SUB) THEN
              COMPUTE WS-ELO-NEW ROUNDED =
                 RT-RATING(WS-ELO-SUB) + RT-DELTA(WS-ELO-SUB)
              IF WS-ELO-NEW < ZERO THEN
                 MOVE ZERO TO WS-ELO-NEW
              END-IF
              MOVE WS-ELO-NEW TO RT-RATING(WS-ELO-SUB)
              ADD 1 TO RT-TOURNAMENTS(WS-ELO-SUB)
              MOVE ZERO TO RT-MISSED(WS-ELO-SUB)
              MOVE WS-RUN-ID TO RT-LAST-RUN-ID(WS-ELO-SUB)
              MOVE WS-ELO-DATE TO RT-LAST-DATE(WS-ELO-SUB)
           ELSE
              IF RT-MISSED(WS-ELO-SUB) < 999 THEN
                 ADD 1 TO RT-MISSED(WS-ELO-SUB)
              END-IF
           END-IF
           IF RT-TOURNAMENTS(WS-ELO-SUB) > ZERO AND
              RT-MISSED(WS-ELO-SUB) < WS-ELO-INACTIVE-MISSES THEN
              SET RT-ACTIVE(WS-ELO-SUB) TO TRUE
           ELSE
              SET RT-ACTIVE(WS-ELO-SUB) TO FALSE
           END-IF
           .

      *
      *    EDIT-RATING-COLUMNS EDITS RATING ENTRY WS-ELO-SUB FOR PRINT:
      *    THE RATING, ITS CHANGE SINCE THE LAST RUN, ITS MOVEMENT ON
      *    THE LADDER AND THE PROVISIONAL FLAG.
       EDIT-RATING-COLUMNS.
           COMPUTE WS-ELO-EDIT-RATING ROUNDED = RT-RATING(WS-ELO-SUB)
           COMPUTE WS-ELO-NEW = RT-RATING(WS-ELO-SUB)
              - RT-PREV-RATING(WS-ELO-SUB)
           COMPUTE WS-ELO-EDIT-CHANGE ROUNDED = WS-ELO-NEW
           MOVE SPACES TO WS-ELO-MOVE-TEXT
           EVALUATE TRUE
              WHEN RT-NEW-RANK(WS-ELO-SUB) = ZERO
                 MOVE 'INACTIVE' TO WS-ELO-MOVE-TEXT
              WHEN RT-RANK(WS-ELO-SUB) = ZERO
                 MOVE 'NEW' TO WS-ELO-MOVE-TEXT
              WHEN OTHER
                 COMPUTE WS-ELO-RANK-DELTA = RT-RANK(WS-ELO-SUB)
                    - RT-NEW-RANK(WS-ELO-SUB)
                 EVALUATE TRUE
                    WHEN WS-ELO-RANK-DELTA > ZERO
                       MOVE WS-ELO-RANK-DELTA TO WS-ELO-EDIT-RANK
                       STRING 'UP ' FUNCTION TRIM(WS-ELO-EDIT-RANK)
                          DELIMITED BY SIZE INTO WS-ELO-MOVE-TEXT
                    WHEN WS-ELO-RANK-DELTA < ZERO
                       COMPUTE WS-ELO-EDIT-RANK =
                          ZERO - WS-ELO-RANK-DELTA
                       STRING 'DOWN ' FUNCTION TRIM(WS-ELO-EDIT-RANK)
                          DELIMITED BY SIZE INTO WS-ELO-MOVE-TEXT
                    WHEN OTHER
                       MOVE 'SAME' TO WS-ELO-MOVE-TEXT
                 END-EVALUATE
           END-EVALUATE
           IF RT-TOURNAMENTS(WS-ELO-SUB) < WS-ELO-PROV-COUNT THEN
              MOVE 'PROV' TO WS-ELO-PROV-TEXT
           ELSE
              MOVE SPACES TO WS-ELO-PROV-TEXT
           END-IF
           .

      *
      *    WRITE-RATINGS-LADDER FOLLOWS THE LEAGUE TABLE WITH EVERY
      *    ACTIVE ELF ON THE RATING MASTER IN RATING ORDER, WHETHER OR
      *    NOT IT PLAYED TONIGHT, AND POSTS A RATING ROW PER LADDER
      *    PLACE TO THE CSV.
       WRITE-RATINGS-LADDER.
           MOVE SPACES TO LEAGUE-LINE
           PERFORM PUT-LEAGUE-LINE
           MOVE 'RATINGS LADDER' TO LEAGUE-LINE
           PERFORM PUT-LEAGUE-LINE
           MOVE 'LADDER ELF                  RATING    CHG PLAYED'
              TO LEAGUE-LINE
           MOVE 'MISSED MOVEMENT' TO LEAGUE-LINE(52:15)
           PERFORM PUT-LEAGUE-LINE
           PERFORM VARYING WS-ELO-SUB FROM 1 BY 1
              UNTIL WS-ELO-SUB > WS-RATING-COUNT
              IF RT-NEW-RANK(WS-ELO-SUB) > ZERO THEN
                 PERFORM WRITE-LADDER-DETAIL
              END-IF
           END-PERFORM
           IF WS-ELO-LADDER = ZERO THEN
              MOVE '  NO ELVES ON THE RATINGS LADDER.' TO LEAGUE-LINE
              PERFORM PUT-LEAGUE-LINE
           END-IF
           .

       WRITE-LADDER-DETAIL.
           PERFORM EDIT-RATING-COLUMNS
           MOVE RT-NEW-RANK(WS-ELO-SUB) TO WS-ELO-EDIT-RANK
           MOVE SPACES TO LEAGUE-LINE
           MOVE WS-ELO-EDIT-RANK TO LEAGUE-LINE(3:4)
           MOVE RT-ELF(WS-ELO-SUB) TO LEAGUE-LINE(8:20)
           MOVE WS-ELO-EDIT-RATING TO LEAGUE-LINE(30:5)
           MOVE WS-ELO-EDIT-CHANGE TO LEAGUE-LINE(37:5)
           MOVE RT-TOURNAMENTS(WS-ELO-SUB) TO WS-ELO-EDIT-COUNT
           MOVE WS-ELO-EDIT-COUNT TO LEAGUE-LINE(44:5)
           MOVE RT-MISSED(WS-ELO-SUB) TO WS-ELO-EDIT-RANK
           MOVE WS-ELO-EDIT-RANK TO LEAGUE-LINE(54:4)
           MOVE WS-ELO-MOVE-TEXT TO LEAGUE-LINE(59:10)
           MOVE WS-ELO-PROV-TEXT TO LEAGUE-LINE(70:4)
           PERFORM PUT-LEAGUE-LINE
           MOVE RT-NEW-RANK(WS-ELO-SUB) TO WS-EDIT-C
           MOVE SPACES TO LEAGUE-CSV-LINE
           STRING 'RATING,' WS-EDIT-C ','
              FUNCTION TRIM(RT-ELF(WS-ELO-SUB)) ','
              FUNCTION TRIM(WS-ELO-EDIT-RATING) ','
              FUNCTION TRIM(WS-ELO-EDIT-CHANGE) ','
              FUNCTION TRIM(WS-ELO-EDIT-COUNT) ','
              FUNCTION TRIM(WS-ELO-PROV-TEXT)
              DELIMITED BY SIZE INTO LEAGUE-CSV-LINE
           WRITE LEAGUE-CSV-LINE
           ADD 1 TO WS-LEAGUE-CSV-LINES
           .

      *
      *    REWRITE-RATING-MASTER WRITES THE UPDATED RATINGS TO
      *    DAY2ELO.NEW, RECORDING EACH ELF'S LADDER PLACE SO THE NEXT
      *    TOURNAMENT CAN SHOW ITS MOVEMENT.  DAY2ELO.TXT ITSELF IS
      *    ONLY REPLACED WHEN THE TOURNAMENT IS PUBLISHED.
       REWRITE-RATING-MASTER.
           OPEN OUTPUT RATING-NEW-FILE
           PERFORM VARYING WS-ELO-SUB FROM 1 BY 1
              UNTIL WS-ELO-SUB > WS-RATING-COUNT
              MOVE SPACES TO RATING-MASTER-RECORD
              MOVE RT-ELF(WS-ELO-SUB) TO ER-ELF
              MOVE RT-RATING(WS-ELO-SUB) TO ER-RATING
              MOVE RT-PREV-RATING(WS-ELO-SUB) TO ER-PREV-RATING
              MOVE RT-TOURNAMENTS(WS-ELO-SUB) TO ER-TOURNAMENTS
              MOVE RT-MISSED(WS-ELO-SUB) TO ER-MISSED
              MOVE RT-NEW-RANK(WS-ELO-SUB) TO ER-RANK
              MOVE RT-LAST-RUN-ID(WS-ELO-SUB) TO ER-LAST-RUN-ID
              MOVE RT-LAST-DATE(WS-ELO-SUB) TO ER-LAST-DATE
              WRITE RATING-NEW-RECORD FROM RATING-MASTER-RECORD
           END-PERFORM
           CLOSE RATING-NEW-FILE
           IF WS-ELO-FULL THEN
              DISPLAY 'DAY2: RATING MASTER NOT REWRITTEN - IT HOLDS '
                 'MORE ELVES THAN CAN BE CARRIED.'
           ELSE
              SET WS-ELO-NEW-WRITTEN TO TRUE
           END-IF
           .

      *
      *    PUBLISH-TOURNAMENT-FILES RENAMES THE LEAGUE TABLE AND CSV
      *    TO THEIR PUBLISHED NAMES AND MOVES THE NEW RATING MASTER
      *    INTO PLACE.  A HELD TOURNAMENT NEVER GETS HERE, SO THE LAST
      *    PUBLISHED LEAGUE AND THE RATINGS IT WAS BUILT ON SURVIVE IT.
       PUBLISH-TOURNAMENT-FILES.
           MOVE 'mv DAY2LEAG.TXT.WRK DAY2LEAG.TXT' TO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE 'mv DAY2LEAG.CSV.WRK DAY2LEAG.CSV' TO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           MOVE 'DAY2LEAG.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE 'DAY2LEAG.CSV' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-LEAGUE-CSV-LINES TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           IF WS-ELO-NEW-WRITTEN THEN
              MOVE 'mv DAY2ELO.NEW DAY2ELO.TXT' TO WS-ELO-CMD
              CALL 'SYSTEM' USING WS-ELO-CMD
              MOVE 'DAY2ELO.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-RATING-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           DISPLAY 'DAY2: LEAGUE TABLE PUBLISHED - SEE DAY2LEAG.TXT.'
           .

      *
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
              MOVE WS-RULES-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-RULE-LINE TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM AUDIT-RULES-SET
              IF WS-RULES-OK THEN
                 PERFORM ADOPT-SELECTED-RULES
      *    EACH OPPONENT CHOICE, AND THE LONGEST WIN AND LOSS STREAKS.
       WRITE-ROUND-STATISTICS.
           MOVE 'ROUND STATISTICS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-ROUNDS-PLAYED TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  ROUNDS PLAYED: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-ROUNDS-PLAYED > ZERO THEN
              MOVE WS-WIN-COUNT TO WS-EDIT-A
              COMPUTE WS-PCT ROUNDED =
              MOVE SPACES TO REPORT-LINE
              STRING '  WINS:   ' WS-EDIT-A ' (' WS-EDIT-PCT ' PCT)'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE WS-DRAW-COUNT TO WS-EDIT-A
              COMPUTE WS-PCT ROUNDED =
                 WS-DRAW-COUNT * 100 / WS-ROUNDS-PLAYED
              MOVE SPACES TO REPORT-LINE
              STRING '  DRAWS:  ' WS-EDIT-A ' (' WS-EDIT-PCT ' PCT)'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE WS-LOSS-COUNT TO WS-EDIT-A
              COMPUTE WS-PCT ROUNDED =
                 WS-LOSS-COUNT * 100 / WS-ROUNDS-PLAYED
              MOVE SPACES TO REPORT-LINE
              STRING '  LOSSES: ' WS-EDIT-A ' (' WS-EDIT-PCT ' PCT)'
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              PERFORM VARYING WS-OPP-SUB FROM 1 BY 1
                 UNTIL WS-OPP-SUB > 3
                 PERFORM WRITE-OPPONENT-BREAKDOWN
              STRING '  LONGEST WIN STREAK: ' WS-EDIT-A
                 ', LONGEST LOSS STREAK: ' WS-EDIT-B
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

           STRING '  VS OPPONENT ' WS-OPP-LETTER ': WINS ' WS-EDIT-A
              ' DRAWS ' WS-EDIT-B ' LOSSES ' WS-EDIT-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
       WRITE-SCENARIO-COMPARISON.
           MOVE 'SCENARIO COMPARISON (PRODUCTION SCHEME FIRST):'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
              UNTIL WS-SC-SUB > WS-SCENARIO-COUNT
              MOVE WS-SC-SUB TO WS-EDIT-C
                    FUNCTION TRIM(SC-RULES-NAME(WS-SC-SUB))
                    '): PART1 ' WS-EDIT-A ' PART2 ' WS-EDIT-B
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              ELSE
                 STRING '  SCENARIO ' WS-EDIT-C ' ('
                    FUNCTION TRIM(SC-RULES-NAME(WS-SC-SUB))
                    '): PART1 ' WS-EDIT-A ' PART2 ' WS-EDIT-B
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
                 COMPUTE WS-DELTA = SC-PART1-TOTAL(WS-SC-SUB)
                    - SC-PART1-TOTAL(1)
                 MOVE WS-DELTA TO WS-EDIT-DELTA
                 STRING '    VS PRODUCTION: PART1 ' WS-EDIT-DELTA
                    ' PART2 ' WS-EDIT-DELTA2
                    DELIMITED BY SIZE INTO REPORT-LINE
                 PERFORM PUT-REPORT-LINE
              END-IF
           END-PERFORM
           .
              '   ' WS-OUTCOME '  ' WS-EDIT-A '  ' WS-EDIT-B
              ' ' WS-EDIT-GAP '  ' WS-OPT-LETTER
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO CSV-LINE
           STRING 'ROUND,' WS-EDIT-C ',' OPPONENT-CHOICE ','
              PLAYER-CHOICE ',' WS-OUTCOME ',' WS-EDIT-A ','
              WS-EDIT-B ',' WS-OPT-LETTER
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
           MOVE OPPONENT-CHOICE TO RC-OCHOICE
           MOVE WS-OPT-LETTER TO RC-PCHOICE
           WRITE RECOMMEND-RECORD
           ADD 1 TO WS-RCMD-COUNT
           .

      *
       WRITE-STRATEGY-AUDIT.
           MOVE 'STRATEGY AUDIT (PRODUCTION SCHEME, PART1 SCORING):'
              TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-SUBOPT-ROUNDS TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  SUB-OPTIMAL ROUNDS: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-TOTAL-GAP TO WS-EDIT-A
           MOVE SPACES TO REPORT-LINE
           STRING '  POINTS LEFT ON THE TABLE: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
           MOVE SC-PART2-TOTAL(1) TO WS-EDIT-B
           MOVE SPACES TO REPORT-LINE
           STRING 'PART1: ' WS-EDIT-A DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART2: ' WS-EDIT-B DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' WS-EDIT-A
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' WS-EDIT-B
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE 'DAY2-ELO-K-FACTOR' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 100 THEN
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-ELO-K-FACTOR
           END-IF
           MOVE 'DAY2-ELO-INITIAL-RATING' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 100 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 3000 THEN
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-ELO-INITIAL
           END-IF
           MOVE 'DAY2-ELO-PROVISIONAL-COUNT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 0 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 99 THEN
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-ELO-PROV-COUNT
           END-IF
           MOVE 'DAY2-ELO-INACTIVE-MISSES' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 99 THEN
              MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                 TO WS-ELO-INACTIVE-MISSES
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
      *    PUT-LEAGUE-LINE WRITES LEAGUE-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-LEAGUE-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE LEAGUE-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO LEAGUE-LINE
                 WRITE LEAGUE-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE LEAGUE-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO LEAGUE-LINE
           END-IF
           WRITE LEAGUE-LINE
           .

      *
      *    WRITE-LEAGUE-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-LEAGUE-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO LEAGUE-LINE
              PERFORM PUT-LEAGUE-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.
       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY RESUBRD.

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM DAY2.
