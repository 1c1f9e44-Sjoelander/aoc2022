           FILE STATUS IS WS-TILE-FILE-STATUS.
           SELECT HMAP-FILE ASSIGN TO 'DAY8HMAP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUERY-FILE ASSIGN TO DYNAMIC WS-QUERY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUERY-FILE-STATUS.
           SELECT LOS-FILE ASSIGN TO DYNAMIC WS-LOS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONE-FILE ASSIGN TO DYNAMIC WS-ZONE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZONE-FILE-STATUS.
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
       01  TILE-INREC                  PIC X(2048).
       FD  HMAP-FILE.
       01  HMAP-LINE                   PIC X(2048).
       FD  QUERY-FILE.
       01  QUERY-RECORD                PIC X(80).
       FD  LOS-FILE.
       01  LOS-LINE                    PIC X(100).
       FD  ZONE-FILE.
       01  ZONE-RECORD                 PIC X(80).
       COPY EXCFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY ARCHCTFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01  X                           PIC S9(4) BINARY.
       01  Y                           PIC S9(4) BINARY.
      *    RUN WITH A NONZERO RETURN CODE - THE GRID CAME UP SHORT.
       01  WS-GRID-WIDTH               PIC 9(4) BINARY VALUE ZERO.
       01  WS-GRID-LINE-NUM            PIC 9(9) BINARY VALUE ZERO.
       01  WS-INDEX-LINES              PIC 9(9) BINARY VALUE ZERO.
       01  WS-CSV-LINES                PIC 9(9) BINARY VALUE ZERO.
       01  WS-BAD-ROW-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01  WS-ROW-VALID-SW             PIC X(1) VALUE 'Y'.
           88 WS-ROW-VALID                      VALUE 'Y' FALSE 'N'.
       01  WS-MAP-BAND-CH              PIC 9(1).
       01  WS-CELL-SCORE               PIC 9(18) BINARY.
       01  WS-MAP-DIV                  PIC 9(18) BINARY.
      *
      *    LINE-OF-SIGHT QUERIES: WHEN THE QUERY FILE (DAY8QRY.TXT OR
      *    DAY8-QUERIES) IS STAGED, EACH RECORD NAMES A VIEWPOINT AND
      *    A DIRECTION AS ROW,COL,DIRECTION (COMMA-DELIMITED, 1-BASED
      *    LIKE THE TILE INDEX; * IN COLUMN 1 IS A COMMENT).  THE
      *    DIRECTION IS N/S/E/W, NORTH/SOUTH/EAST/WEST, UP/DOWN/
      *    RIGHT/LEFT, OR ALL FOR THE FOUR OF THEM.  EACH IS ANSWERED
      *    BY WALKING THE SURVEYED GRID FROM THE VIEWPOINT UNTIL A
      *    TREE AT LEAST AS TALL STOPS THE VIEW OR THE EDGE IS
      *    REACHED - THE PHYSICAL SIGHT LINE, NOT CAPPED AT THE
      *    SCENIC-SCORE MAXIMUM VIEWING DISTANCE.  ANSWERS GO TO
      *    DAY8LOS.TXT; A VIEWPOINT OFF THE GRID OR AN UNREADABLE
      *    RECORD GOES TO THE SHARED EXCEPTION FILE.
       01  WS-QUERY-FILENAME           PIC X(100) VALUE
           'DAY8QRY.TXT'.
       01  WS-QUERY-FILE-STATUS        PIC X(2) VALUE '00'.
           88 FS-QUERY-FILE-OK                  VALUE '00'.
       01  WS-QUERY-EOF-SW             PIC X(1) VALUE 'N'.
           88 WS-QUERY-EOF                      VALUE 'Y' FALSE 'N'.
       01  WS-LOS-MODE-SW              PIC X(1) VALUE 'N'.
           88 WS-LOS-MODE                       VALUE 'Y' FALSE 'N'.
       01  WS-LOS-FILENAME             PIC X(100) VALUE
           'DAY8LOS.TXT.WRK'.
       01  WS-LOS-PUBLISHED            PIC X(100) VALUE
           'DAY8LOS.TXT'.
       01  WS-QRY-ROW-TEXT             PIC X(8).
       01  WS-QRY-COL-TEXT             PIC X(8).
       01  WS-QRY-DIR-TEXT             PIC X(8).
       01  WS-QRY-ROW                  PIC S9(4) BINARY.
       01  WS-QRY-COL                  PIC S9(4) BINARY.
       01  WS-QRY-DIR                  PIC X(1).
           88 WS-QRY-DIR-NORTH                  VALUE 'N'.
           88 WS-QRY-DIR-SOUTH                  VALUE 'S'.
           88 WS-QRY-DIR-EAST                   VALUE 'E'.
           88 WS-QRY-DIR-WEST                   VALUE 'W'.
           88 WS-QRY-DIR-ALL                    VALUE 'A'.
           88 WS-QRY-DIR-VALID                  VALUE 'N' 'S' 'E'
                                                      'W' 'A'.
       01  WS-QRY-DIR-NAME             PIC X(5).
       01  WS-QRY-STEP-ROW             PIC S9(4) BINARY.
       01  WS-QRY-STEP-COL             PIC S9(4) BINARY.
       01  WS-QRY-AT-ROW               PIC S9(4) BINARY.
       01  WS-QRY-AT-COL               PIC S9(4) BINARY.
       01  WS-QRY-DIST                 PIC 9(4) BINARY.
       01  WS-QRY-BLOCKED-SW           PIC X(1) VALUE 'N'.
           88 WS-QRY-BLOCKED                    VALUE 'Y' FALSE 'N'.
       01  WS-QRY-LINE-NUM             PIC 9(9) BINARY VALUE ZERO.
       01  WS-QRY-READ-COUNT           PIC 9(9) BINARY VALUE ZERO.
       01  WS-QRY-ANSWER-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01  WS-QRY-REJECT-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01  WS-QRY-EDGE-COUNT           PIC 9(9) BINARY VALUE ZERO.
      *
      *    NAMED SURVEY ZONES: WHEN THE ZONE FILE (DAY8ZONE.TXT OR
      *    DAY8-ZONES) IS STAGED, EACH RECORD NAMES ONE RECTANGULAR
      *    COMPARTMENT AS NAME,ROWFROM-ROWTO,COLFROM-COLTO (FOR
      *    EXAMPLE "NORTH RIDGE,1-60,1-200"; * IN COLUMN 1 IS A
      *    COMMENT).  EACH ZONE GETS ITS OWN FIGURES IN THE REPORT
      *    AND A ZONE ROW IN THE CSV.  A ZONE RUNNING PAST THE GRID IS
      *    CLIPPED TO IT, ONE ENTIRELY OUTSIDE IS NOT SURVEYED, AND
      *    ZONES WHOSE DECLARED RECTANGLES OVERLAP ARE LISTED - ALL
      *    THREE ARE REPORTED, THE FIRST TWO ALSO AS EXCEPTIONS.
       01  WS-ZONE-FILENAME            PIC X(100) VALUE
           'DAY8ZONE.TXT'.
       01  WS-ZONE-FILE-STATUS         PIC X(2) VALUE '00'.
           88 FS-ZONE-FILE-OK                   VALUE '00'.
       01  WS-ZONE-EOF-SW              PIC X(1) VALUE 'N'.
           88 WS-ZONE-EOF                       VALUE 'Y' FALSE 'N'.
       01  WS-ZONE-COUNT               PIC 9(4) BINARY VALUE ZERO.
       01  WS-ZONE-SUB                 PIC 9(4) BINARY.
       01  WS-ZONE-SUB-2               PIC 9(4) BINARY.
       01  WS-ZONE-LINE-NUM            PIC 9(9) BINARY VALUE ZERO.
       01  WS-ZONE-REJECT-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01  WS-ZONE-OVERLAP-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01  WS-ZONE-NAME-TEXT           PIC X(30).
       01  WS-ZONE-ROWS-TEXT           PIC X(20).
       01  WS-ZONE-COLS-TEXT           PIC X(20).
       01  WS-ZONE-R1-TEXT             PIC X(8).
       01  WS-ZONE-R2-TEXT             PIC X(8).
       01  WS-ZONE-C1-TEXT             PIC X(8).
       01  WS-ZONE-C2-TEXT             PIC X(8).
       01  ZONE-TABLE.
           02  ZONE-ENTRY OCCURS 100 TIMES.
               05 ZN-NAME              PIC X(20).
               05 ZN-ROW-FROM          PIC 9(4) BINARY.
               05 ZN-ROW-TO            PIC 9(4) BINARY.
               05 ZN-COL-FROM          PIC 9(4) BINARY.
               05 ZN-COL-TO            PIC 9(4) BINARY.
               05 ZN-R1                PIC 9(4) BINARY.
               05 ZN-R2                PIC 9(4) BINARY.
               05 ZN-C1                PIC 9(4) BINARY.
               05 ZN-C2                PIC 9(4) BINARY.
               05 ZN-STATUS            PIC X(1).
                  88 ZN-INSIDE                  VALUE 'I'.
                  88 ZN-CLIPPED                 VALUE 'C'.
                  88 ZN-OUTSIDE                 VALUE 'X'.
               05 ZN-TREES             PIC 9(9) BINARY.
               05 ZN-VISIBLE           PIC 9(9) BINARY.
               05 ZN-HEIGHT-SUM        PIC 9(12) BINARY.
               05 ZN-MAX-HEIGHT        PIC 9(1).
               05 ZN-BEST-SCORE        PIC 9(18) BINARY.
               05 ZN-BEST-ROW          PIC 9(4) BINARY.
               05 ZN-BEST-COL          PIC 9(4) BINARY.
               05 ZN-SITES             PIC 9(4) BINARY.
       01  WS-ZONE-PCT                 PIC 9(3)V9.
       01  WS-ZONE-AVG                 PIC 9(1)V99.
       01  WS-EDIT-ZONE-PCT            PIC ZZ9.9.
       01  WS-EDIT-ZONE-AVG            PIC 9.99.
       01  WS-CSV-ZONE-PCT             PIC 9(3).9.
       01  WS-CSV-ZONE-AVG             PIC 9.99.
       01  WS-CSV-ZONE-ROW             PIC 9(4).
       01  WS-CSV-ZONE-COL             PIC 9(4).
       01  WS-CSV-ZONE-SITES           PIC 9(4).
       01  WS-CSV-ZONE-VIS             PIC 9(9).
       01  WS-INPUT-FILENAME           PIC X(100) VALUE 'input.txt'.
       01 WS-REPORT-FILENAME         PIC X(100) VALUE
           'DAY8RPT.TXT'.
       01  WS-PUBLISH-CMD              PIC X(250).
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
           MOVE 'DAY8' TO WS-DSU-PROGRAM-ID
           MOVE 'DAY8' TO WS-EXC-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'DAY8' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM APPLY-CONFIG-PARMS
           PERFORM GET-MAX-VIEW-DIST
           PERFORM GET-SITE-TOP-N
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              IF FS-SUCCESS THEN
                 MOVE WS-INPUT-FILENAME TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-GRID-LINE-NUM TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
      *       A SHORT, ROW-SHIFTED GRID MUST NEVER BE SWEPT - THE
      *       SAME REFUSAL THE TILE PATH MAKES IN CHECK-ASSEMBLED-
      *       GRID.  ZEROING I SKIPS THE SWEEPS AND THE MAP RENDER,
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'DAY8' TO WS-PG-PROGRAM-ID
           MOVE 'PER-TREE SCENIC SCORES' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING 'RUNID,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES

           IF I > ZERO THEN
           IF WS-TILE-MODE THEN
              PERFORM WRITE-DELTA-SUMMARY
           END-IF
           PERFORM WRITE-MAP-FILES
           PERFORM RUN-LOS-QUERIES
           PERFORM WRITE-ZONE-SUMMARY
           END-IF

           IF I = ZERO THEN
           PERFORM WRITE-VISIBILITY-SUMMARY
           PERFORM WRITE-SITE-RECOMMENDATIONS

           MOVE 1 TO WS-PG-RPT
           MOVE 'GRID ROWS READ' TO WS-PG-COUNT-LABEL
           MOVE MAX-Y TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'INVALID ROWS' TO WS-PG-COUNT-LABEL
           MOVE WS-BAD-ROW-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           IF WS-ZONE-COUNT > ZERO OR WS-ZONE-REJECT-COUNT > ZERO THEN
              MOVE 'ZONES REPORTED' TO WS-PG-COUNT-LABEL
              MOVE WS-ZONE-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
              MOVE 'ZONES REJECTED' TO WS-PG-COUNT-LABEL
              MOVE WS-ZONE-REJECT-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE
           CLOSE CSV-FILE

           MOVE 'DAY8' TO RL-PROGRAM-ID
           MOVE MAX-Y TO WS-RUN-LOG-RECORDS-READ
           IF FS-SUCCESS AND RETURN-CODE = ZERO THEN
              MOVE 'DAY8' TO WS-QG-PROGRAM-ID
              COMPUTE WS-QG-RECORDS = MAX-Y + WS-BAD-ROW-COUNT
              MOVE WS-BAD-ROW-COUNT TO WS-QG-REJECTS
              PERFORM CHECK-QUALITY-GATE
           END-IF
           IF FS-SUCCESS AND RETURN-CODE = ZERO AND NOT WS-QG-HELD THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              PERFORM PUBLISH-OUTPUT-FILES
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

                    AT END
                       SET WS-TILE-INDEX-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-INDEX-LINES
                       PERFORM PLACE-ONE-TILE
                 END-READ
              END-PERFORM
              CLOSE TILE-INDEX-FILE
              MOVE WS-TILE-INDEX-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-INDEX-LINES TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              PERFORM CHECK-ASSEMBLED-GRID
           END-IF
           .
                 END-READ
              END-PERFORM
              CLOSE TILE-FILE
              MOVE WS-TILE-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-TILE-R TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

              ' UP=' WS-EDIT-D ' DOWN=' WS-EDIT-E
              ' LEFT=' WS-EDIT-F ' RIGHT=' WS-EDIT-G
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE X TO WS-CSV-ROW
           MOVE Y TO WS-CSV-COL
           MOVE SCORE TO WS-CSV-SCORE
              WS-CSV-DOWN ',' WS-CSV-LEFT ',' WS-CSV-RIGHT
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
      *    DAY8_YYYYMMDD_HHMMSS.DAT), LOADS THAT GRID AND CAPTURES
      *    EVERY TREE'S HEIGHT, SCENIC SCORE AND VISIBILITY FOR THE
      *    DELTA COMPARISON.  ANY FAILURE JUST SWITCHES DELTA MODE
      *    OFF SO THE MAIN SURVEY STILL RUNS.  THE NAME-LIST FILE IS
      *    SCRATCH, SO ONLY THE ARCHIVED GRID ITSELF GOES ON THE
      *    DATASET USAGE LOG.
       LOAD-PRIOR-SURVEY.
           MOVE SPACES TO WS-DELTA-CMD
           STRING 'ls ' FUNCTION TRIM(WS-ARCHIVE-DIR)
                 END-READ
              END-PERFORM
              CLOSE PRIOR-GRID-FILE
              MOVE WS-PRIOR-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-PRIOR-ROW-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-PRIOR-ROW-COUNT = ZERO THEN
                 DISPLAY 'DAY8: PRIOR SURVEY '
                    FUNCTION TRIM(WS-PRIOR-FILENAME)
      *    WITHIN THE OVERLAPPING REGION.
       START-DELTA-REPORT.
           OPEN OUTPUT DELTA-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'DAY8' TO WS-PG-PROGRAM-ID
           MOVE 'SURVEY DELTA REPORT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO DELTA-LINE
           STRING 'PRIOR SURVEY: '
              FUNCTION TRIM(WS-PRIOR-FILENAME)
              DELIMITED BY SIZE INTO DELTA-LINE
           PERFORM PUT-DELTA-LINE
           IF MAX-Y NOT = WS-PRIOR-MAX-Y
              OR MAX-X NOT = WS-PRIOR-MAX-X THEN
              MOVE WS-PRIOR-MAX-Y TO WS-EDIT-A
              STRING 'NOTE: GRID DIMENSIONS CHANGED FROM '
                 WS-EDIT-A ' X ' WS-EDIT-B
                 DELIMITED BY SIZE INTO DELTA-LINE
              PERFORM PUT-DELTA-LINE
              MOVE MAX-Y TO WS-EDIT-A
              MOVE MAX-X TO WS-EDIT-B
              MOVE SPACES TO DELTA-LINE
              STRING '      TO ' WS-EDIT-A ' X ' WS-EDIT-B
                 ' - ONLY THE OVERLAPPING REGION IS COMPARED.'
                 DELIMITED BY SIZE INTO DELTA-LINE
              PERFORM PUT-DELTA-LINE
           END-IF
           PERFORM COMPARE-HEIGHT-DELTAS
           .
                       ': HEIGHT ' PRIOR-HGT(X, Y) ' -> '
                       TREE-XY(X, Y)
                       DELIMITED BY SIZE INTO DELTA-LINE
                    PERFORM PUT-DELTA-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
                 STRING 'ROW ' WS-EDIT-A ', COLUMN ' WS-EDIT-B
                    ': BECAME VISIBLE'
                    DELIMITED BY SIZE INTO DELTA-LINE
                 PERFORM PUT-DELTA-LINE
              END-IF
              IF WS-SITE-VIS-SW = 'N' AND PRIOR-VIS(X, Y) = 'Y' THEN
                 ADD 1 TO WS-VIS-CHANGE-COUNT
                 STRING 'ROW ' WS-EDIT-A ', COLUMN ' WS-EDIT-B
                    ': BECAME HIDDEN'
                    DELIMITED BY SIZE INTO DELTA-LINE
                 PERFORM PUT-DELTA-LINE
              END-IF
              COMPUTE WS-SCORE-MOVE = SCORE - PRIOR-SCORE(X, Y)
              IF WS-SCORE-MOVE > WS-DELTA-THRESHOLD
                 STRING 'ROW ' WS-EDIT-A ', COLUMN ' WS-EDIT-B
                    ': SCENIC SCORE MOVED BY ' WS-EDIT-MOVE
                    DELIMITED BY SIZE INTO DELTA-LINE
                 PERFORM PUT-DELTA-LINE
              END-IF
           END-IF
           .
              WS-EDIT-B ' VISIBILITY CHANGE(S), '
              WS-EDIT-C ' SCORE MOVE(S) OVER THRESHOLD'
              DELIMITED BY SIZE INTO DELTA-LINE
           PERFORM PUT-DELTA-LINE
           MOVE 2 TO WS-PG-RPT
           MOVE 'GRID ROWS READ' TO WS-PG-COUNT-LABEL
           MOVE MAX-Y TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'HEIGHT CHANGES' TO WS-PG-COUNT-LABEL
           MOVE WS-HGT-CHANGE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'VISIBILITY CHANGES' TO WS-PG-COUNT-LABEL
           MOVE WS-VIS-CHANGE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SCORE MOVES OVER THRESHOLD' TO WS-PG-COUNT-LABEL
           MOVE WS-SCORE-CHANGE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-DELTA-FOOTER
           CLOSE DELTA-FILE
           MOVE 'DAY8DLTA.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

      *
           END-PERFORM
           CLOSE VMAP-FILE
           CLOSE HMAP-FILE
           MOVE 'DAY8VMAP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE MAX-Y TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE 'DAY8HMAP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE MAX-Y TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'DAY8: VISIBILITY AND SCENIC HEAT MAPS WRITTEN '
              'TO DAY8VMAP.TXT AND DAY8HMAP.TXT.'
           .
           WRITE HMAP-LINE
           .

      *
      *    RUN-LOS-QUERIES ANSWERS THE LINE-OF-SIGHT QUERY FILE, IF
      *    ONE IS STAGED, AGAINST THE GRID JUST SURVEYED.  NO QUERY
      *    FILE IS THE NORMAL CASE AND PRODUCES NO DAY8LOS.TXT.
       RUN-LOS-QUERIES.
           OPEN INPUT QUERY-FILE
           IF FS-QUERY-FILE-OK THEN
              SET WS-LOS-MODE TO TRUE
              OPEN OUTPUT LOS-FILE
              MOVE 3 TO WS-PG-RPT
              MOVE 'DAY8' TO WS-PG-PROGRAM-ID
              MOVE 'LINE-OF-SIGHT QUERIES' TO WS-PG-TITLE
              PERFORM START-REPORT-PAGES
              PERFORM UNTIL WS-QUERY-EOF
                 READ QUERY-FILE
                    AT END
                       SET WS-QUERY-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-QRY-LINE-NUM
                       PERFORM ANSWER-LOS-QUERY
                 END-READ
              END-PERFORM
              CLOSE QUERY-FILE
              MOVE WS-QUERY-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-QRY-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-QRY-ANSWER-COUNT TO WS-EDIT-A
              MOVE WS-QRY-EDGE-COUNT TO WS-EDIT-B
              MOVE SPACES TO LOS-LINE
              STRING 'SIGHT LINES ANSWERED: ' WS-EDIT-A
                 '   REACHING THE EDGE: ' WS-EDIT-B
                 DELIMITED BY SIZE INTO LOS-LINE
              PERFORM PUT-LOS-LINE
              MOVE 3 TO WS-PG-RPT
              MOVE 'QUERIES READ' TO WS-PG-COUNT-LABEL
              MOVE WS-QRY-READ-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
              MOVE 'SIGHT LINES ANSWERED' TO WS-PG-COUNT-LABEL
              MOVE WS-QRY-ANSWER-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
              MOVE 'QUERIES REJECTED' TO WS-PG-COUNT-LABEL
              MOVE WS-QRY-REJECT-COUNT TO WS-PG-COUNT-VALUE
              PERFORM ADD-REPORT-COUNT
              PERFORM WRITE-LOS-FOOTER
              CLOSE LOS-FILE
              IF WS-QRY-REJECT-COUNT > ZERO THEN
                 DISPLAY 'DAY8: ' WS-QRY-REJECT-COUNT ' LINE-OF-SIGHT '
                    'QUERY(IES) REJECTED - SEE THE EXCEPTION FILE.'
              END-IF
           END-IF
           .

      *
      *    ANSWER-LOS-QUERY PARSES ONE QUERY RECORD, SCREENS IT AND
      *    ITS VIEWPOINT AGAINST THE GRID, AND ANSWERS IT.  BLANK AND
      *    COMMENT RECORDS ARE PASSED BY.
       ANSWER-LOS-QUERY.
           IF QUERY-RECORD NOT = SPACES AND
              QUERY-RECORD(1:1) NOT = '*' THEN
              ADD 1 TO WS-QRY-READ-COUNT
              PERFORM PARSE-LOS-QUERY
              EVALUATE TRUE
                 WHEN FUNCTION TEST-NUMVAL(WS-QRY-ROW-TEXT) NOT = ZERO
                 WHEN FUNCTION TEST-NUMVAL(WS-QRY-COL-TEXT) NOT = ZERO
                 WHEN NOT WS-QRY-DIR-VALID
                    PERFORM REJECT-LOS-QUERY-FORMAT
                 WHEN FUNCTION NUMVAL(WS-QRY-ROW-TEXT) < 1
                 WHEN FUNCTION NUMVAL(WS-QRY-ROW-TEXT) > MAX-Y
                 WHEN FUNCTION NUMVAL(WS-QRY-COL-TEXT) < 1
                 WHEN FUNCTION NUMVAL(WS-QRY-COL-TEXT) > MAX-X
                    PERFORM REJECT-LOS-QUERY-POINT
                 WHEN OTHER
                    PERFORM ANSWER-LOS-DIRECTIONS
              END-EVALUATE
           END-IF
           .

      *
      *    PARSE-LOS-QUERY SPLITS THE QUERY RECORD INTO ITS ROW,
      *    COLUMN AND DIRECTION, NORMALISING THE DIRECTION TO N/S/E/W
      *    (A FOR ALL, SPACE WHEN IT IS NOT RECOGNISED).
       PARSE-LOS-QUERY.
           MOVE SPACES TO WS-QRY-ROW-TEXT
           MOVE SPACES TO WS-QRY-COL-TEXT
           MOVE SPACES TO WS-QRY-DIR-TEXT
           UNSTRING QUERY-RECORD DELIMITED BY ','
              INTO WS-QRY-ROW-TEXT WS-QRY-COL-TEXT WS-QRY-DIR-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-QRY-DIR-TEXT))
              TO WS-QRY-DIR-TEXT
           EVALUATE WS-QRY-DIR-TEXT
              WHEN 'N'
              WHEN 'NORTH'
              WHEN 'UP'
                 MOVE 'N' TO WS-QRY-DIR
              WHEN 'S'
              WHEN 'SOUTH'
              WHEN 'DOWN'
                 MOVE 'S' TO WS-QRY-DIR
              WHEN 'E'
              WHEN 'EAST'
              WHEN 'RIGHT'
                 MOVE 'E' TO WS-QRY-DIR
              WHEN 'W'
              WHEN 'WEST'
              WHEN 'LEFT'
                 MOVE 'W' TO WS-QRY-DIR
              WHEN 'ALL'
                 MOVE 'A' TO WS-QRY-DIR
              WHEN OTHER
                 MOVE SPACE TO WS-QRY-DIR
           END-EVALUATE
           .

      *
      *    REJECT-LOS-QUERY-FORMAT SENDS A QUERY RECORD THAT IS NOT
      *    ROW,COL,DIRECTION TO THE SHARED EXCEPTION FILE.
       REJECT-LOS-QUERY-FORMAT.
           ADD 1 TO WS-QRY-REJECT-COUNT
           MOVE WS-QRY-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE 'LINE-OF-SIGHT QUERY IS NOT ROW,COL,DIRECTION'
              TO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    REJECT-LOS-QUERY-POINT SENDS A QUERY WHOSE VIEWPOINT LIES
      *    OUTSIDE THE SURVEYED GRID TO THE SHARED EXCEPTION FILE.
       REJECT-LOS-QUERY-POINT.
           ADD 1 TO WS-QRY-REJECT-COUNT
           MOVE WS-QRY-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE MAX-Y TO WS-EDIT-D
           MOVE MAX-X TO WS-EDIT-E
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING 'QUERY POINT ROW ' FUNCTION TRIM(WS-QRY-ROW-TEXT)
              ', COLUMN ' FUNCTION TRIM(WS-QRY-COL-TEXT)
              ' IS OUTSIDE THE ' FUNCTION TRIM(WS-EDIT-D) ' X '
              FUNCTION TRIM(WS-EDIT-E) ' GRID'
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    ANSWER-LOS-DIRECTIONS TRACES THE SIGHT LINE ASKED FOR, OR
      *    ALL FOUR FOR AN ALL QUERY.
       ANSWER-LOS-DIRECTIONS.
           COMPUTE WS-QRY-ROW = FUNCTION NUMVAL(WS-QRY-ROW-TEXT)
           COMPUTE WS-QRY-COL = FUNCTION NUMVAL(WS-QRY-COL-TEXT)
           IF WS-QRY-DIR-ALL THEN
              MOVE 'N' TO WS-QRY-DIR
              PERFORM TRACE-SIGHT-LINE
              MOVE 'S' TO WS-QRY-DIR
              PERFORM TRACE-SIGHT-LINE
              MOVE 'E' TO WS-QRY-DIR
              PERFORM TRACE-SIGHT-LINE
              MOVE 'W' TO WS-QRY-DIR
              PERFORM TRACE-SIGHT-LINE
           ELSE
              PERFORM TRACE-SIGHT-LINE
           END-IF
           .

      *
      *    TRACE-SIGHT-LINE WALKS FROM THE VIEWPOINT IN WS-QRY-DIR ONE
      *    TREE AT A TIME.  THE FIRST TREE AT LEAST AS TALL AS THE
      *    VIEWPOINT STOPS THE VIEW AND IS REPORTED AS THE BLOCKER;
      *    WALKING OFF THE GRID MEANS THE EDGE IS IN VIEW.  THE
      *    VIEWING DISTANCE COUNTS THE TREES SEEN, THE BLOCKER
      *    INCLUDED - THE SAME MEASURE THE SCENIC SCORES USE.
       TRACE-SIGHT-LINE.
           MOVE ZERO TO WS-QRY-STEP-ROW
           MOVE ZERO TO WS-QRY-STEP-COL
           EVALUATE TRUE
              WHEN WS-QRY-DIR-NORTH
                 MOVE -1 TO WS-QRY-STEP-ROW
                 MOVE 'NORTH' TO WS-QRY-DIR-NAME
              WHEN WS-QRY-DIR-SOUTH
                 MOVE 1 TO WS-QRY-STEP-ROW
                 MOVE 'SOUTH' TO WS-QRY-DIR-NAME
              WHEN WS-QRY-DIR-EAST
                 MOVE 1 TO WS-QRY-STEP-COL
                 MOVE 'EAST' TO WS-QRY-DIR-NAME
              WHEN WS-QRY-DIR-WEST
                 MOVE -1 TO WS-QRY-STEP-COL
                 MOVE 'WEST' TO WS-QRY-DIR-NAME
           END-EVALUATE
           MOVE ZERO TO WS-QRY-DIST
           SET WS-QRY-BLOCKED TO FALSE
           COMPUTE WS-QRY-AT-ROW = WS-QRY-ROW + WS-QRY-STEP-ROW
           COMPUTE WS-QRY-AT-COL = WS-QRY-COL + WS-QRY-STEP-COL
           PERFORM UNTIL WS-QRY-BLOCKED
              OR WS-QRY-AT-ROW < 1 OR WS-QRY-AT-ROW > MAX-Y
              OR WS-QRY-AT-COL < 1 OR WS-QRY-AT-COL > MAX-X
              ADD 1 TO WS-QRY-DIST
              IF TREE-XY(WS-QRY-AT-ROW, WS-QRY-AT-COL) >=
                 TREE-XY(WS-QRY-ROW, WS-QRY-COL) THEN
                 SET WS-QRY-BLOCKED TO TRUE
              ELSE
                 ADD WS-QRY-STEP-ROW TO WS-QRY-AT-ROW
                 ADD WS-QRY-STEP-COL TO WS-QRY-AT-COL
              END-IF
           END-PERFORM
           ADD 1 TO WS-QRY-ANSWER-COUNT
           MOVE WS-QRY-ROW TO WS-EDIT-D
           MOVE WS-QRY-COL TO WS-EDIT-E
           MOVE WS-QRY-DIST TO WS-EDIT-F
           MOVE SPACES TO LOS-LINE
           IF WS-QRY-BLOCKED THEN
              MOVE WS-QRY-AT-ROW TO WS-EDIT-G
              MOVE WS-QRY-AT-COL TO WS-EDIT-COL
              STRING 'ROW ' WS-EDIT-D ', COLUMN ' WS-EDIT-E
                 ' (HEIGHT ' TREE-XY(WS-QRY-ROW, WS-QRY-COL) ') '
                 WS-QRY-DIR-NAME ': DISTANCE ' WS-EDIT-F
                 ' - BLOCKED BY ROW ' WS-EDIT-G ', COLUMN '
                 WS-EDIT-COL ' HEIGHT '
                 TREE-XY(WS-QRY-AT-ROW, WS-QRY-AT-COL)
                 DELIMITED BY SIZE INTO LOS-LINE
           ELSE
              ADD 1 TO WS-QRY-EDGE-COUNT
              STRING 'ROW ' WS-EDIT-D ', COLUMN ' WS-EDIT-E
                 ' (HEIGHT ' TREE-XY(WS-QRY-ROW, WS-QRY-COL) ') '
                 WS-QRY-DIR-NAME ': DISTANCE ' WS-EDIT-F
                 ' - EDGE REACHED'
                 DELIMITED BY SIZE INTO LOS-LINE
           END-IF
           PERFORM PUT-LOS-LINE
           .

      *
      *    WRITE-ZONE-SUMMARY LOADS THE ZONE FILE, IF ONE IS STAGED,
      *    WORKS OUT EACH ZONE'S FIGURES FROM THE SURVEYED GRID AND
      *    THE SETTLED SITE SHORTLIST, AND WRITES THE ZONE SECTION OF
      *    THE REPORT AND THE ZONE ROWS OF THE CSV.  NO ZONE FILE IS
      *    THE NORMAL CASE AND ADDS NOTHING.
       WRITE-ZONE-SUMMARY.
           OPEN INPUT ZONE-FILE
           IF FS-ZONE-FILE-OK THEN
              PERFORM UNTIL WS-ZONE-EOF
                 READ ZONE-FILE
                    AT END
                       SET WS-ZONE-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ZONE-LINE-NUM
                       PERFORM LOAD-ZONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE ZONE-FILE
              MOVE WS-ZONE-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-ZONE-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE 'SURVEY ZONES:' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                 UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                 PERFORM CLIP-ZONE-TO-GRID
                 IF NOT ZN-OUTSIDE(WS-ZONE-SUB) THEN
                    PERFORM COMPUTE-ZONE-STATS
                 END-IF
                 PERFORM WRITE-ZONE-DETAIL
              END-PERFORM
              PERFORM WRITE-ZONE-OVERLAPS
           END-IF
           .

      *
      *    LOAD-ZONE-RECORD PARSES ONE ZONE RECORD INTO ZONE-TABLE.
      *    A RECORD THAT IS NOT NAME,ROWFROM-ROWTO,COLFROM-COLTO WITH
      *    EACH RANGE ASCENDING FROM 1 IS REJECTED TO THE SHARED
      *    EXCEPTION FILE.
       LOAD-ZONE-RECORD.
           IF ZONE-RECORD NOT = SPACES AND
              ZONE-RECORD(1:1) NOT = '*' THEN
              MOVE SPACES TO WS-ZONE-NAME-TEXT
              MOVE SPACES TO WS-ZONE-ROWS-TEXT
              MOVE SPACES TO WS-ZONE-COLS-TEXT
              MOVE SPACES TO WS-ZONE-R1-TEXT WS-ZONE-R2-TEXT
              MOVE SPACES TO WS-ZONE-C1-TEXT WS-ZONE-C2-TEXT
              UNSTRING ZONE-RECORD DELIMITED BY ','
                 INTO WS-ZONE-NAME-TEXT WS-ZONE-ROWS-TEXT
                      WS-ZONE-COLS-TEXT
              UNSTRING WS-ZONE-ROWS-TEXT DELIMITED BY '-'
                 INTO WS-ZONE-R1-TEXT WS-ZONE-R2-TEXT
              UNSTRING WS-ZONE-COLS-TEXT DELIMITED BY '-'
                 INTO WS-ZONE-C1-TEXT WS-ZONE-C2-TEXT
              EVALUATE TRUE
                 WHEN WS-ZONE-NAME-TEXT = SPACES
                 WHEN FUNCTION TEST-NUMVAL(WS-ZONE-R1-TEXT) NOT = ZERO
                 WHEN FUNCTION TEST-NUMVAL(WS-ZONE-R2-TEXT) NOT = ZERO
                 WHEN FUNCTION TEST-NUMVAL(WS-ZONE-C1-TEXT) NOT = ZERO
                 WHEN FUNCTION TEST-NUMVAL(WS-ZONE-C2-TEXT) NOT = ZERO
                    PERFORM REJECT-ZONE-RECORD
                 WHEN FUNCTION NUMVAL(WS-ZONE-R1-TEXT) < 1
                 WHEN FUNCTION NUMVAL(WS-ZONE-C1-TEXT) < 1
                 WHEN FUNCTION NUMVAL(WS-ZONE-R2-TEXT) > 9999
                 WHEN FUNCTION NUMVAL(WS-ZONE-C2-TEXT) > 9999
                 WHEN FUNCTION NUMVAL(WS-ZONE-R1-TEXT) >
                      FUNCTION NUMVAL(WS-ZONE-R2-TEXT)
                 WHEN FUNCTION NUMVAL(WS-ZONE-C1-TEXT) >
                      FUNCTION NUMVAL(WS-ZONE-C2-TEXT)
                    PERFORM REJECT-ZONE-RECORD
                 WHEN WS-ZONE-COUNT >= 100
                    DISPLAY 'DAY8: MORE THAN 100 SURVEY ZONES - ZONE '
                       'RECORD ' WS-ZONE-LINE-NUM ' NOT LOADED.'
                    PERFORM REJECT-ZONE-RECORD
                 WHEN OTHER
                    ADD 1 TO WS-ZONE-COUNT
                    MOVE FUNCTION TRIM(WS-ZONE-NAME-TEXT)
                       TO ZN-NAME(WS-ZONE-COUNT)
                    COMPUTE ZN-ROW-FROM(WS-ZONE-COUNT) =
                       FUNCTION NUMVAL(WS-ZONE-R1-TEXT)
                    COMPUTE ZN-ROW-TO(WS-ZONE-COUNT) =
                       FUNCTION NUMVAL(WS-ZONE-R2-TEXT)
                    COMPUTE ZN-COL-FROM(WS-ZONE-COUNT) =
                       FUNCTION NUMVAL(WS-ZONE-C1-TEXT)
                    COMPUTE ZN-COL-TO(WS-ZONE-COUNT) =
                       FUNCTION NUMVAL(WS-ZONE-C2-TEXT)
              END-EVALUATE
           END-IF
           .

       REJECT-ZONE-RECORD.
           ADD 1 TO WS-ZONE-REJECT-COUNT
           MOVE WS-ZONE-LINE-NUM TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE 'ZONE RECORD IS NOT NAME,ROWFROM-ROWTO,COLFROM-COLTO'
              TO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           .

      *
      *    CLIP-ZONE-TO-GRID CLIPS ZONE WS-ZONE-SUB TO THE SURVEYED
      *    GRID, MARKING IT INSIDE, CLIPPED OR OUTSIDE.  A CLIPPED OR
      *    OUTSIDE ZONE IS ALSO RAISED AS A WARNING EXCEPTION - THE
      *    COMPARTMENT MAP AND THE SURVEY DISAGREE.
       CLIP-ZONE-TO-GRID.
           MOVE ZN-ROW-FROM(WS-ZONE-SUB) TO ZN-R1(WS-ZONE-SUB)
           MOVE ZN-ROW-TO(WS-ZONE-SUB) TO ZN-R2(WS-ZONE-SUB)
           MOVE ZN-COL-FROM(WS-ZONE-SUB) TO ZN-C1(WS-ZONE-SUB)
           MOVE ZN-COL-TO(WS-ZONE-SUB) TO ZN-C2(WS-ZONE-SUB)
           SET ZN-INSIDE(WS-ZONE-SUB) TO TRUE
           IF ZN-ROW-FROM(WS-ZONE-SUB) > MAX-Y OR
              ZN-COL-FROM(WS-ZONE-SUB) > MAX-X THEN
              SET ZN-OUTSIDE(WS-ZONE-SUB) TO TRUE
           ELSE
              IF ZN-ROW-TO(WS-ZONE-SUB) > MAX-Y THEN
                 MOVE MAX-Y TO ZN-R2(WS-ZONE-SUB)
                 SET ZN-CLIPPED(WS-ZONE-SUB) TO TRUE
              END-IF
              IF ZN-COL-TO(WS-ZONE-SUB) > MAX-X THEN
                 MOVE MAX-X TO ZN-C2(WS-ZONE-SUB)
                 SET ZN-CLIPPED(WS-ZONE-SUB) TO TRUE
              END-IF
           END-IF
           IF NOT ZN-INSIDE(WS-ZONE-SUB) THEN
              MOVE ZERO TO WS-EXC-LINE-NUM
              MOVE 'W' TO WS-EXC-SEVERITY
              MOVE SPACES TO WS-EXC-MESSAGE
              IF ZN-OUTSIDE(WS-ZONE-SUB) THEN
                 STRING 'ZONE ' FUNCTION TRIM(ZN-NAME(WS-ZONE-SUB))
                    ' LIES OUTSIDE THE SURVEY GRID - NOT SURVEYED'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              ELSE
                 STRING 'ZONE ' FUNCTION TRIM(ZN-NAME(WS-ZONE-SUB))
                    ' RUNS PAST THE SURVEY GRID - CLIPPED'
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
              END-IF
              PERFORM WRITE-EXCEPTION
           END-IF
           .

      *
      *    COMPUTE-ZONE-STATS WALKS THE ZONE'S CELLS: TREE COUNT,
      *    VISIBLE TREES (EDGE TREES ALWAYS, INTERIOR TREES UNLESS
      *    BLOCKED IN ALL FOUR DIRECTIONS), HEIGHT TOTAL AND MAXIMUM,
      *    AND THE BEST SCENIC SCORE - THE FIRST IN ROW-MAJOR ORDER
      *    ON A TIE, AS THE SITE SHORTLIST BREAKS TIES.  THE ZONE'S
      *    SITES ARE THE SHORTLIST ENTRIES THAT FALL INSIDE IT.
       COMPUTE-ZONE-STATS.
           MOVE ZERO TO ZN-TREES(WS-ZONE-SUB) ZN-VISIBLE(WS-ZONE-SUB)
           MOVE ZERO TO ZN-HEIGHT-SUM(WS-ZONE-SUB)
           MOVE ZERO TO ZN-MAX-HEIGHT(WS-ZONE-SUB)
           MOVE ZERO TO ZN-BEST-SCORE(WS-ZONE-SUB)
           MOVE ZN-R1(WS-ZONE-SUB) TO ZN-BEST-ROW(WS-ZONE-SUB)
           MOVE ZN-C1(WS-ZONE-SUB) TO ZN-BEST-COL(WS-ZONE-SUB)
           MOVE ZERO TO ZN-SITES(WS-ZONE-SUB)
           PERFORM VARYING X FROM ZN-R1(WS-ZONE-SUB) BY 1
              UNTIL X > ZN-R2(WS-ZONE-SUB)
              PERFORM VARYING Y FROM ZN-C1(WS-ZONE-SUB) BY 1
                 UNTIL Y > ZN-C2(WS-ZONE-SUB)
                 ADD 1 TO ZN-TREES(WS-ZONE-SUB)
                 ADD TREE-XY(X, Y) TO ZN-HEIGHT-SUM(WS-ZONE-SUB)
                 IF TREE-XY(X, Y) > ZN-MAX-HEIGHT(WS-ZONE-SUB) THEN
                    MOVE TREE-XY(X, Y) TO ZN-MAX-HEIGHT(WS-ZONE-SUB)
                 END-IF
                 IF X = 1 OR X = MAX-Y OR Y = 1 OR Y = MAX-X THEN
                    ADD 1 TO ZN-VISIBLE(WS-ZONE-SUB)
                 ELSE
                    IF BLK-UP(X, Y) NOT = 'Y' OR
                       BLK-DOWN(X, Y) NOT = 'Y' OR
                       BLK-LEFT(X, Y) NOT = 'Y' OR
                       BLK-RIGHT(X, Y) NOT = 'Y' THEN
                       ADD 1 TO ZN-VISIBLE(WS-ZONE-SUB)
                    END-IF
                    COMPUTE WS-CELL-SCORE =
                       DIST-UP(X, Y) * DIST-DOWN(X, Y)
                       * DIST-LEFT(X, Y) * DIST-RIGHT(X, Y)
                    IF WS-CELL-SCORE > ZN-BEST-SCORE(WS-ZONE-SUB) THEN
                       MOVE WS-CELL-SCORE TO ZN-BEST-SCORE(WS-ZONE-SUB)
                       MOVE X TO ZN-BEST-ROW(WS-ZONE-SUB)
                       MOVE Y TO ZN-BEST-COL(WS-ZONE-SUB)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
              UNTIL WS-SITE-SUB > WS-SITE-TOP-N
              IF SITE-SCORE(WS-SITE-SUB) > ZERO
                 AND SITE-ROW(WS-SITE-SUB) >= ZN-R1(WS-ZONE-SUB)
                 AND SITE-ROW(WS-SITE-SUB) <= ZN-R2(WS-ZONE-SUB)
                 AND SITE-COL(WS-SITE-SUB) >= ZN-C1(WS-ZONE-SUB)
                 AND SITE-COL(WS-SITE-SUB) <= ZN-C2(WS-ZONE-SUB) THEN
                 ADD 1 TO ZN-SITES(WS-ZONE-SUB)
              END-IF
           END-PERFORM
           .

      *
      *    WRITE-ZONE-DETAIL WRITES ZONE WS-ZONE-SUB'S REPORT LINES
      *    AND, FOR A SURVEYED ZONE, ITS CSV ROW:
      *    ZONE,NAME,TREES,VISIBLE,PCT,AVG-HEIGHT,MAX-HEIGHT,
      *    BEST-SCORE,BEST-ROW,BEST-COL,SITES.
       WRITE-ZONE-DETAIL.
           MOVE ZN-ROW-FROM(WS-ZONE-SUB) TO WS-EDIT-D
           MOVE ZN-ROW-TO(WS-ZONE-SUB) TO WS-EDIT-E
           MOVE ZN-COL-FROM(WS-ZONE-SUB) TO WS-EDIT-F
           MOVE ZN-COL-TO(WS-ZONE-SUB) TO WS-EDIT-G
           MOVE SPACES TO REPORT-LINE
           STRING '  ' ZN-NAME(WS-ZONE-SUB) ' ROWS ' WS-EDIT-D '-'
              WS-EDIT-E ' COLS ' WS-EDIT-F '-' WS-EDIT-G
              DELIMITED BY SIZE INTO REPORT-LINE
           EVALUATE TRUE
              WHEN ZN-OUTSIDE(WS-ZONE-SUB)
                 MOVE '- OUTSIDE THE GRID, NOT SURVEYED'
                    TO REPORT-LINE(55:32)
              WHEN ZN-CLIPPED(WS-ZONE-SUB)
                 MOVE '- CLIPPED TO THE GRID' TO REPORT-LINE(55:21)
           END-EVALUATE
           PERFORM PUT-REPORT-LINE
           IF NOT ZN-OUTSIDE(WS-ZONE-SUB) THEN
              COMPUTE WS-ZONE-PCT ROUNDED =
                 ZN-VISIBLE(WS-ZONE-SUB) * 100 / ZN-TREES(WS-ZONE-SUB)
              COMPUTE WS-ZONE-AVG ROUNDED =
                 ZN-HEIGHT-SUM(WS-ZONE-SUB) / ZN-TREES(WS-ZONE-SUB)
              MOVE ZN-TREES(WS-ZONE-SUB) TO WS-EDIT-A
              MOVE ZN-VISIBLE(WS-ZONE-SUB) TO WS-EDIT-B
              MOVE WS-ZONE-PCT TO WS-EDIT-ZONE-PCT
              MOVE WS-ZONE-AVG TO WS-EDIT-ZONE-AVG
              MOVE SPACES TO REPORT-LINE
              STRING '    TREES ' WS-EDIT-A ' VISIBLE ' WS-EDIT-B
                 ' (' WS-EDIT-ZONE-PCT '%) AVG HEIGHT '
                 WS-EDIT-ZONE-AVG ' MAX HEIGHT '
                 ZN-MAX-HEIGHT(WS-ZONE-SUB)
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE ZN-BEST-SCORE(WS-ZONE-SUB) TO WS-EDIT-C
              MOVE ZN-BEST-ROW(WS-ZONE-SUB) TO WS-EDIT-D
              MOVE ZN-BEST-COL(WS-ZONE-SUB) TO WS-EDIT-E
              MOVE ZN-SITES(WS-ZONE-SUB) TO WS-EDIT-F
              MOVE SPACES TO REPORT-LINE
              STRING '    BEST SCENIC SCORE ' WS-EDIT-C ' AT ROW '
                 WS-EDIT-D ', COLUMN ' WS-EDIT-E ' SITES ' WS-EDIT-F
                 DELIMITED BY SIZE INTO REPORT-LINE
              PERFORM PUT-REPORT-LINE
              MOVE ZN-TREES(WS-ZONE-SUB) TO WS-CSV-CNT
              MOVE ZN-VISIBLE(WS-ZONE-SUB) TO WS-CSV-ZONE-VIS
              MOVE WS-ZONE-PCT TO WS-CSV-ZONE-PCT
              MOVE WS-ZONE-AVG TO WS-CSV-ZONE-AVG
              MOVE ZN-BEST-SCORE(WS-ZONE-SUB) TO WS-CSV-SCORE
              MOVE ZN-BEST-ROW(WS-ZONE-SUB) TO WS-CSV-ZONE-ROW
              MOVE ZN-BEST-COL(WS-ZONE-SUB) TO WS-CSV-ZONE-COL
              MOVE ZN-SITES(WS-ZONE-SUB) TO WS-CSV-ZONE-SITES
              MOVE SPACES TO CSV-LINE
              STRING 'ZONE,' FUNCTION TRIM(ZN-NAME(WS-ZONE-SUB)) ','
                 WS-CSV-CNT ',' WS-CSV-ZONE-VIS ',' WS-CSV-ZONE-PCT
                 ',' WS-CSV-ZONE-AVG ',' ZN-MAX-HEIGHT(WS-ZONE-SUB)
                 ',' WS-CSV-SCORE ',' WS-CSV-ZONE-ROW ','
                 WS-CSV-ZONE-COL ',' WS-CSV-ZONE-SITES
                 DELIMITED BY SIZE INTO CSV-LINE
              WRITE CSV-LINE
              ADD 1 TO WS-CSV-LINES
           END-IF
           .

      *
      *    WRITE-ZONE-OVERLAPS LISTS EVERY PAIR OF ZONES WHOSE
      *    DECLARED RECTANGLES SHARE CELLS, WITH THE SHARED ROWS AND
      *    COLUMNS, SO THE COMPARTMENT MAP CAN BE PUT RIGHT.  TREES
      *    IN AN OVERLAP COUNT IN BOTH ZONES' FIGURES.
       WRITE-ZONE-OVERLAPS.
           MOVE 'ZONE OVERLAPS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
              UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
              PERFORM VARYING WS-ZONE-SUB-2 FROM WS-ZONE-SUB BY 1
                 UNTIL WS-ZONE-SUB-2 > WS-ZONE-COUNT
                 IF WS-ZONE-SUB-2 > WS-ZONE-SUB
                    AND ZN-ROW-FROM(WS-ZONE-SUB) <=
                        ZN-ROW-TO(WS-ZONE-SUB-2)
                    AND ZN-ROW-FROM(WS-ZONE-SUB-2) <=
                        ZN-ROW-TO(WS-ZONE-SUB)
                    AND ZN-COL-FROM(WS-ZONE-SUB) <=
                        ZN-COL-TO(WS-ZONE-SUB-2)
                    AND ZN-COL-FROM(WS-ZONE-SUB-2) <=
                        ZN-COL-TO(WS-ZONE-SUB) THEN
                    PERFORM WRITE-ZONE-OVERLAP-DETAIL
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-ZONE-OVERLAP-COUNT = ZERO THEN
              MOVE '  NONE' TO REPORT-LINE
              PERFORM PUT-REPORT-LINE
           END-IF
           .

       WRITE-ZONE-OVERLAP-DETAIL.
           ADD 1 TO WS-ZONE-OVERLAP-COUNT
           MOVE FUNCTION MAX(ZN-ROW-FROM(WS-ZONE-SUB)
              ZN-ROW-FROM(WS-ZONE-SUB-2)) TO WS-EDIT-D
           MOVE FUNCTION MIN(ZN-ROW-TO(WS-ZONE-SUB)
              ZN-ROW-TO(WS-ZONE-SUB-2)) TO WS-EDIT-E
           MOVE FUNCTION MAX(ZN-COL-FROM(WS-ZONE-SUB)
              ZN-COL-FROM(WS-ZONE-SUB-2)) TO WS-EDIT-F
           MOVE FUNCTION MIN(ZN-COL-TO(WS-ZONE-SUB)
              ZN-COL-TO(WS-ZONE-SUB-2)) TO WS-EDIT-G
           MOVE SPACES TO REPORT-LINE
           STRING '  ' FUNCTION TRIM(ZN-NAME(WS-ZONE-SUB))
              ' OVERLAPS ' FUNCTION TRIM(ZN-NAME(WS-ZONE-SUB-2))
              ' AT ROWS ' FUNCTION TRIM(WS-EDIT-D) '-'
              FUNCTION TRIM(WS-EDIT-E) ' COLS '
              FUNCTION TRIM(WS-EDIT-F) '-' FUNCTION TRIM(WS-EDIT-G)
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           .

      *
      *    COMPUTE-VIEW-TABLES FILLS THE PER-TREE VIEWING DISTANCES
      *    AND BLOCKED FLAGS WITH ONE SWEEP PER DIRECTION.  EACH
      *    (EDGE TREES ALWAYS SCORE ZERO).
       WRITE-SITE-RECOMMENDATIONS.
           MOVE 'TOP TREEHOUSE SITE RECOMMENDATIONS:' TO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
              UNTIL WS-SITE-SUB > WS-SITE-TOP-N
              IF SITE-SCORE(WS-SITE-SUB) > ZERO THEN
              WS-EDIT-B ' HEIGHT=' SITE-HEIGHT(WS-SITE-SUB)
              ' SCORE=' WS-EDIT-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SITE-RIGHT(WS-SITE-SUB) TO WS-EDIT-D
           MOVE SPACES TO REPORT-LINE
           IF SITE-VISIBLE-SW(WS-SITE-SUB) = 'Y' THEN
                 ' VISIBLE FROM OUTSIDE=NO'
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           .

      *
           MOVE SPACES TO REPORT-LINE
           STRING 'PART 1: ' WS-EDIT-A
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PART 2: ' WS-EDIT-C
              DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE CNT TO WS-CSV-CNT
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART1,' WS-CSV-CNT
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE MAX-SCORE TO WS-CSV-SCORE
           MOVE SPACES TO CSV-LINE
           STRING 'SUMMARY,PART2,' WS-CSV-SCORE
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           MOVE SPACES TO CSV-LINE
           STRING 'EOJ,' WS-RUN-ID
              DELIMITED BY SIZE INTO CSV-LINE
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-LINES
           .

      *
      *    PUBLISH-OUTPUT-FILES RENAMES THE FINISHED WORKING FILES TO
      *    THEIR PUBLISHED NAMES AT CLEAN END OF JOB AND BANKS A
      *    RUN-STAMPED COPY OF THE CSV IN THE ARCHIVE DIRECTORY FOR
      *    RUN-TO-RUN COMPARISON.  THE LINE-OF-SIGHT ANSWERS ARE
      *    PUBLISHED ONLY WHEN A QUERY FILE WAS RUN.  A FAILED RUN
      *    NEVER GETS HERE, SO THE LAST PUBLISHED REPORTS SURVIVE IT
      *    UNTOUCHED.
       PUBLISH-OUTPUT-FILES.
           MOVE SPACES TO WS-PUBLISH-CMD
           STRING 'mv ' FUNCTION TRIM(WS-REPORT-FILENAME) ' '
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
              FUNCTION TRIM(WS-RUN-ID) '.CSV'
              DELIMITED BY SIZE INTO WS-PUBLISH-CMD
           CALL 'SYSTEM' USING WS-PUBLISH-CMD
           IF WS-LOS-MODE THEN
              MOVE SPACES TO WS-PUBLISH-CMD
              STRING 'mv ' FUNCTION TRIM(WS-LOS-FILENAME) ' '
                 FUNCTION TRIM(WS-LOS-PUBLISHED)
                 DELIMITED BY SIZE INTO WS-PUBLISH-CMD
              CALL 'SYSTEM' USING WS-PUBLISH-CMD
              MOVE WS-LOS-PUBLISHED TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE PG-BODY-LINES(3) TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-REPORT-FILENAME
           END-IF
           MOVE 'DAY8-QUERIES' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-QUERY-FILENAME
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-QUERY-FILENAME==.
           MOVE 'DAY8-ZONES' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-ZONE-FILENAME
           END-IF
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-ZONE-FILENAME==.
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
      *    PUT-DELTA-LINE WRITES DELTA-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-DELTA-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE DELTA-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO DELTA-LINE
                 WRITE DELTA-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE DELTA-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO DELTA-LINE
           END-IF
           WRITE DELTA-LINE
           .

      *
      *    WRITE-DELTA-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-DELTA-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO DELTA-LINE
              PERFORM PUT-DELTA-LINE
           END-PERFORM
           .

      *
      *    PUT-LOS-LINE WRITES LOS-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-LOS-LINE.
           MOVE 3 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE LOS-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO LOS-LINE
                 WRITE LOS-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE LOS-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO LOS-LINE
           END-IF
           WRITE LOS-LINE
           .

      *
      *    WRITE-LOS-FOOTER ENDS THE REPORT WITH ITS CONTROL FOOTER,
      *    ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-LOS-FOOTER.
           MOVE 3 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO LOS-LINE
              PERFORM PUT-LOS-LINE
           END-PERFORM
           .

       COPY ARCHIVEWR.
       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY EXCWR.

       COPY QGATERD.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM DAY8.
