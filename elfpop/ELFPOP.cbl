       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELFPOP.
      *
      *    ELFPOP RECONCILES THE ELF POPULATION ACROSS PROGRAMS.  ELF
      *    NUMBERS ARRIVE FROM FOUR DIRECTIONS - THE DAY1 MANIFEST
      *    (ONE ELF PER GROUP), THE "ELFID:" OWNER PREFIX ON DAY3
      *    RUCKSACKS, THE ELF IDS ON DAY4 SECTION RANGES AND THE DAY2
      *    TOURNAMENT ENTRANTS - AND EACH PROGRAM CHECKS ITS OWN
      *    AGAINST THE ROSTER AT MOST.  THIS PROGRAM BUILDS THE WHOLE
      *    POPULATION FROM THE ELF MASTER, THE ROSTER AND ITS JOURNAL,
      *    THE SECTION OWNERS, THE REPACK WORK ORDERS AND EVERY
      *    CURRENT INPUT, AND REPORTS (ELFPOP.TXT):
      *      - ELVES ACTIVE IN TODAY'S INPUTS BUT NOT ON THE MASTER;
      *      - ROSTERED ELVES WITH NO ACTIVITY ANYWHERE FOR
      *        ELFPOP-INACTIVE-DAYS (DEFAULT 90);
      *      - DEPARTED ELVES STILL OWNING SECTIONS OR HOLDING OPEN
      *        WORK ORDERS;
      *      - ELVES WHOSE TEAM DIFFERS BETWEEN THE MASTER, THE
      *        ROSTER AND THE ROSTER JOURNAL.
      *    THE INPUT NAMES COME FROM DAY1-INPUT, DAY3-INPUT AND
      *    DAY4-INPUT IN RUNPARMS.TXT, AS FOR THE DRIVER, AND THE
      *    TOURNAMENT ROSTER IS DAY2TOUR.TXT; POSITIONAL ARGUMENTS
      *    (DAY1, DAY3, DAY4, TOURNAMENT ROSTER) OVERRIDE THEM.  AN
      *    INPUT THAT IS NOT STAGED IS NOTED AND PASSED BY.  RETURN
      *    CODE 4 WHEN ANYTHING IS LISTED, 8 WITHOUT THE ELF MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPULATION-REPORT-FILE ASSIGN TO 'ELFPOP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO 'DAY1ROST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS-CD.
           SELECT ROSTER-JOURNAL-FILE ASSIGN TO 'ROSTJRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS-CD.
           SELECT SECTION-OWNER-FILE ASSIGN TO 'DAY4SECT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECT-STATUS-CD.
           SELECT WO-MASTER-FILE ASSIGN TO 'DAY3WOMF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOMF-STATUS-CD.
           SELECT HISTORY-FILE ASSIGN TO 'DAY1HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS-CD.
           SELECT ACTIVITY-FILE ASSIGN TO DYNAMIC WS-ACTIVITY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACT-STATUS-CD.
           SELECT MANIFEST-LIST-FILE ASSIGN TO DYNAMIC
           WS-MANIFEST-LIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS-CD.
           COPY ELFMSTSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  POPULATION-REPORT-FILE.
       01  POPULATION-REPORT-LINE  PIC X(132).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RS-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RS-NAME              PIC X(20).
           05 FILLER               PIC X(1).
           05 RS-TEAM              PIC X(10).
       FD  ROSTER-JOURNAL-FILE.
       01  ROSTER-JOURNAL-RECORD.
           05 RJ-RUN-ID            PIC X(15).
           05 FILLER               PIC X(1).
           05 RJ-LINE-NUM          PIC 9(9).
           05 FILLER               PIC X(1).
           05 RJ-ACTION            PIC X(8).
              88 RJ-CASCADE-ENTRY
                             VALUES 'SECTION' 'WORKORD' 'TOURNEY'.
           05 FILLER               PIC X(1).
           05 RJ-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-KNOWN      PIC X(1).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-NAME       PIC X(20).
           05 FILLER               PIC X(1).
           05 RJ-BEFORE-TEAM       PIC X(10).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-KNOWN       PIC X(1).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-NAME        PIC X(20).
           05 FILLER               PIC X(1).
           05 RJ-AFTER-TEAM        PIC X(10).
           05 FILLER               PIC X(1).
           05 RJ-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X(1).
           05 RJ-POST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 RJ-REVERSED-RUN      PIC X(15).
           05 FILLER               PIC X(1).
           05 RJ-CASC-BEFORE       PIC X(132).
           05 FILLER               PIC X(1).
           05 RJ-CASC-AFTER        PIC X(132).
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HX-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(1).
           05 HX-RUN-TIME          PIC X(8).
           05 FILLER               PIC X(1).
           05 HX-ELF-NUM           PIC 9(9).
           05 FILLER               PIC X(1).
           05 HX-ELF-TOTAL         PIC 9(9).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD         PIC X(132).
       FD  MANIFEST-LIST-FILE.
       01  MANIFEST-LIST-RECORD    PIC X(132).
       COPY ELFMSTFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS-CD      PIC X(2) VALUE '00'.
           88 FS-ROSTER-OK                  VALUE '00'.
       01 WS-JRN-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-JRN-OK                     VALUE '00'.
       01 WS-SECT-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-SECT-OK                    VALUE '00'.
       01 WS-WOMF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-WOMF-OK                    VALUE '00'.
       01 WS-HIST-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-HIST-OK                    VALUE '00'.
       01 WS-ACT-STATUS-CD         PIC X(2) VALUE '00'.
           88 FS-ACT-OK                     VALUE '00'.
       01 WS-LIST-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-LIST-OK                    VALUE '00'.
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-LIST-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-LIST-EOF                   VALUE 'Y' FALSE 'N'.
      *
      *    THE CURRENT INPUTS.  THE DAY1 NAME MAY BE A .LST MANIFEST
      *    LIST, AS DAY1 ITSELF ALLOWS, IN WHICH CASE THE ELF NUMBERS
      *    RUN ON FROM CAMP TO CAMP IN LIST ORDER.
       01 WS-INPUT-DAY1            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY3            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY4            PIC X(100) VALUE 'input.txt'.
       01 WS-INPUT-DAY2-TOURN      PIC X(100) VALUE 'DAY2TOUR.TXT'.
       01 WS-ACTIVITY-NAME         PIC X(100).
       01 WS-MANIFEST-LIST-NAME    PIC X(100).
       01 WS-INPUT-NAME-LEN        PIC 9(4) BINARY.
       01 WS-LIST-CAMP             PIC X(20).
       01 WS-LIST-FILE             PIC X(100).
       01 WS-ARG-NUM               PIC 9(4) BINARY.
       01 WS-ARG-VALUE             PIC X(100).
      *
      *    HOW LONG A ROSTERED ELF MAY GO WITHOUT ACTIVITY BEFORE IT
      *    IS LISTED (ELFPOP-INACTIVE-DAYS IN RUNPARMS.TXT).
       01 WS-INACTIVE-DAYS         PIC 9(5) BINARY VALUE 90.
       01 WS-TODAY-N               PIC 9(8).
       01 WS-TODAY-TEXT            PIC X(10).
       01 WS-CUTOFF-N              PIC 9(8).
       01 WS-CUTOFF-TEXT           PIC X(10).
       01 WS-DAY-INT               PIC 9(9) BINARY.
      *
      *    POPULATION-TABLE HOLDS ONE ROW PER ELF NUMBER, THE SAME
      *    10000-ELF LIMIT THE DAY PROGRAMS AND ROSTMNT USE.  THE
      *    JOURNAL STATE IS THAT OF THE ELF'S LATEST ROSTER JOURNAL
      *    ENTRY: K - ON THE ROSTER AFTER IT, D - TAKEN OFF THE
      *    ROSTER BY IT (A DEPARTURE), U - LEFT OFF THE ROSTER.
       01 WS-ELF-LIMIT             PIC 9(9) BINARY VALUE 10000.
       01 POPULATION-TABLE.
           05 POP-ENTRY OCCURS 10000 TIMES.
              10 EP-ON-MASTER-SW   PIC X(1).
                 88 EP-ON-MASTER            VALUE 'Y' FALSE 'N'.
              10 EP-MASTER-ROST-SW PIC X(1).
                 88 EP-MASTER-ROSTERED      VALUE 'Y' FALSE 'N'.
              10 EP-ON-ROSTER-SW   PIC X(1).
                 88 EP-ON-ROSTER            VALUE 'Y' FALSE 'N'.
              10 EP-JRN-STATE      PIC X(1).
                 88 EP-JRN-KNOWN            VALUE 'K'.
                 88 EP-JRN-DEPARTED         VALUE 'D'.
              10 EP-IN-DAY1-SW     PIC X(1).
                 88 EP-IN-DAY1              VALUE 'Y' FALSE 'N'.
              10 EP-IN-DAY2-SW     PIC X(1).
                 88 EP-IN-DAY2              VALUE 'Y' FALSE 'N'.
              10 EP-IN-DAY3-SW     PIC X(1).
                 88 EP-IN-DAY3              VALUE 'Y' FALSE 'N'.
              10 EP-IN-DAY4-SW     PIC X(1).
                 88 EP-IN-DAY4              VALUE 'Y' FALSE 'N'.
              10 EP-NAME           PIC X(20).
              10 EP-MASTER-TEAM    PIC X(10).
              10 EP-ROSTER-TEAM    PIC X(10).
              10 EP-JRN-TEAM       PIC X(10).
              10 EP-LAST-ACTIVE    PIC X(10).
              10 EP-SECTIONS       PIC 9(5) BINARY.
              10 EP-OPEN-ORDERS    PIC 9(5) BINARY.
       01 WS-ELF-SUB               PIC 9(9) BINARY.
      *
      *    ACTIVITY THAT CANNOT BE PUT ON AN ELF ROW - AN ELF ID
      *    OUTSIDE 1-10000, OR A TOURNAMENT ENTRANT WHOSE LABEL IS
      *    NEITHER AN ELF NUMBER NOR A KNOWN ELF'S NAME.
       01 WS-UNMATCHED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 UNMATCHED-TABLE.
           05 UM-ENTRY OCCURS 50 TIMES.
              10 UM-SOURCE         PIC X(4).
              10 UM-LINE           PIC 9(9) BINARY.
              10 UM-TEXT           PIC X(20).
              10 UM-REASON         PIC X(40).
       01 WS-UM-SUB                PIC 9(4) BINARY.
       01 WS-UM-REASON             PIC X(40).
      *
      *    ONE ROW PER SOURCE FOR THE REPORT'S OPENING SECTION.
       01 WS-SRC-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 12 TIMES.
              10 SRC-LABEL         PIC X(22).
              10 SRC-NAME          PIC X(40).
              10 SRC-OPEN-SW       PIC X(1).
                 88 SRC-OPENED              VALUE 'Y' FALSE 'N'.
              10 SRC-STATUS        PIC X(2).
              10 SRC-COUNT         PIC 9(9) BINARY.
              10 SRC-UNIT          PIC X(12).
       01 WS-SRC-SUB               PIC 9(4) BINARY.
      *
      *    WORK FIELDS FOR ONE SOURCE AT A TIME.
       01 WS-ACT-SOURCE            PIC X(4).
       01 WS-ACT-TEXT              PIC X(20).
       01 WS-ACT-ELF               PIC 9(9) BINARY.
       01 WS-ACT-DISTINCT          PIC 9(9) BINARY.
       01 WS-LINE-NUM              PIC 9(9) BINARY.
       01 WS-RECORDS-READ          PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-MARK             PIC 9(9) BINARY VALUE ZERO.
       01 WS-LIST-LINES            PIC 9(9) BINARY VALUE ZERO.
       01 WS-MANIFEST-ELF          PIC 9(9) BINARY.
       01 WS-MANIFEST-LINES        PIC 9(9) BINARY.
       01 WS-OWNER-TEXT            PIC X(20).
       01 WS-ITEM-PART             PIC X(132).
       01 WS-ONE-RANGE             PIC X(40).
       01 WS-RANGE-PART            PIC X(40).
       01 WS-RANGE-PTR             PIC 9(4) BINARY.
       01 WS-EN-LABEL              PIC X(20).
       01 WS-EN-FILE               PIC X(100).
       01 WS-LABEL-UPPER           PIC X(20).
       01 WS-NAME-UPPER            PIC X(20).
       01 WS-NAME-FOUND-SW         PIC X(1) VALUE 'N'.
           88 WS-NAME-FOUND                 VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-OK-SW          PIC X(1) VALUE 'N'.
           88 WS-MASTER-OK                  VALUE 'Y' FALSE 'N'.
      *
      *    FINDINGS.
       01 WS-POPULATION-COUNT      PIC 9(9) BINARY VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT   PIC 9(9) BINARY VALUE ZERO.
       01 WS-INACTIVE-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-DEPARTED-HOLD-COUNT   PIC 9(9) BINARY VALUE ZERO.
       01 WS-TEAM-DIFF-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-FINDING-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-SEEN-TEXT             PIC X(20).
       01 WS-TEAM-A                PIC X(10).
       01 WS-TEAM-DIFF-SW          PIC X(1) VALUE 'N'.
           88 WS-TEAM-DIFF                  VALUE 'Y' FALSE 'N'.
       01 WS-LAST-ACTIVE-TEXT      PIC X(16).
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-C                PIC Z(8)9.
       COPY ELFMSTWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'ELFPOP' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'ELFPOP' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-POPULATION-PARMS
           PERFORM SET-INACTIVE-CUTOFF
           INITIALIZE POPULATION-TABLE

           PERFORM LOAD-ELF-MASTER
           IF NOT WS-MASTER-OK THEN
              MOVE 'ELFPOP' TO RL-PROGRAM-ID
              MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'ELF MASTER NOT AVAILABLE' TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ROSTER
           PERFORM LOAD-ROSTER-JOURNAL
           PERFORM LOAD-SECTION-OWNERS
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-CALORIE-HISTORY
           PERFORM SCAN-DAY1-INPUT
           PERFORM SCAN-DAY2-ENTRANTS
           PERFORM SCAN-DAY3-INPUT
           PERFORM SCAN-DAY4-INPUT

           OPEN OUTPUT POPULATION-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'ELFPOP' TO WS-PG-PROGRAM-ID
           MOVE 'ELF POPULATION RECONCILIATION' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-NOT-ON-MASTER-SECTION
           PERFORM WRITE-INACTIVE-SECTION
           PERFORM WRITE-DEPARTED-SECTION
           PERFORM WRITE-TEAM-SECTION
           MOVE 1 TO WS-PG-RPT
           MOVE 'ELVES IN POPULATION' TO WS-PG-COUNT-LABEL
           MOVE WS-POPULATION-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ACTIVE, NOT ON MASTER' TO WS-PG-COUNT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'ROSTERED, INACTIVE' TO WS-PG-COUNT-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'DEPARTED, STILL HOLDING WORK' TO WS-PG-COUNT-LABEL
           MOVE WS-DEPARTED-HOLD-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'TEAM DIFFERS BETWEEN SOURCES' TO WS-PG-COUNT-LABEL
           MOVE WS-TEAM-DIFF-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-POPULATION-FOOTER
           CLOSE POPULATION-REPORT-FILE
           MOVE 'ELFPOP.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           COMPUTE WS-FINDING-COUNT = WS-NOT-ON-MASTER-COUNT
              + WS-INACTIVE-COUNT + WS-DEPARTED-HOLD-COUNT
              + WS-TEAM-DIFF-COUNT
           DISPLAY 'ELFPOP: ' WS-POPULATION-COUNT ' ELVES RECONCILED, '
              WS-FINDING-COUNT ' LISTED FOR ROSTER CLEAN-UP - SEE '
              'ELFPOP.TXT.'

           MOVE 'ELFPOP' TO RL-PROGRAM-ID
           MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
           MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           IF WS-FINDING-COUNT > ZERO THEN
              MOVE WS-FINDING-COUNT TO WS-EDIT-A
              STRING FUNCTION TRIM(WS-EDIT-A)
                 ' ELF/ELVES LISTED FOR CLEAN-UP'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-FINDING-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF

           STOP RUN.

      *
      *    GET-POPULATION-PARMS ADOPTS THE INACTIVITY WINDOW AND THE
      *    INPUT NAMES FROM RUNPARMS.TXT, THEN LETS THE POSITIONAL
      *    ARGUMENTS OVERRIDE THE INPUT NAMES.
       GET-POPULATION-PARMS.
           MOVE 'ELFPOP-INACTIVE-DAYS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 9999 THEN
              COMPUTE WS-INACTIVE-DAYS = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY1-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-DAY1
           END-IF
           MOVE 'DAY3-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-DAY3
           END-IF
           MOVE 'DAY4-INPUT' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND THEN
              MOVE WS-CFG-VALUE TO WS-INPUT-DAY4
           END-IF
           PERFORM VARYING WS-ARG-NUM FROM 1 BY 1 UNTIL WS-ARG-NUM > 4
              MOVE SPACES TO WS-ARG-VALUE
              DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
              ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
              IF WS-ARG-VALUE NOT = SPACES THEN
                 EVALUATE WS-ARG-NUM
                    WHEN 1
                       MOVE WS-ARG-VALUE TO WS-INPUT-DAY1
                    WHEN 2
                       MOVE WS-ARG-VALUE TO WS-INPUT-DAY3
                    WHEN 3
                       MOVE WS-ARG-VALUE TO WS-INPUT-DAY4
                    WHEN 4
                       MOVE WS-ARG-VALUE TO WS-INPUT-DAY2-TOURN
                 END-EVALUATE
              END-IF
           END-PERFORM
           .

      *
      *    SET-INACTIVE-CUTOFF WORKS OUT TODAY'S PROCESSING DATE AND
      *    THE DATE BEFORE WHICH A ROSTERED ELF'S LAST ACTIVITY
      *    COUNTS AS TOO OLD.  DATES ARE COMPARED AS YYYY-MM-DD TEXT.
       SET-INACTIVE-CUTOFF.
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE WS-RL-DATE TO WS-TODAY-N
           MOVE SPACES TO WS-TODAY-TEXT
           STRING WS-TODAY-N(1:4) '-' WS-TODAY-N(5:2) '-'
              WS-TODAY-N(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-TEXT
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
              - WS-INACTIVE-DAYS
           COMPUTE WS-CUTOFF-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE SPACES TO WS-CUTOFF-TEXT
           STRING WS-CUTOFF-N(1:4) '-' WS-CUTOFF-N(5:2) '-'
              WS-CUTOFF-N(7:2)
              DELIMITED BY SIZE INTO WS-CUTOFF-TEXT
           .

      *
      *    ADD-SOURCE STARTS THE REPORT ROW FOR THE SOURCE ABOUT TO BE
      *    READ (LABEL AND DATASET NAME ALREADY IN THE NEW ROW).
       ADD-SOURCE.
           IF WS-SRC-COUNT < 12 THEN
              ADD 1 TO WS-SRC-COUNT
           END-IF
           MOVE WS-SRC-COUNT TO WS-SRC-SUB
           MOVE SPACES TO SRC-ENTRY(WS-SRC-SUB)
           SET SRC-OPENED(WS-SRC-SUB) TO FALSE
           MOVE ZERO TO SRC-COUNT(WS-SRC-SUB)
           .

      *
      *    LOAD-ELF-MASTER READS THE WHOLE KEYED MASTER IN KEY ORDER.
      *    WITHOUT IT THERE IS NOTHING TO RECONCILE AGAINST.
       LOAD-ELF-MASTER.
           PERFORM ADD-SOURCE
           MOVE 'ELF MASTER' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'DAY1MAST.DAT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ELVES' TO SRC-UNIT(WS-SRC-SUB)
           SET WS-MASTER-OK TO FALSE
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT ELF-MASTER-FILE
           MOVE WS-ELFMST-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF NOT FS-ELFMST-OK THEN
              DISPLAY 'ELFPOP: ELF MASTER DAY1MAST.DAT COULD NOT BE '
                 'OPENED (FILE STATUS ' WS-ELFMST-STATUS-CD
                 ') - NO RECONCILIATION.'
           ELSE
              SET WS-MASTER-OK TO TRUE
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-ELFMST-EOF TO FALSE
              PERFORM UNTIL WS-ELFMST-EOF
                 READ ELF-MASTER-FILE NEXT RECORD
                    AT END
                       SET WS-ELFMST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                       PERFORM TALLY-MASTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE ELF-MASTER-FILE
              MOVE 'DAY1MAST.DAT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    TALLY-MASTER-RECORD TAKES THE ELF'S MASTER ATTRIBUTES.  THE
      *    LAST CALORIE POSTING COUNTS AS ACTIVITY ONLY WHEN IT
      *    CARRIED CALORIES - DAY1 POSTS EVERY ROSTERED ELF EACH RUN.
       TALLY-MASTER-RECORD.
           IF EM-ELF-NUM >= 1 AND EM-ELF-NUM <= WS-ELF-LIMIT THEN
              MOVE EM-ELF-NUM TO WS-ELF-SUB
              SET EP-ON-MASTER(WS-ELF-SUB) TO TRUE
              IF EM-ROSTERED THEN
                 SET EP-MASTER-ROSTERED(WS-ELF-SUB) TO TRUE
                 MOVE EM-TEAM TO EP-MASTER-TEAM(WS-ELF-SUB)
              END-IF
              IF EM-NAME NOT = SPACES THEN
                 MOVE EM-NAME TO EP-NAME(WS-ELF-SUB)
              END-IF
              IF EM-LAST-TOTAL IS NUMERIC AND EM-LAST-TOTAL > ZERO
                 AND EM-LAST-RUN-DATE > EP-LAST-ACTIVE(WS-ELF-SUB)
                 THEN
                 MOVE EM-LAST-RUN-DATE TO EP-LAST-ACTIVE(WS-ELF-SUB)
              END-IF
           END-IF
           .

      *
      *    LOAD-ROSTER READS THE CURRENT ROSTER (DAY1ROST.TXT).  THE
      *    ROSTER'S NAME WINS OVER THE MASTER'S FOR THE REPORT.
       LOAD-ROSTER.
           PERFORM ADD-SOURCE
           MOVE 'ROSTER' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'DAY1ROST.TXT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ELVES' TO SRC-UNIT(WS-SRC-SUB)
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT ROSTER-FILE
           MOVE WS-ROSTER-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-ROSTER-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ ROSTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF RS-ELF-NUM IS NUMERIC AND RS-ELF-NUM >= 1
                          AND RS-ELF-NUM <= WS-ELF-LIMIT THEN
                          ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                          MOVE RS-ELF-NUM TO WS-ELF-SUB
                          SET EP-ON-ROSTER(WS-ELF-SUB) TO TRUE
                          MOVE RS-NAME TO EP-NAME(WS-ELF-SUB)
                          MOVE RS-TEAM TO EP-ROSTER-TEAM(WS-ELF-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-FILE
              MOVE 'DAY1ROST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    LOAD-ROSTER-JOURNAL REPLAYS ROSTJRNL.TXT SO EACH ELF ENDS
      *    WITH THE STATE ITS LATEST ENTRY LEFT IT IN.  AN ENTRY THAT
      *    TAKES A ROSTERED ELF OFF THE ROSTER - A DEPART, OR THE
      *    REVERSAL OF A HIRE - MARKS THE ELF DEPARTED; THE NAME IT
      *    LEFT UNDER IS KEPT FOR THE REPORT.  THE ENTRIES A DEPART'S
      *    CASCADE POSTS FOR ITS DEPENDENT RECORDS CARRY NO ROSTER
      *    IMAGE AND ARE PASSED OVER.
       LOAD-ROSTER-JOURNAL.
           PERFORM ADD-SOURCE
           MOVE 'ROSTER JOURNAL' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'ROSTJRNL.TXT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ENTRIES' TO SRC-UNIT(WS-SRC-SUB)
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT ROSTER-JOURNAL-FILE
           MOVE WS-JRN-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-JRN-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ ROSTER-JOURNAL-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                       PERFORM TALLY-JOURNAL-ENTRY
                 END-READ
              END-PERFORM
              CLOSE ROSTER-JOURNAL-FILE
              MOVE 'ROSTJRNL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-JOURNAL-ENTRY.
           IF RJ-ELF-NUM IS NUMERIC AND RJ-ELF-NUM >= 1
              AND RJ-ELF-NUM <= WS-ELF-LIMIT
              AND NOT RJ-CASCADE-ENTRY THEN
              MOVE RJ-ELF-NUM TO WS-ELF-SUB
              EVALUATE TRUE
                 WHEN RJ-AFTER-KNOWN = 'Y'
                    MOVE 'K' TO EP-JRN-STATE(WS-ELF-SUB)
                    MOVE RJ-AFTER-TEAM TO EP-JRN-TEAM(WS-ELF-SUB)
                 WHEN RJ-BEFORE-KNOWN = 'Y'
                    MOVE 'D' TO EP-JRN-STATE(WS-ELF-SUB)
                    MOVE SPACES TO EP-JRN-TEAM(WS-ELF-SUB)
                    IF EP-NAME(WS-ELF-SUB) = SPACES THEN
                       MOVE RJ-BEFORE-NAME TO EP-NAME(WS-ELF-SUB)
                    END-IF
                 WHEN OTHER
                    MOVE 'U' TO EP-JRN-STATE(WS-ELF-SUB)
                    MOVE SPACES TO EP-JRN-TEAM(WS-ELF-SUB)
              END-EVALUATE
           END-IF
           .

      *
      *    LOAD-SECTION-OWNERS COUNTS THE SECTIONS EACH ELF OWNS.
       LOAD-SECTION-OWNERS.
           PERFORM ADD-SOURCE
           MOVE 'SECTION OWNERS' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'DAY4SECT.TXT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'SECTIONS' TO SRC-UNIT(WS-SRC-SUB)
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT SECTION-OWNER-FILE
           MOVE WS-SECT-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-SECT-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SECTION-OWNER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                       IF SO-OWNER-ELF IS NUMERIC AND
                          SO-OWNER-ELF >= 1 AND
                          SO-OWNER-ELF <= WS-ELF-LIMIT THEN
                          MOVE SO-OWNER-ELF TO WS-ELF-SUB
                          ADD 1 TO EP-SECTIONS(WS-ELF-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECTION-OWNER-FILE
              MOVE 'DAY4SECT.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    LOAD-WORK-ORDERS COUNTS EACH ELF'S OPEN REPACK ORDERS.  AN
      *    ORDER IS OPENED WHEN THE ELF'S RUCKSACK IS SCANNED, SO ITS
      *    OPENED DATE ALSO COUNTS AS ACTIVITY, OPEN OR CLOSED.
       LOAD-WORK-ORDERS.
           PERFORM ADD-SOURCE
           MOVE 'REPACK WORK ORDERS' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'DAY3WOMF.TXT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ORDERS' TO SRC-UNIT(WS-SRC-SUB)
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT WO-MASTER-FILE
           MOVE WS-WOMF-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-WOMF-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ WO-MASTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                       IF WO-ELF IS NUMERIC AND WO-ELF >= 1 AND
                          WO-ELF <= WS-ELF-LIMIT THEN
                          PERFORM TALLY-WORK-ORDER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WO-MASTER-FILE
              MOVE 'DAY3WOMF.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-WORK-ORDER.
           MOVE WO-ELF TO WS-ELF-SUB
           IF WO-STATUS = 'OPEN' THEN
              ADD 1 TO EP-OPEN-ORDERS(WS-ELF-SUB)
           END-IF
           IF WO-OPENED-DATE > EP-LAST-ACTIVE(WS-ELF-SUB) THEN
              MOVE WO-OPENED-DATE TO EP-LAST-ACTIVE(WS-ELF-SUB)
           END-IF
           .

      *
      *    LOAD-CALORIE-HISTORY TAKES EACH ELF'S LATEST RUN WITH
      *    CALORIES FROM DAY1HIST.TXT, FOR AS FAR BACK AS HOUSEKPR
      *    HAS KEPT IT.
       LOAD-CALORIE-HISTORY.
           PERFORM ADD-SOURCE
           MOVE 'CALORIE HISTORY' TO SRC-LABEL(WS-SRC-SUB)
           MOVE 'DAY1HIST.TXT' TO SRC-NAME(WS-SRC-SUB)
           MOVE 'RECORDS' TO SRC-UNIT(WS-SRC-SUB)
           MOVE WS-RECORDS-READ TO WS-READ-MARK
           OPEN INPUT HISTORY-FILE
           MOVE WS-HIST-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-HIST-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ HISTORY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO SRC-COUNT(WS-SRC-SUB)
                       IF HX-ELF-NUM IS NUMERIC AND
                          HX-ELF-NUM >= 1 AND
                          HX-ELF-NUM <= WS-ELF-LIMIT AND
                          HX-ELF-TOTAL IS NUMERIC AND
                          HX-ELF-TOTAL > ZERO THEN
                          MOVE HX-ELF-NUM TO WS-ELF-SUB
                          IF HX-RUN-DATE > EP-LAST-ACTIVE(WS-ELF-SUB)
                             THEN
                             MOVE HX-RUN-DATE
                                TO EP-LAST-ACTIVE(WS-ELF-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
              MOVE 'DAY1HIST.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              COMPUTE WS-DSU-RECORDS = WS-RECORDS-READ - WS-READ-MARK
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

      *
      *    NOTE-ACTIVE-ELF MARKS THE ELF IN WS-ACT-ELF AS SEEN TODAY
      *    IN THE SOURCE IN WS-ACT-SOURCE.  AN ID OUTSIDE THE ELF
      *    RANGE IS KEPT AS UNMATCHED ACTIVITY INSTEAD.
       NOTE-ACTIVE-ELF.
           IF WS-ACT-ELF < 1 OR WS-ACT-ELF > WS-ELF-LIMIT THEN
              MOVE 'ELF ID OUTSIDE 1-10000' TO WS-UM-REASON
              PERFORM ADD-UNMATCHED
           ELSE
              MOVE WS-ACT-ELF TO WS-ELF-SUB
              EVALUATE WS-ACT-SOURCE
                 WHEN 'DAY1'
                    IF NOT EP-IN-DAY1(WS-ELF-SUB) THEN
                       ADD 1 TO WS-ACT-DISTINCT
                    END-IF
                    SET EP-IN-DAY1(WS-ELF-SUB) TO TRUE
                 WHEN 'DAY2'
                    IF NOT EP-IN-DAY2(WS-ELF-SUB) THEN
                       ADD 1 TO WS-ACT-DISTINCT
                    END-IF
                    SET EP-IN-DAY2(WS-ELF-SUB) TO TRUE
                 WHEN 'DAY3'
                    IF NOT EP-IN-DAY3(WS-ELF-SUB) THEN
                       ADD 1 TO WS-ACT-DISTINCT
                    END-IF
                    SET EP-IN-DAY3(WS-ELF-SUB) TO TRUE
                 WHEN 'DAY4'
                    IF NOT EP-IN-DAY4(WS-ELF-SUB) THEN
                       ADD 1 TO WS-ACT-DISTINCT
                    END-IF
                    SET EP-IN-DAY4(WS-ELF-SUB) TO TRUE
              END-EVALUATE
              MOVE WS-TODAY-TEXT TO EP-LAST-ACTIVE(WS-ELF-SUB)
           END-IF
           .

      *
      *    ADD-UNMATCHED KEEPS ONE PIECE OF ACTIVITY THAT NAMES NO
      *    ELF ON FILE, FOR THE REASON IN WS-UM-REASON.  PAST 50 ROWS
      *    ONLY THE COUNT GOES UP.
       ADD-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           IF WS-UNMATCHED-COUNT <= 50 THEN
              MOVE WS-UM-REASON TO UM-REASON(WS-UNMATCHED-COUNT)
              MOVE WS-ACT-SOURCE TO UM-SOURCE(WS-UNMATCHED-COUNT)
              MOVE WS-LINE-NUM TO UM-LINE(WS-UNMATCHED-COUNT)
              MOVE WS-ACT-TEXT TO UM-TEXT(WS-UNMATCHED-COUNT)
           END-IF
           .

      *
      *    OPEN-ACTIVITY-FILE OPENS THE INPUT NAMED IN
      *    WS-ACTIVITY-NAME FOR THE SOURCE ROW JUST ADDED.
       OPEN-ACTIVITY-FILE.
           MOVE ZERO TO WS-LINE-NUM
           MOVE ZERO TO WS-ACT-DISTINCT
           SET WS-READ-EOF TO FALSE
           OPEN INPUT ACTIVITY-FILE
           MOVE WS-ACT-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
           IF FS-ACT-OK THEN
              SET SRC-OPENED(WS-SRC-SUB) TO TRUE
           END-IF
           .

      *
      *    SCAN-DAY1-INPUT NUMBERS THE MANIFEST'S ELVES THE WAY DAY1
      *    DOES - A BLANK LINE ENDS AN ELF - AND MARKS EVERY ELF THAT
      *    FILED AT LEAST ONE LINE.  A .LST NAME IS A LIST OF CAMP
      *    MANIFESTS, READ IN LIST ORDER WITH THE NUMBERING RUNNING
      *    ON ACROSS CAMPS.
       SCAN-DAY1-INPUT.
           PERFORM ADD-SOURCE
           MOVE 'DAY1 MANIFEST' TO SRC-LABEL(WS-SRC-SUB)
           MOVE WS-INPUT-DAY1 TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ELVES' TO SRC-UNIT(WS-SRC-SUB)
           MOVE 'DAY1' TO WS-ACT-SOURCE
           MOVE 1 TO WS-MANIFEST-ELF
           MOVE ZERO TO WS-ACT-DISTINCT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT-DAY1))
              TO WS-INPUT-NAME-LEN
           IF WS-INPUT-NAME-LEN > 4 AND
              WS-INPUT-DAY1(WS-INPUT-NAME-LEN - 3:4) = '.LST' THEN
              MOVE WS-INPUT-DAY1 TO WS-MANIFEST-LIST-NAME
              MOVE ZERO TO WS-LIST-LINES
              OPEN INPUT MANIFEST-LIST-FILE
              MOVE WS-LIST-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
              IF FS-LIST-OK THEN
                 SET SRC-OPENED(WS-SRC-SUB) TO TRUE
                 SET WS-LIST-EOF TO FALSE
                 PERFORM UNTIL WS-LIST-EOF
                    READ MANIFEST-LIST-FILE
                       AT END
                          SET WS-LIST-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-LIST-LINES
                          PERFORM SCAN-ONE-CAMP
                    END-READ
                 END-PERFORM
                 CLOSE MANIFEST-LIST-FILE
                 MOVE WS-MANIFEST-LIST-NAME TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-LIST-LINES TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           ELSE
              MOVE WS-INPUT-DAY1 TO WS-ACTIVITY-NAME
              PERFORM SCAN-ONE-MANIFEST
              MOVE WS-ACT-STATUS-CD TO SRC-STATUS(WS-SRC-SUB)
              IF FS-ACT-OK THEN
                 SET SRC-OPENED(WS-SRC-SUB) TO TRUE
              END-IF
           END-IF
           MOVE WS-ACT-DISTINCT TO SRC-COUNT(WS-SRC-SUB)
           .

       SCAN-ONE-CAMP.
           IF MANIFEST-LIST-RECORD NOT = SPACES
              AND MANIFEST-LIST-RECORD(1:1) NOT = '*' THEN
              MOVE SPACES TO WS-LIST-CAMP
              MOVE SPACES TO WS-LIST-FILE
              UNSTRING MANIFEST-LIST-RECORD DELIMITED BY ','
                 INTO WS-LIST-CAMP WS-LIST-FILE
              IF WS-LIST-FILE NOT = SPACES THEN
                 MOVE FUNCTION TRIM(WS-LIST-FILE) TO WS-ACTIVITY-NAME
                 PERFORM SCAN-ONE-MANIFEST
                 IF NOT FS-ACT-OK THEN
                    DISPLAY 'ELFPOP: CAMP MANIFEST '
                       FUNCTION TRIM(WS-ACTIVITY-NAME)
                       ' COULD NOT BE OPENED (FILE STATUS '
                       WS-ACT-STATUS-CD ') - CAMP NOT COUNTED.'
                 END-IF
              END-IF
           END-IF
           .

      *
      *    SCAN-ONE-MANIFEST WALKS ONE MANIFEST, CARRYING THE ELF
      *    NUMBER IN WS-MANIFEST-ELF ON FROM THE PREVIOUS ONE.
       SCAN-ONE-MANIFEST.
           MOVE ZERO TO WS-MANIFEST-LINES
           MOVE ZERO TO WS-LINE-NUM
           SET WS-READ-EOF TO FALSE
           OPEN INPUT ACTIVITY-FILE
           IF FS-ACT-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ ACTIVITY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                       PERFORM CLOSE-MANIFEST-ELF
                    NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO WS-RECORDS-READ
                       IF ACTIVITY-RECORD = SPACES THEN
                          PERFORM CLOSE-MANIFEST-ELF
                          ADD 1 TO WS-MANIFEST-ELF
                       ELSE
                          ADD 1 TO WS-MANIFEST-LINES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACTIVITY-FILE
              MOVE WS-ACTIVITY-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              IF WS-MANIFEST-LINES > ZERO THEN
                 ADD 1 TO WS-MANIFEST-ELF
              END-IF
              MOVE ZERO TO WS-MANIFEST-LINES
           END-IF
           .

       CLOSE-MANIFEST-ELF.
           IF WS-MANIFEST-LINES > ZERO THEN
              MOVE WS-MANIFEST-ELF TO WS-ACT-ELF
              MOVE WS-MANIFEST-ELF TO WS-EDIT-A
              MOVE FUNCTION TRIM(WS-EDIT-A) TO WS-ACT-TEXT
              PERFORM NOTE-ACTIVE-ELF
           END-IF
           MOVE ZERO TO WS-MANIFEST-LINES
           .

      *
      *    SCAN-DAY2-ENTRANTS READS THE TOURNAMENT ROSTER (ELF,FILE
      *    RECORDS).  AN ENTRANT LABEL IS EITHER AN ELF NUMBER OR AN
      *    ELF'S NAME; A NAME IS LOOKED UP AGAINST THE ROSTER AND
      *    MASTER NAMES, IGNORING CASE.
       SCAN-DAY2-ENTRANTS.
           PERFORM ADD-SOURCE
           MOVE 'DAY2 TOURNAMENT ROSTER' TO SRC-LABEL(WS-SRC-SUB)
           MOVE WS-INPUT-DAY2-TOURN TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ENTRANTS' TO SRC-UNIT(WS-SRC-SUB)
           MOVE 'DAY2' TO WS-ACT-SOURCE
           MOVE WS-INPUT-DAY2-TOURN TO WS-ACTIVITY-NAME
           PERFORM OPEN-ACTIVITY-FILE
           IF FS-ACT-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ ACTIVITY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-DAY2-ENTRANT
                 END-READ
              END-PERFORM
              CLOSE ACTIVITY-FILE
              MOVE WS-ACTIVITY-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-ACT-DISTINCT TO SRC-COUNT(WS-SRC-SUB)
           END-IF
           .

       TALLY-DAY2-ENTRANT.
           IF ACTIVITY-RECORD NOT = SPACES
              AND ACTIVITY-RECORD(1:1) NOT = '*' THEN
              MOVE SPACES TO WS-EN-LABEL
              MOVE SPACES TO WS-EN-FILE
              UNSTRING ACTIVITY-RECORD DELIMITED BY ','
                 INTO WS-EN-LABEL WS-EN-FILE
              MOVE FUNCTION TRIM(WS-EN-LABEL) TO WS-ACT-TEXT
              IF WS-ACT-TEXT NOT = SPACES THEN
                 IF FUNCTION TEST-NUMVAL(WS-ACT-TEXT) = ZERO THEN
                    COMPUTE WS-ACT-ELF = FUNCTION NUMVAL(WS-ACT-TEXT)
                    PERFORM NOTE-ACTIVE-ELF
                 ELSE
                    PERFORM FIND-ENTRANT-BY-NAME
                 END-IF
              END-IF
           END-IF
           .

       FIND-ENTRANT-BY-NAME.
           SET WS-NAME-FOUND TO FALSE
           MOVE FUNCTION UPPER-CASE(WS-ACT-TEXT) TO WS-LABEL-UPPER
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT OR WS-NAME-FOUND
              IF EP-NAME(WS-ELF-SUB) NOT = SPACES THEN
                 MOVE FUNCTION UPPER-CASE(EP-NAME(WS-ELF-SUB))
                    TO WS-NAME-UPPER
                 IF WS-NAME-UPPER = WS-LABEL-UPPER THEN
                    SET WS-NAME-FOUND TO TRUE
                    MOVE WS-ELF-SUB TO WS-ACT-ELF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NAME-FOUND THEN
              PERFORM NOTE-ACTIVE-ELF
           ELSE
              MOVE 'ENTRANT MATCHES NO ELF NUMBER OR NAME'
                 TO WS-UM-REASON
              PERFORM ADD-UNMATCHED
           END-IF
           .

      *
      *    SCAN-DAY3-INPUT PICKS THE OWNER OFF EACH RUCKSACK'S
      *    "ELFID:" PREFIX.  RUCKSACKS WITHOUT ONE BELONG TO NOBODY.
       SCAN-DAY3-INPUT.
           PERFORM ADD-SOURCE
           MOVE 'DAY3 RUCKSACKS' TO SRC-LABEL(WS-SRC-SUB)
           MOVE WS-INPUT-DAY3 TO SRC-NAME(WS-SRC-SUB)
           MOVE 'OWNERS' TO SRC-UNIT(WS-SRC-SUB)
           MOVE 'DAY3' TO WS-ACT-SOURCE
           MOVE WS-INPUT-DAY3 TO WS-ACTIVITY-NAME
           PERFORM OPEN-ACTIVITY-FILE
           IF FS-ACT-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ ACTIVITY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-RUCKSACK-OWNER
                 END-READ
              END-PERFORM
              CLOSE ACTIVITY-FILE
              MOVE WS-ACTIVITY-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-ACT-DISTINCT TO SRC-COUNT(WS-SRC-SUB)
           END-IF
           .

       TALLY-RUCKSACK-OWNER.
           MOVE SPACES TO WS-OWNER-TEXT
           MOVE SPACES TO WS-ITEM-PART
           UNSTRING ACTIVITY-RECORD DELIMITED BY ':'
              INTO WS-OWNER-TEXT WS-ITEM-PART
           IF WS-ITEM-PART NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-OWNER-TEXT) = ZERO THEN
              MOVE FUNCTION TRIM(WS-OWNER-TEXT) TO WS-ACT-TEXT
              COMPUTE WS-ACT-ELF = FUNCTION NUMVAL(WS-OWNER-TEXT)
              PERFORM NOTE-ACTIVE-ELF
           END-IF
           .

      *
      *    SCAN-DAY4-INPUT PICKS THE ELF ID OFF EVERY "ELFID:LO-HI"
      *    RANGE ON EACH SECTION RECORD.  RANGES IN THE CLASSIC
      *    LAYOUT CARRY NO ID (DAY4 USES THE POSITION ON THE LINE)
      *    AND NAME NO REAL ELF.
       SCAN-DAY4-INPUT.
           PERFORM ADD-SOURCE
           MOVE 'DAY4 SECTION RANGES' TO SRC-LABEL(WS-SRC-SUB)
           MOVE WS-INPUT-DAY4 TO SRC-NAME(WS-SRC-SUB)
           MOVE 'ELVES' TO SRC-UNIT(WS-SRC-SUB)
           MOVE 'DAY4' TO WS-ACT-SOURCE
           MOVE WS-INPUT-DAY4 TO WS-ACTIVITY-NAME
           PERFORM OPEN-ACTIVITY-FILE
           IF FS-ACT-OK THEN
              PERFORM UNTIL WS-READ-EOF
                 READ ACTIVITY-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM TALLY-SECTION-RANGES
                 END-READ
              END-PERFORM
              CLOSE ACTIVITY-FILE
              MOVE WS-ACTIVITY-NAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE WS-ACT-DISTINCT TO SRC-COUNT(WS-SRC-SUB)
           END-IF
           .

       TALLY-SECTION-RANGES.
           MOVE 1 TO WS-RANGE-PTR
           PERFORM UNTIL WS-RANGE-PTR > 132
              MOVE SPACES TO WS-ONE-RANGE
              UNSTRING ACTIVITY-RECORD DELIMITED BY ','
                 INTO WS-ONE-RANGE
                 WITH POINTER WS-RANGE-PTR
              END-UNSTRING
              IF WS-ONE-RANGE = SPACES THEN
                 MOVE 133 TO WS-RANGE-PTR
              ELSE
                 MOVE SPACES TO WS-OWNER-TEXT
                 MOVE SPACES TO WS-RANGE-PART
                 UNSTRING WS-ONE-RANGE DELIMITED BY ':'
                    INTO WS-OWNER-TEXT WS-RANGE-PART
                 IF WS-RANGE-PART NOT = SPACES AND
                    FUNCTION TEST-NUMVAL(WS-OWNER-TEXT) = ZERO THEN
                    MOVE FUNCTION TRIM(WS-OWNER-TEXT) TO WS-ACT-TEXT
                    COMPUTE WS-ACT-ELF =
                       FUNCTION NUMVAL(WS-OWNER-TEXT)
                    PERFORM NOTE-ACTIVE-ELF
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    WRITE-SOURCE-SECTION LISTS WHAT WAS READ, SO A SHORT LIST
      *    CAN BE TOLD APART FROM AN INPUT THAT WAS NEVER STAGED.
       WRITE-SOURCE-SECTION.
           MOVE SPACES TO POPULATION-REPORT-LINE
           STRING 'PROCESSING DATE ' WS-TODAY-TEXT
              '   INACTIVE MEANS NO ACTIVITY SINCE ' WS-CUTOFF-TEXT
              DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           MOVE SPACES TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           MOVE 'SOURCES READ' TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SRC-COUNT
              MOVE SPACES TO POPULATION-REPORT-LINE
              IF SRC-OPENED(WS-SRC-SUB) THEN
                 MOVE SRC-COUNT(WS-SRC-SUB) TO WS-EDIT-A
                 STRING '  ' SRC-LABEL(WS-SRC-SUB) ' '
                    SRC-NAME(WS-SRC-SUB) ' ' WS-EDIT-A ' '
                    SRC-UNIT(WS-SRC-SUB)
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
              ELSE
                 STRING '  ' SRC-LABEL(WS-SRC-SUB) ' '
                    SRC-NAME(WS-SRC-SUB) ' NOT AVAILABLE (STATUS '
                    SRC-STATUS(WS-SRC-SUB) ')'
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
              END-IF
              PERFORM PUT-POPULATION-LINE
           END-PERFORM
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              IF EP-ON-MASTER(WS-ELF-SUB) OR EP-ON-ROSTER(WS-ELF-SUB)
                 OR EP-JRN-STATE(WS-ELF-SUB) NOT = SPACE
                 OR EP-IN-DAY1(WS-ELF-SUB) OR EP-IN-DAY2(WS-ELF-SUB)
                 OR EP-IN-DAY3(WS-ELF-SUB) OR EP-IN-DAY4(WS-ELF-SUB)
                 OR EP-SECTIONS(WS-ELF-SUB) > ZERO
                 OR EP-OPEN-ORDERS(WS-ELF-SUB) > ZERO THEN
                 ADD 1 TO WS-POPULATION-COUNT
              END-IF
           END-PERFORM
           .

      *
      *    WRITE-SECTION-BREAK LEAVES A BLANK LINE BEFORE EACH
      *    SECTION OF THE REPORT.
       WRITE-SECTION-BREAK.
           MOVE SPACES TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           .

      *
      *    WRITE-NOT-ON-MASTER-SECTION LISTS ELVES SEEN IN TODAY'S
      *    INPUTS THAT HAVE NO MASTER RECORD, THEN THE ACTIVITY THAT
      *    NAMES NO ELF AT ALL.
       WRITE-NOT-ON-MASTER-SECTION.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'ACTIVE IN TODAY''S INPUTS BUT NOT ON THE ELF MASTER'
              TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           MOVE '        ELF  SEEN IN              ROSTER NAME'
              TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              IF NOT EP-ON-MASTER(WS-ELF-SUB) AND
                 (EP-IN-DAY1(WS-ELF-SUB) OR EP-IN-DAY2(WS-ELF-SUB)
                 OR EP-IN-DAY3(WS-ELF-SUB) OR EP-IN-DAY4(WS-ELF-SUB))
                 THEN
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
                 PERFORM BUILD-SEEN-TEXT
                 MOVE WS-ELF-SUB TO WS-EDIT-A
                 MOVE SPACES TO POPULATION-REPORT-LINE
                 STRING '  ' WS-EDIT-A '  ' WS-SEEN-TEXT ' '
                    EP-NAME(WS-ELF-SUB)
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
                 PERFORM PUT-POPULATION-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-UM-SUB FROM 1 BY 1
              UNTIL WS-UM-SUB > WS-UNMATCHED-COUNT
                 OR WS-UM-SUB > 50
              ADD 1 TO WS-NOT-ON-MASTER-COUNT
              MOVE UM-LINE(WS-UM-SUB) TO WS-EDIT-A
              MOVE SPACES TO POPULATION-REPORT-LINE
              STRING '  ' UM-SOURCE(WS-UM-SUB) ' LINE '
                 FUNCTION TRIM(WS-EDIT-A) ': "'
                 FUNCTION TRIM(UM-TEXT(WS-UM-SUB)) '" - '
                 UM-REASON(WS-UM-SUB)
                 DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-PERFORM
           IF WS-UNMATCHED-COUNT > 50 THEN
              COMPUTE WS-EDIT-A = WS-UNMATCHED-COUNT - 50
              COMPUTE WS-NOT-ON-MASTER-COUNT =
                 WS-NOT-ON-MASTER-COUNT + WS-UNMATCHED-COUNT - 50
              MOVE SPACES TO POPULATION-REPORT-LINE
              STRING '  ... AND ' FUNCTION TRIM(WS-EDIT-A)
                 ' MORE UNMATCHED ENTRIES NOT LISTED'
                 DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-IF
           IF WS-NOT-ON-MASTER-COUNT = ZERO THEN
              MOVE '  NONE' TO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-IF
           .

       BUILD-SEEN-TEXT.
           MOVE SPACES TO WS-SEEN-TEXT
           IF EP-IN-DAY1(WS-ELF-SUB) THEN
              MOVE 'DAY1' TO WS-SEEN-TEXT(1:4)
           END-IF
           IF EP-IN-DAY2(WS-ELF-SUB) THEN
              MOVE 'DAY2' TO WS-SEEN-TEXT(6:4)
           END-IF
           IF EP-IN-DAY3(WS-ELF-SUB) THEN
              MOVE 'DAY3' TO WS-SEEN-TEXT(11:4)
           END-IF
           IF EP-IN-DAY4(WS-ELF-SUB) THEN
              MOVE 'DAY4' TO WS-SEEN-TEXT(16:4)
           END-IF
           .

      *
      *    WRITE-INACTIVE-SECTION LISTS ROSTERED ELVES WHOSE LATEST
      *    ACTIVITY ON FILE IS OLDER THAN THE CUT-OFF, OR WHO HAVE
      *    NONE ON FILE AT ALL.
       WRITE-INACTIVE-SECTION.
           PERFORM WRITE-SECTION-BREAK
           MOVE WS-INACTIVE-DAYS TO WS-EDIT-A
           MOVE SPACES TO POPULATION-REPORT-LINE
           STRING 'ROSTERED ELVES WITH NO ACTIVITY IN '
              FUNCTION TRIM(WS-EDIT-A) ' DAYS'
              DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           MOVE '        ELF  NAME                  TEAM'
              TO POPULATION-REPORT-LINE
           MOVE 'LAST ACTIVE' TO POPULATION-REPORT-LINE(48:11)
           PERFORM PUT-POPULATION-LINE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              IF (EP-ON-ROSTER(WS-ELF-SUB) OR
                  EP-MASTER-ROSTERED(WS-ELF-SUB)) AND
                 EP-LAST-ACTIVE(WS-ELF-SUB) < WS-CUTOFF-TEXT THEN
                 ADD 1 TO WS-INACTIVE-COUNT
                 IF EP-LAST-ACTIVE(WS-ELF-SUB) = SPACES THEN
                    MOVE 'NONE ON FILE' TO WS-LAST-ACTIVE-TEXT
                 ELSE
                    MOVE EP-LAST-ACTIVE(WS-ELF-SUB)
                       TO WS-LAST-ACTIVE-TEXT
                 END-IF
                 IF EP-ON-ROSTER(WS-ELF-SUB) THEN
                    MOVE EP-ROSTER-TEAM(WS-ELF-SUB) TO WS-TEAM-A
                 ELSE
                    MOVE EP-MASTER-TEAM(WS-ELF-SUB) TO WS-TEAM-A
                 END-IF
                 MOVE WS-ELF-SUB TO WS-EDIT-A
                 MOVE SPACES TO POPULATION-REPORT-LINE
                 STRING '  ' WS-EDIT-A '  ' EP-NAME(WS-ELF-SUB) '  '
                    WS-TEAM-A '  ' WS-LAST-ACTIVE-TEXT
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
                 PERFORM PUT-POPULATION-LINE
              END-IF
           END-PERFORM
           IF WS-INACTIVE-COUNT = ZERO THEN
              MOVE '  NONE' TO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-IF
           .

      *
      *    WRITE-DEPARTED-SECTION LISTS ELVES WHOSE LATEST ROSTER
      *    JOURNAL ENTRY TOOK THEM OFF THE ROSTER (AND WHO HAVE NOT
      *    REAPPEARED ON IT) BUT WHO STILL OWN SECTIONS OR HOLD OPEN
      *    REPACK WORK ORDERS.
       WRITE-DEPARTED-SECTION.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'DEPARTED ELVES STILL OWNING SECTIONS OR HOLDING'
              TO POPULATION-REPORT-LINE
           MOVE 'OPEN WORK ORDERS' TO POPULATION-REPORT-LINE(49:16)
           PERFORM PUT-POPULATION-LINE
           MOVE '        ELF  NAME AT DEPARTURE     SECTIONS'
              TO POPULATION-REPORT-LINE
           MOVE 'OPEN ORDERS' TO POPULATION-REPORT-LINE(45:11)
           PERFORM PUT-POPULATION-LINE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              IF EP-JRN-DEPARTED(WS-ELF-SUB) AND
                 NOT EP-ON-ROSTER(WS-ELF-SUB) AND
                 (EP-SECTIONS(WS-ELF-SUB) > ZERO OR
                  EP-OPEN-ORDERS(WS-ELF-SUB) > ZERO) THEN
                 ADD 1 TO WS-DEPARTED-HOLD-COUNT
                 MOVE WS-ELF-SUB TO WS-EDIT-A
                 MOVE EP-SECTIONS(WS-ELF-SUB) TO WS-EDIT-B
                 MOVE EP-OPEN-ORDERS(WS-ELF-SUB) TO WS-EDIT-C
                 MOVE SPACES TO POPULATION-REPORT-LINE
                 STRING '  ' WS-EDIT-A '  ' EP-NAME(WS-ELF-SUB)
                    WS-EDIT-B '  ' WS-EDIT-C
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
                 PERFORM PUT-POPULATION-LINE
              END-IF
           END-PERFORM
           IF WS-DEPARTED-HOLD-COUNT = ZERO THEN
              MOVE '  NONE' TO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-IF
           .

      *
      *    WRITE-TEAM-SECTION LISTS ELVES WHOSE TEAM IS NOT THE SAME
      *    IN EVERY SOURCE THAT CARRIES ONE: THE MASTER (ROSTERED
      *    ELVES ONLY), THE ROSTER AND THE ROSTER JOURNAL'S LATEST
      *    AFTER IMAGE.  A JOURNAL THAT DISAGREES WITH THE ROSTER
      *    POINTS TO AN EDIT MADE OUTSIDE ROSTMNT.
       WRITE-TEAM-SECTION.
           PERFORM WRITE-SECTION-BREAK
           MOVE 'TEAM DIFFERS BETWEEN SOURCES'
              TO POPULATION-REPORT-LINE
           PERFORM PUT-POPULATION-LINE
           MOVE '        ELF  NAME                  MASTER      ROSTER'
              TO POPULATION-REPORT-LINE
           MOVE 'JOURNAL' TO POPULATION-REPORT-LINE(60:7)
           PERFORM PUT-POPULATION-LINE
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              PERFORM CHECK-TEAM-AGREEMENT
              IF WS-TEAM-DIFF THEN
                 ADD 1 TO WS-TEAM-DIFF-COUNT
                 MOVE WS-ELF-SUB TO WS-EDIT-A
                 MOVE SPACES TO POPULATION-REPORT-LINE
                 STRING '  ' WS-EDIT-A '  ' EP-NAME(WS-ELF-SUB) '  '
                    EP-MASTER-TEAM(WS-ELF-SUB) '  '
                    EP-ROSTER-TEAM(WS-ELF-SUB) '  '
                    EP-JRN-TEAM(WS-ELF-SUB)
                    DELIMITED BY SIZE INTO POPULATION-REPORT-LINE
                 PERFORM PUT-POPULATION-LINE
              END-IF
           END-PERFORM
           IF WS-TEAM-DIFF-COUNT = ZERO THEN
              MOVE '  NONE' TO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-IF
           .

       CHECK-TEAM-AGREEMENT.
           SET WS-TEAM-DIFF TO FALSE
           MOVE SPACES TO WS-TEAM-A
           IF EP-MASTER-TEAM(WS-ELF-SUB) NOT = SPACES THEN
              MOVE EP-MASTER-TEAM(WS-ELF-SUB) TO WS-TEAM-A
           END-IF
           IF EP-ROSTER-TEAM(WS-ELF-SUB) NOT = SPACES THEN
              IF WS-TEAM-A = SPACES THEN
                 MOVE EP-ROSTER-TEAM(WS-ELF-SUB) TO WS-TEAM-A
              ELSE
                 IF EP-ROSTER-TEAM(WS-ELF-SUB) NOT = WS-TEAM-A THEN
                    SET WS-TEAM-DIFF TO TRUE
                 END-IF
              END-IF
           END-IF
           IF EP-JRN-KNOWN(WS-ELF-SUB) AND
              EP-JRN-TEAM(WS-ELF-SUB) NOT = SPACES AND
              WS-TEAM-A NOT = SPACES AND
              EP-JRN-TEAM(WS-ELF-SUB) NOT = WS-TEAM-A THEN
              SET WS-TEAM-DIFF TO TRUE
           END-IF
           .

       PUT-POPULATION-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE POPULATION-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO POPULATION-REPORT-LINE
                 WRITE POPULATION-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE POPULATION-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO POPULATION-REPORT-LINE
           END-IF
           WRITE POPULATION-REPORT-LINE
           .

      *
      *    WRITE-POPULATION-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-POPULATION-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO POPULATION-REPORT-LINE
              PERFORM PUT-POPULATION-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.
       END PROGRAM ELFPOP.
