       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPCNF.
      *
      *    SWEEPCNF READS THE CREWS' SWEEP CONFIRMATIONS AND MATCHES
      *    THEM AGAINST THE SWEEP REGISTER, DAY4SWPL.TXT, WHERE DAY4
      *    ENTERS EVERY SECTION IT ASSIGNED TO A NAMED ELF AND EVERY
      *    SECTION ITS ROTA HANDED OUT, UNDER THE DAY THEY WERE DUE.
      *    A CONFIRMATION MARKS THE ELF'S DUTY FOR THAT SECTION ON
      *    THAT DAY CONFIRMED.  THE REPORT (SWEEPRPT.TXT) LISTS THE
      *    SECTIONS CONFIRMED BY AN ELF WHO WAS NOT ASSIGNED THEM,
      *    THE SECTIONS ASSIGNED BUT NOT YET CONFIRMED, THE OVERDUE
      *    LIST - SECTIONS STILL UNCONFIRMED MORE THAN
      *    DAY4-SWEEP-OVERDUE-DAYS (DEFAULT 2) AFTER THEIR DAY - AND
      *    THE COMPLETION RATE PER ELF AND PER ROSTER TEAM OVER THE
      *    DUTIES ON THE REGISTER.  A CONFIRMATION REPEATING ONE
      *    ALREADY APPLIED IS COUNTED AND PASSED BY, SO THE SAME FILE
      *    CAN SAFELY BE READ TWICE.  CONFIRMED DUTIES OLDER THAN
      *    DAY4-SWEEP-KEEP-DAYS (DEFAULT 14) ARE RETIRED FROM THE
      *    REGISTER WHEN IT IS WRITTEN BACK; UNCONFIRMED ONES STAY
      *    UNTIL THEY ARE CONFIRMED.
      *
      *    THE CONFIRMATION FILE (DAY4CONF.TXT, OR THE NAME GIVEN AS
      *    THE FIRST ARGUMENT) IS FIXED FORMAT, ONE 'C' RECORD PER
      *    RANGE SWEPT - ELF NUMBER, FIRST AND LAST SECTION, THE DATE
      *    SWEPT (YYYY-MM-DD) AND THE CREW'S REFERENCE.  ANY OTHER
      *    RECORD TYPE IS PASSED BY.  RETURN CODE 4 WHEN ANYTHING IS
      *    OVERDUE OR CONFIRMED BY THE WRONG ELF, 8 WITHOUT THE
      *    REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-REPORT-FILE ASSIGN TO 'SWEEPRPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFIRMATION-FILE ASSIGN TO DYNAMIC WS-CONF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONF-STATUS-CD.
           SELECT ROSTER-FILE ASSIGN TO 'DAY1ROST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS-CD.
           COPY SWEEPSL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE       PIC X(132).
       FD  CONFIRMATION-FILE.
       01  CONFIRMATION-RECORD.
           05 RC-REC-TYPE          PIC X(1).
           05 RC-ELF-NUM           PIC 9(9).
           05 RC-SECTION-FROM      PIC 9(5).
           05 RC-SECTION-TO        PIC 9(5).
           05 RC-SWEEP-DATE        PIC X(10).
           05 RC-CREW-REF          PIC X(20).
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RS-ELF-NUM           PIC 9(5).
           05 FILLER               PIC X(1).
           05 RS-NAME              PIC X(20).
           05 FILLER               PIC X(1).
           05 RS-TEAM              PIC X(10).
       COPY SWEEPFD.
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-CONF-STATUS-CD        PIC X(2) VALUE '00'.
           88 FS-CONF-OK                    VALUE '00'.
       01 WS-ROSTER-STATUS-CD      PIC X(2) VALUE '00'.
           88 FS-ROSTER-OK                  VALUE '00'.
       01 WS-CONF-FILENAME         PIC X(100) VALUE 'DAY4CONF.TXT'.
       01 WS-CONF-ARG              PIC X(100).
       01 WS-READ-EOF-SW           PIC X(1) VALUE 'N'.
           88 WS-READ-EOF                   VALUE 'Y' FALSE 'N'.
       01 WS-RECORDS-READ          PIC 9(9) BINARY VALUE ZERO.
       01 WS-CONF-LINE-NUM         PIC 9(9) BINARY VALUE ZERO.
       01 WS-OVERDUE-DAYS          PIC 9(4) BINARY VALUE 2.
       01 WS-KEEP-DAYS             PIC 9(4) BINARY VALUE 14.
       01 WS-TODAY-TEXT            PIC X(10).
       01 WS-TODAY-DAYNUM          PIC 9(9) BINARY.
       01 WS-DUE-DAYNUM            PIC 9(9) BINARY.
       01 WS-AGE-DAYS              PIC 9(9) BINARY.
       01 WS-DATE-NUM              PIC 9(8).
       01 WS-DATE-TEXT             PIC X(10).
      *
      *    THE REGISTER, ONE ROW PER SECTION DUTY, IN FILE ORDER SO
      *    IT CAN BE WRITTEN BACK AS IT WAS READ.  SR-AGE IS WORKED
      *    OUT ONCE ON LOADING.
       01 WS-DUTY-LIMIT            PIC 9(9) BINARY VALUE 100000.
       01 WS-DUTY-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 DUTY-TABLE.
           05 DUTY-ENTRY OCCURS 100000 TIMES.
              10 SR-SWEEP-DATE     PIC X(10).
              10 SR-SECTION        PIC 9(5) BINARY.
              10 SR-ELF            PIC 9(9) BINARY.
              10 SR-SOURCE         PIC X(1).
              10 SR-RUN-ID         PIC X(15).
              10 SR-CONF-STATUS    PIC X(1).
                 88 SR-UNCONFIRMED          VALUE SPACE.
                 88 SR-CONFIRMED            VALUE 'C'.
              10 SR-CONF-DATE      PIC X(10).
              10 SR-AGE            PIC 9(9) BINARY.
       01 WS-DUTY-SUB              PIC 9(9) BINARY.
       01 WS-DUTIES-FULL-SW        PIC X(1) VALUE 'N'.
           88 WS-DUTIES-FULL                VALUE 'Y' FALSE 'N'.
       01 WS-REGISTER-KEPT-SW      PIC X(1) VALUE 'N'.
           88 WS-REGISTER-KEPT              VALUE 'Y' FALSE 'N'.
      *
      *    THE ROSTER, FOR ELF -> NAME AND TEAM.  TEAM 1 IS KEPT FOR
      *    ELVES WITH NO ROSTER ENTRY OR NO TEAM.
       01 WS-ELF-LIMIT             PIC 9(9) BINARY VALUE 10000.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 10000 TIMES.
              10 RT-NAME           PIC X(20).
              10 RT-TEAM-SUB       PIC 9(4) BINARY.
              10 RT-DUTIES         PIC 9(9) BINARY.
              10 RT-CONFIRMED      PIC 9(9) BINARY.
       01 WS-ELF-SUB               PIC 9(9) BINARY.
       01 WS-TEAM-COUNT            PIC 9(4) BINARY VALUE 1.
       01 TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 51 TIMES.
              10 TM-NAME           PIC X(10).
              10 TM-DUTIES         PIC 9(9) BINARY.
              10 TM-CONFIRMED      PIC 9(9) BINARY.
       01 WS-TEAM-SUB              PIC 9(4) BINARY.
       01 WS-FIND-TEAM             PIC X(10).
       01 WS-TEAMS-FULL-SW         PIC X(1) VALUE 'N'.
           88 WS-TEAMS-FULL                 VALUE 'Y' FALSE 'N'.
       01 WS-OFF-ROSTER-COUNT      PIC 9(9) BINARY VALUE ZERO.
      *
      *    WHAT THIS RUN'S CONFIRMATIONS DID, FOR THE REPORT.  EACH
      *    CONFIRMATION NAMING SECTIONS ITS ELF WAS NOT ASSIGNED THAT
      *    DAY IS HELD AS A READY-MADE REPORT LINE.
       01 WS-CONF-SECTION          PIC 9(9) BINARY.
       01 WS-CONF-MISSES           PIC 9(9) BINARY.
       01 WS-CONF-OTHER-SECTION    PIC 9(9) BINARY.
       01 WS-CONF-OTHER-ELF        PIC 9(9) BINARY.
       01 WS-CONFIRMED-COUNT       PIC 9(9) BINARY VALUE ZERO.
       01 WS-REPEATED-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-INVALID-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-NOT-ASSIGNED-COUNT    PIC 9(9) BINARY VALUE ZERO.
       01 WS-UNCONFIRMED-COUNT     PIC 9(9) BINARY VALUE ZERO.
       01 WS-OVERDUE-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-RETIRED-COUNT         PIC 9(9) BINARY VALUE ZERO.
       01 WS-READ-COUNT            PIC 9(9) BINARY VALUE ZERO.
       01 WS-EXC-COUNT             PIC 9(4) BINARY VALUE ZERO.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 1000 TIMES.
              10 EX-LINE           PIC X(132).
       01 WS-EXC-SUB               PIC 9(4) BINARY.
       01 WS-EXC-LINE              PIC X(132).
       01 WS-EXC-DROPPED           PIC 9(9) BINARY VALUE ZERO.
       01 WS-LINE-PTR              PIC 9(4) BINARY.
      *
      *    UNCONFIRMED DUTIES ARE LISTED AS RANGES: CONSECUTIVE
      *    SECTIONS OF ONE ELF'S DUTY FROM THE SAME DAY AND SOURCE
      *    RUN TOGETHER INTO ONE LINE.
       01 WS-LIST-OVERDUE-SW       PIC X(1) VALUE 'N'.
           88 WS-LIST-OVERDUE               VALUE 'Y' FALSE 'N'.
       01 WS-SECTION-LINES         PIC 9(9) BINARY.
       01 WS-RUN-OPEN-SW           PIC X(1) VALUE 'N'.
           88 WS-RUN-OPEN                   VALUE 'Y' FALSE 'N'.
       01 WS-RUN-DATE              PIC X(10).
       01 WS-RUN-ELF               PIC 9(9) BINARY.
       01 WS-RUN-SOURCE            PIC X(1).
       01 WS-RUN-FIRST             PIC 9(9) BINARY.
       01 WS-RUN-LAST              PIC 9(9) BINARY.
       01 WS-RUN-AGE               PIC 9(9) BINARY.
       01 WS-ELF-LABEL             PIC X(40).
       01 WS-LABEL-ELF             PIC 9(9) BINARY.
       01 WS-RATE                  PIC 9(3)V9.
       01 WS-EDIT-RATE             PIC ZZ9.9.
       01 WS-EDIT-A                PIC Z(8)9.
       01 WS-EDIT-B                PIC Z(8)9.
       01 WS-EDIT-C                PIC Z(8)9.
       01 WS-EDIT-SECT-A           PIC Z(4)9.
       01 WS-EDIT-SECT-B           PIC Z(4)9.
       01 WS-FOUND-SW              PIC X(1) VALUE 'N'.
           88 WS-FOUND                      VALUE 'Y' FALSE 'N'.
       01 WS-NEWLY-CONFIRMED-SW    PIC X(1) VALUE 'N'.
           88 WS-NEWLY-CONFIRMED            VALUE 'Y' FALSE 'N'.
       COPY SWEEPWS.
       COPY CONFIGWS.
       COPY CFGHWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY RPTPGWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'SWEEPCNF' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'SWEEPCNF' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-SWEEP-PARMS

      *    THE REGISTER IS HELD FROM THE READ THROUGH THE REWRITE SO
      *    A DAY4 RUN CANNOT ENTER DUTIES IN BETWEEN AND LOSE THEM.
           PERFORM GET-SWPL-LOCK
           IF NOT WS-SWPL-LOCKED THEN
              DISPLAY 'SWEEPCNF: COULD NOT GET THE DAY4SWPL.TXT LOCK '
                 'AFTER 10 TRIES - CONFIRMATIONS NOT APPLIED.'
              MOVE 'SWEEPCNF' TO RL-PROGRAM-ID
              MOVE ZERO TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'SWEEP REGISTER LOCKED' TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-REGISTER
           IF NOT FS-SWPL-OK THEN
              PERFORM FREE-SWPL-LOCK
              DISPLAY 'SWEEPCNF: DAY4SWPL.TXT COULD NOT BE OPENED '
                 '(FILE STATUS ' WS-SWPL-STATUS-CD ') - NOTHING TO '
                 'MATCH AGAINST.'
              MOVE 'SWEEPCNF' TO RL-PROGRAM-ID
              MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'SWEEP REGISTER NOT AVAILABLE'
                 TO WS-RUN-LOG-DETAIL
              PERFORM WRITE-RUN-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ROSTER
           PERFORM APPLY-CONFIRMATIONS
           PERFORM TALLY-COMPLETION
           PERFORM REWRITE-REGISTER
           PERFORM FREE-SWPL-LOCK

           OPEN OUTPUT SWEEP-REPORT-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'SWEEPCNF' TO WS-PG-PROGRAM-ID
           MOVE 'SWEEP CONFIRMATION RECONCILIATION' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'CONFIRMATIONS READ FROM '
              FUNCTION TRIM(WS-CONF-FILENAME)
              DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           IF NOT FS-CONF-OK THEN
              STRING FUNCTION TRIM(SWEEP-REPORT-LINE)
                 ' - NOT AVAILABLE, REGISTER REVIEWED ONLY'
                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           END-IF
           PERFORM PUT-SWEEP-LINE
           PERFORM WRITE-NOT-ASSIGNED-SECTION
           SET WS-LIST-OVERDUE TO FALSE
           PERFORM WRITE-UNCONFIRMED-SECTION
           SET WS-LIST-OVERDUE TO TRUE
           PERFORM WRITE-UNCONFIRMED-SECTION
           PERFORM WRITE-ELF-COMPLETION
           PERFORM WRITE-TEAM-COMPLETION
           MOVE 1 TO WS-PG-RPT
           MOVE 'DUTIES ON REGISTER' TO WS-PG-COUNT-LABEL
           MOVE WS-DUTY-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'CONFIRMED THIS RUN' TO WS-PG-COUNT-LABEL
           MOVE WS-CONFIRMED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'NOT ASSIGNED TO CONFIRMER' TO WS-PG-COUNT-LABEL
           MOVE WS-NOT-ASSIGNED-COUNT TO WS-PG-COUNT-VALUE
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
           MOVE 'RETIRED FROM REGISTER' TO WS-PG-COUNT-LABEL
           MOVE WS-RETIRED-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-SWEEP-FOOTER
           CLOSE SWEEP-REPORT-FILE
           MOVE 'SWEEPRPT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE

           DISPLAY 'SWEEPCNF: ' WS-UNCONFIRMED-COUNT ' SECTION DUTY(S) '
              'UNCONFIRMED, ' WS-OVERDUE-COUNT ' OVERDUE - SEE '
              'SWEEPRPT.TXT.'
           MOVE 'SWEEPCNF' TO RL-PROGRAM-ID
           MOVE WS-RECORDS-READ TO WS-RUN-LOG-RECORDS-READ
           IF WS-REGISTER-KEPT THEN
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
              MOVE 'SWEEP REGISTER NOT REWRITTEN' TO WS-RUN-LOG-DETAIL
           ELSE
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
              MOVE WS-OVERDUE-COUNT TO WS-EDIT-A
              STRING FUNCTION TRIM(WS-EDIT-A) ' SECTION(S) OVERDUE'
                 DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-IF
           PERFORM WRITE-RUN-LOG
           EVALUATE TRUE
              WHEN WS-REGISTER-KEPT
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVERDUE-COUNT > ZERO
                 OR WS-NOT-ASSIGNED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *
      *    GET-SWEEP-PARMS TAKES THE CONFIRMATION FILE NAME FROM THE
      *    FIRST ARGUMENT AND THE OVERDUE AND RETENTION PERIODS FROM
      *    RUNPARMS.TXT, AND WORKS OUT TODAY'S DAY NUMBER FOR THE
      *    DUTY AGES.
       GET-SWEEP-PARMS.
           MOVE SPACES TO WS-CONF-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CONF-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-CONF-ARG NOT = SPACES THEN
              MOVE WS-CONF-ARG TO WS-CONF-FILENAME
           END-IF
           MOVE 'DAY4-SWEEP-OVERDUE-DAYS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999 THEN
              COMPUTE WS-OVERDUE-DAYS = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           MOVE 'DAY4-SWEEP-KEEP-DAYS' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 999 THEN
              COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-CFG-VALUE)
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
      *    LOAD-REGISTER READS DAY4SWPL.TXT INTO DUTY-TABLE.
       LOAD-REGISTER.
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT SWEEP-REGISTER-FILE
           IF FS-SWPL-OK THEN
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ SWEEP-REGISTER-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TALLY-REGISTER-RECORD
                 END-READ
              END-PERFORM
              CLOSE SWEEP-REGISTER-FILE
              MOVE 'DAY4SWPL.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE '00' TO WS-SWPL-STATUS-CD
           END-IF
           .

       TALLY-REGISTER-RECORD.
           IF SWL-SECTION IS NOT NUMERIC OR SWL-ELF IS NOT NUMERIC THEN
              DISPLAY 'SWEEPCNF: INVALID DUTY "'
                 SWEEP-REGISTER-RECORD(1:27)
                 '" ON DAY4SWPL.TXT - PASSED BY.'
           ELSE
              IF WS-DUTY-COUNT < WS-DUTY-LIMIT THEN
                 ADD 1 TO WS-DUTY-COUNT
                 MOVE WS-DUTY-COUNT TO WS-DUTY-SUB
                 MOVE SWL-SWEEP-DATE TO SR-SWEEP-DATE(WS-DUTY-SUB)
                 MOVE SWL-SECTION TO SR-SECTION(WS-DUTY-SUB)
                 MOVE SWL-ELF TO SR-ELF(WS-DUTY-SUB)
                 MOVE SWL-SOURCE TO SR-SOURCE(WS-DUTY-SUB)
                 MOVE SWL-RUN-ID TO SR-RUN-ID(WS-DUTY-SUB)
                 MOVE SWL-CONF-STATUS TO SR-CONF-STATUS(WS-DUTY-SUB)
                 MOVE SWL-CONF-DATE TO SR-CONF-DATE(WS-DUTY-SUB)
                 MOVE SWL-SWEEP-DATE TO WS-DATE-TEXT
                 PERFORM GET-DATE-AGE
                 MOVE WS-AGE-DAYS TO SR-AGE(WS-DUTY-SUB)
              ELSE
                 IF NOT WS-DUTIES-FULL THEN
                    SET WS-DUTIES-FULL TO TRUE
                    DISPLAY 'SWEEPCNF: MORE THAN 100000 DUTIES ON '
                       'DAY4SWPL.TXT - DUTIES PAST THE 100000TH ARE '
                       'NOT MATCHED.'
                 END-IF
              END-IF
           END-IF
           .

      *
      *    GET-DATE-AGE TURNS THE YYYY-MM-DD DATE IN WS-DATE-TEXT INTO
      *    ITS AGE IN DAYS AT TODAY'S DATE (ZERO WHEN IT IS NOT A
      *    DATE OR NOT IN THE PAST).
       GET-DATE-AGE.
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-DATE-TEXT(1:4) IS NUMERIC AND
              WS-DATE-TEXT(6:2) IS NUMERIC AND
              WS-DATE-TEXT(9:2) IS NUMERIC THEN
              MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
              MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
              MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO THEN
                 COMPUTE WS-DUE-DAYNUM =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 IF WS-TODAY-DAYNUM > WS-DUE-DAYNUM THEN
                    COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAYNUM - WS-DUE-DAYNUM
                 END-IF
              END-IF
           END-IF
           .

      *
      *    LOAD-ROSTER FILES EVERY ROSTER ELF UNDER ITS NAME AND TEAM.
      *    WITHOUT THE ROSTER EVERY ELF FALLS UNDER UNASSIGNED.
       LOAD-ROSTER.
           INITIALIZE ROSTER-TABLE
           INITIALIZE TEAM-TABLE
           MOVE 'UNASSIGNED' TO TM-NAME(1)
           MOVE ZERO TO WS-READ-COUNT
           OPEN INPUT ROSTER-FILE
           IF NOT FS-ROSTER-OK THEN
              DISPLAY 'SWEEPCNF: DAY1ROST.TXT COULD NOT BE OPENED '
                 '(FILE STATUS ' WS-ROSTER-STATUS-CD ') - ELVES ARE '
                 'NOT NAMED OR PLACED IN TEAMS.'
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
              RS-ELF-NUM <= WS-ELF-LIMIT THEN
              MOVE RS-ELF-NUM TO WS-ELF-SUB
              MOVE RS-NAME TO RT-NAME(WS-ELF-SUB)
              MOVE 1 TO RT-TEAM-SUB(WS-ELF-SUB)
              IF RS-TEAM NOT = SPACES THEN
                 MOVE RS-TEAM TO WS-FIND-TEAM
                 PERFORM FIND-TEAM
                 IF WS-TEAM-SUB = ZERO AND WS-TEAM-COUNT < 51 THEN
                    ADD 1 TO WS-TEAM-COUNT
                    MOVE WS-TEAM-COUNT TO WS-TEAM-SUB
                    MOVE RS-TEAM TO TM-NAME(WS-TEAM-SUB)
                 END-IF
                 IF WS-TEAM-SUB = ZERO THEN
                    IF NOT WS-TEAMS-FULL THEN
                       SET WS-TEAMS-FULL TO TRUE
                       DISPLAY 'SWEEPCNF: MORE THAN 50 TEAMS ON THE '
                          'ROSTER - LATER TEAMS ARE RATED UNDER '
                          'UNASSIGNED.'
                    END-IF
                 ELSE
                    MOVE WS-TEAM-SUB TO RT-TEAM-SUB(WS-ELF-SUB)
                 END-IF
              END-IF
           END-IF
           .

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
      *    APPLY-CONFIRMATIONS MATCHES EACH 'C' RECORD, SECTION BY
      *    SECTION, TO THE ELF'S DUTIES FOR THAT DAY.  A MISSING FILE
      *    JUST MEANS NOTHING CAME BACK YET; THE UNCONFIRMED DUTIES
      *    ARE STILL REPORTED.
       APPLY-CONFIRMATIONS.
           OPEN INPUT CONFIRMATION-FILE
           IF NOT FS-CONF-OK THEN
              DISPLAY 'SWEEPCNF: ' FUNCTION TRIM(WS-CONF-FILENAME)
                 ' COULD NOT BE OPENED - NO CONFIRMATIONS APPLIED.'
           ELSE
              SET WS-READ-EOF TO FALSE
              PERFORM UNTIL WS-READ-EOF
                 READ CONFIRMATION-FILE
                    AT END
                       SET WS-READ-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       ADD 1 TO WS-CONF-LINE-NUM
                       IF RC-REC-TYPE = 'C' THEN
                          PERFORM APPLY-ONE-CONFIRMATION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIRMATION-FILE
              MOVE WS-CONF-FILENAME TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-CONF-LINE-NUM TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
              MOVE '00' TO WS-CONF-STATUS-CD
           END-IF
           .

       APPLY-ONE-CONFIRMATION.
           MOVE RC-SWEEP-DATE TO WS-DATE-TEXT
           MOVE WS-DATE-TEXT(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-DATE-TEXT(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-DATE-TEXT(9:2) TO WS-DATE-NUM(7:2)
           IF RC-ELF-NUM IS NOT NUMERIC OR
              RC-SECTION-FROM IS NOT NUMERIC OR
              RC-SECTION-TO IS NOT NUMERIC OR
              WS-DATE-NUM IS NOT NUMERIC OR
              WS-DATE-TEXT(5:1) NOT = '-' OR
              WS-DATE-TEXT(8:1) NOT = '-' THEN
              PERFORM REJECT-CONFIRMATION
           ELSE
              IF RC-SECTION-FROM > RC-SECTION-TO OR
                 FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
                 THEN
                 PERFORM REJECT-CONFIRMATION
              ELSE
                 MOVE ZERO TO WS-CONF-MISSES
                 MOVE ZERO TO WS-CONF-OTHER-SECTION
                 MOVE ZERO TO WS-CONF-OTHER-ELF
                 PERFORM CONFIRM-ONE-SECTION
                    VARYING WS-CONF-SECTION FROM RC-SECTION-FROM BY 1
                    UNTIL WS-CONF-SECTION > RC-SECTION-TO
                 IF WS-CONF-MISSES > ZERO THEN
                    PERFORM LIST-NOT-ASSIGNED
                 END-IF
              END-IF
           END-IF
           .

       REJECT-CONFIRMATION.
           ADD 1 TO WS-INVALID-COUNT
           MOVE WS-CONF-LINE-NUM TO WS-EDIT-A
           DISPLAY 'SWEEPCNF: CONFIRMATION LINE '
              FUNCTION TRIM(WS-EDIT-A) ' IS NOT VALID - IGNORED.'
           .

      *
      *    CONFIRM-ONE-SECTION MARKS THE CONFIRMING ELF'S DUTY ON
      *    SECTION WS-CONF-SECTION FOR THE DAY SWEPT - EVERY SUCH
      *    DUTY, SHOULD OVERLAPPING ASSIGNMENTS HAVE GIVEN THE ELF THE
      *    SAME SECTION TWICE.  WITHOUT ONE, THE FIRST OTHER ELF WHO
      *    DID HOLD THE SECTION THAT DAY IS REMEMBERED FOR THE REPORT
      *    LINE.
       CONFIRM-ONE-SECTION.
           SET WS-FOUND TO FALSE
           SET WS-NEWLY-CONFIRMED TO FALSE
           PERFORM VARYING WS-DUTY-SUB FROM 1 BY 1
              UNTIL WS-DUTY-SUB > WS-DUTY-COUNT
              IF SR-SECTION(WS-DUTY-SUB) = WS-CONF-SECTION AND
                 SR-SWEEP-DATE(WS-DUTY-SUB) = RC-SWEEP-DATE THEN
                 IF SR-ELF(WS-DUTY-SUB) = RC-ELF-NUM THEN
                    SET WS-FOUND TO TRUE
                    IF SR-UNCONFIRMED(WS-DUTY-SUB) THEN
                       SET SR-CONFIRMED(WS-DUTY-SUB) TO TRUE
                       MOVE WS-TODAY-TEXT TO SR-CONF-DATE(WS-DUTY-SUB)
                       SET WS-NEWLY-CONFIRMED TO TRUE
                    END-IF
                 ELSE
                    IF WS-CONF-OTHER-ELF = ZERO THEN
                       MOVE SR-ELF(WS-DUTY-SUB) TO WS-CONF-OTHER-ELF
                       MOVE WS-CONF-SECTION TO WS-CONF-OTHER-SECTION
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-NEWLY-CONFIRMED
                 ADD 1 TO WS-CONFIRMED-COUNT
              WHEN WS-FOUND
                 ADD 1 TO WS-REPEATED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-CONF-MISSES
                 ADD 1 TO WS-NOT-ASSIGNED-COUNT
           END-EVALUATE
           .

      *
      *    LIST-NOT-ASSIGNED HOLDS ONE REPORT LINE FOR A CONFIRMATION
      *    THAT NAMED SECTIONS ITS ELF HAD NO DUTY ON THAT DAY, SAYING
      *    WHO DID HOLD ONE OF THEM, IF ANYONE.
       LIST-NOT-ASSIGNED.
           MOVE RC-ELF-NUM TO WS-LABEL-ELF
           PERFORM BUILD-ELF-LABEL
           MOVE RC-SECTION-FROM TO WS-EDIT-SECT-A
           MOVE RC-SECTION-TO TO WS-EDIT-SECT-B
           MOVE WS-CONF-MISSES TO WS-EDIT-A
           MOVE SPACES TO WS-EXC-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING '  ' RC-SWEEP-DATE ' ' FUNCTION TRIM(WS-ELF-LABEL)
              ' SECTIONS ' FUNCTION TRIM(WS-EDIT-SECT-A) '-'
              FUNCTION TRIM(WS-EDIT-SECT-B) ': '
              FUNCTION TRIM(WS-EDIT-A) ' NOT ASSIGNED TO THIS ELF'
              DELIMITED BY SIZE INTO WS-EXC-LINE
              WITH POINTER WS-LINE-PTR
           IF WS-CONF-OTHER-ELF = ZERO THEN
              STRING ' - NO DUTY THAT DAY'
                 DELIMITED BY SIZE INTO WS-EXC-LINE
                 WITH POINTER WS-LINE-PTR
           ELSE
              MOVE WS-CONF-OTHER-SECTION TO WS-EDIT-SECT-A
              MOVE WS-CONF-OTHER-ELF TO WS-EDIT-B
              STRING ' - SECTION ' FUNCTION TRIM(WS-EDIT-SECT-A)
                 ' HELD BY ELF ' FUNCTION TRIM(WS-EDIT-B)
                 DELIMITED BY SIZE INTO WS-EXC-LINE
                 WITH POINTER WS-LINE-PTR
           END-IF
           IF WS-EXC-COUNT < 1000 THEN
              ADD 1 TO WS-EXC-COUNT
              MOVE WS-EXC-LINE TO EX-LINE(WS-EXC-COUNT)
           ELSE
              ADD 1 TO WS-EXC-DROPPED
           END-IF
           .

      *
      *    BUILD-ELF-LABEL NAMES ELF WS-LABEL-ELF: NUMBER, AND THE
      *    ROSTER NAME WHEN THERE IS ONE.
       BUILD-ELF-LABEL.
           MOVE WS-LABEL-ELF TO WS-EDIT-C
           MOVE SPACES TO WS-ELF-LABEL
           STRING 'ELF ' FUNCTION TRIM(WS-EDIT-C)
              DELIMITED BY SIZE INTO WS-ELF-LABEL
           IF WS-LABEL-ELF >= 1 AND WS-LABEL-ELF <= WS-ELF-LIMIT THEN
              IF RT-NAME(WS-LABEL-ELF) NOT = SPACES THEN
                 STRING FUNCTION TRIM(WS-ELF-LABEL) ' ('
                    FUNCTION TRIM(RT-NAME(WS-LABEL-ELF)) ')'
                    DELIMITED BY SIZE INTO WS-ELF-LABEL
              END-IF
           END-IF
           .

      *
      *    TALLY-COMPLETION COUNTS EVERY DUTY ON THE REGISTER AGAINST
      *    ITS ELF AND THE ELF'S TEAM, AND THE UNCONFIRMED AND OVERDUE
      *    DUTIES.  ELVES NUMBERED PAST THE ROSTER LIMIT ARE RATED
      *    UNDER UNASSIGNED ONLY.
       TALLY-COMPLETION.
           PERFORM VARYING WS-DUTY-SUB FROM 1 BY 1
              UNTIL WS-DUTY-SUB > WS-DUTY-COUNT
              MOVE 1 TO WS-TEAM-SUB
              MOVE SR-ELF(WS-DUTY-SUB) TO WS-ELF-SUB
              IF WS-ELF-SUB >= 1 AND WS-ELF-SUB <= WS-ELF-LIMIT THEN
                 IF RT-TEAM-SUB(WS-ELF-SUB) > ZERO THEN
                    MOVE RT-TEAM-SUB(WS-ELF-SUB) TO WS-TEAM-SUB
                 END-IF
                 ADD 1 TO RT-DUTIES(WS-ELF-SUB)
                 IF SR-CONFIRMED(WS-DUTY-SUB) THEN
                    ADD 1 TO RT-CONFIRMED(WS-ELF-SUB)
                 END-IF
              ELSE
                 ADD 1 TO WS-OFF-ROSTER-COUNT
              END-IF
              ADD 1 TO TM-DUTIES(WS-TEAM-SUB)
              IF SR-CONFIRMED(WS-DUTY-SUB) THEN
                 ADD 1 TO TM-CONFIRMED(WS-TEAM-SUB)
              ELSE
                 ADD 1 TO WS-UNCONFIRMED-COUNT
                 IF SR-AGE(WS-DUTY-SUB) > WS-OVERDUE-DAYS THEN
                    ADD 1 TO WS-OVERDUE-COUNT
                 END-IF
              END-IF
           END-PERFORM
           .

      *
      *    REWRITE-REGISTER WRITES THE MARKED REGISTER BACK THROUGH
      *    DAY4SWPL.NEW, RETIRING CONFIRMED DUTIES OLDER THAN
      *    DAY4-SWEEP-KEEP-DAYS.  IF THE NEW COPY CANNOT BE OPENED THE
      *    REGISTER IS LEFT AS IT WAS AND THE RUN ENDS RC 8.
       REWRITE-REGISTER.
           IF WS-DUTIES-FULL THEN
              DISPLAY 'SWEEPCNF: REGISTER NOT REWRITTEN - IT HOLDS '
                 'MORE DUTIES THAN CAN BE CARRIED.'
           ELSE
              OPEN OUTPUT SWEEP-REGISTER-NEW-FILE
              IF NOT FS-SWPLNEW-OK THEN
                 DISPLAY 'SWEEPCNF: DAY4SWPL.NEW COULD NOT BE OPENED '
                    '(FILE STATUS ' WS-SWPLNEW-STATUS-CD ') - REGISTER '
                    'NOT REWRITTEN, CONFIRMATIONS NOT RECORDED.'
                 SET WS-REGISTER-KEPT TO TRUE
              ELSE
                 PERFORM VARYING WS-DUTY-SUB FROM 1 BY 1
                    UNTIL WS-DUTY-SUB > WS-DUTY-COUNT
                    IF SR-CONFIRMED(WS-DUTY-SUB) AND
                       SR-AGE(WS-DUTY-SUB) > WS-KEEP-DAYS THEN
                       ADD 1 TO WS-RETIRED-COUNT
                    ELSE
                       PERFORM WRITE-REGISTER-ROW
                    END-IF
                 END-PERFORM
                 CLOSE SWEEP-REGISTER-NEW-FILE
                 MOVE 'mv DAY4SWPL.NEW DAY4SWPL.TXT' TO WS-SWPL-CMD
                 CALL 'SYSTEM' USING WS-SWPL-CMD
                 MOVE 'DAY4SWPL.TXT' TO WS-DSU-DATASET
                 MOVE 'OUTPUT' TO WS-DSU-MODE
                 COMPUTE WS-DSU-RECORDS =
                    WS-DUTY-COUNT - WS-RETIRED-COUNT
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           .

       WRITE-REGISTER-ROW.
           MOVE SPACES TO SWEEP-REGISTER-RECORD
           MOVE SR-SWEEP-DATE(WS-DUTY-SUB) TO SWL-SWEEP-DATE
           MOVE SR-SECTION(WS-DUTY-SUB) TO SWL-SECTION
           MOVE SR-ELF(WS-DUTY-SUB) TO SWL-ELF
           MOVE SR-SOURCE(WS-DUTY-SUB) TO SWL-SOURCE
           MOVE SR-RUN-ID(WS-DUTY-SUB) TO SWL-RUN-ID
           MOVE SR-CONF-STATUS(WS-DUTY-SUB) TO SWL-CONF-STATUS
           MOVE SR-CONF-DATE(WS-DUTY-SUB) TO SWL-CONF-DATE
           WRITE SWEEP-REGISTER-NEW-RECORD FROM SWEEP-REGISTER-RECORD
           .

      *
      *    WRITE-NOT-ASSIGNED-SECTION LISTS THE CONFIRMATIONS THAT
      *    NAMED SECTIONS THE CONFIRMING ELF WAS NOT ASSIGNED.
       WRITE-NOT-ASSIGNED-SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE 'CONFIRMED BY AN ELF NOT ASSIGNED THEM:'
              TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
              UNTIL WS-EXC-SUB > WS-EXC-COUNT
              MOVE EX-LINE(WS-EXC-SUB) TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-PERFORM
           IF WS-EXC-COUNT = ZERO THEN
              MOVE '  NONE.' TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           IF WS-EXC-DROPPED > ZERO THEN
              MOVE WS-EXC-DROPPED TO WS-EDIT-A
              MOVE SPACES TO SWEEP-REPORT-LINE
              STRING '  ' FUNCTION TRIM(WS-EDIT-A) ' FURTHER '
                 'CONFIRMATION(S) NOT LISTED - OVER 1000 IN ONE RUN.'
                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           .

      *
      *    WRITE-UNCONFIRMED-SECTION LISTS THE UNCONFIRMED DUTIES AS
      *    SECTION RANGES - THOSE STILL WITHIN THE OVERDUE PERIOD, OR
      *    WITH WS-LIST-OVERDUE SET THE OVERDUE LIST, THOSE PAST IT.
       WRITE-UNCONFIRMED-SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE WS-OVERDUE-DAYS TO WS-EDIT-A
           IF WS-LIST-OVERDUE THEN
              STRING 'OVERDUE - STILL UNCONFIRMED MORE THAN '
                 FUNCTION TRIM(WS-EDIT-A) ' DAY(S) AFTER DUE:'
                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           ELSE
              STRING 'ASSIGNED BUT NOT YET CONFIRMED (WITHIN '
                 FUNCTION TRIM(WS-EDIT-A) ' DAY(S) OF DUE):'
                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           END-IF
           PERFORM PUT-SWEEP-LINE
           MOVE ZERO TO WS-SECTION-LINES
           SET WS-RUN-OPEN TO FALSE
           PERFORM VARYING WS-DUTY-SUB FROM 1 BY 1
              UNTIL WS-DUTY-SUB > WS-DUTY-COUNT
              IF SR-UNCONFIRMED(WS-DUTY-SUB) THEN
                 IF (WS-LIST-OVERDUE AND
                     SR-AGE(WS-DUTY-SUB) > WS-OVERDUE-DAYS) OR
                    (NOT WS-LIST-OVERDUE AND
                     SR-AGE(WS-DUTY-SUB) <= WS-OVERDUE-DAYS) THEN
                    PERFORM ADD-TO-UNCONFIRMED-RUN
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RUN-OPEN THEN
              PERFORM WRITE-UNCONFIRMED-RUN
           END-IF
           IF WS-SECTION-LINES = ZERO THEN
              MOVE '  NONE.' TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           .

       ADD-TO-UNCONFIRMED-RUN.
           IF WS-RUN-OPEN AND
              SR-SWEEP-DATE(WS-DUTY-SUB) = WS-RUN-DATE AND
              SR-ELF(WS-DUTY-SUB) = WS-RUN-ELF AND
              SR-SOURCE(WS-DUTY-SUB) = WS-RUN-SOURCE AND
              SR-SECTION(WS-DUTY-SUB) = WS-RUN-LAST + 1 THEN
              MOVE SR-SECTION(WS-DUTY-SUB) TO WS-RUN-LAST
           ELSE
              IF WS-RUN-OPEN THEN
                 PERFORM WRITE-UNCONFIRMED-RUN
              END-IF
              SET WS-RUN-OPEN TO TRUE
              MOVE SR-SWEEP-DATE(WS-DUTY-SUB) TO WS-RUN-DATE
              MOVE SR-ELF(WS-DUTY-SUB) TO WS-RUN-ELF
              MOVE SR-SOURCE(WS-DUTY-SUB) TO WS-RUN-SOURCE
              MOVE SR-SECTION(WS-DUTY-SUB) TO WS-RUN-FIRST
              MOVE SR-SECTION(WS-DUTY-SUB) TO WS-RUN-LAST
              MOVE SR-AGE(WS-DUTY-SUB) TO WS-RUN-AGE
           END-IF
           .

       WRITE-UNCONFIRMED-RUN.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-RUN-ELF TO WS-LABEL-ELF
           PERFORM BUILD-ELF-LABEL
           MOVE WS-RUN-FIRST TO WS-EDIT-SECT-A
           MOVE WS-RUN-LAST TO WS-EDIT-SECT-B
           MOVE WS-RUN-AGE TO WS-EDIT-A
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  DUE ' WS-RUN-DATE ' SECTIONS '
              FUNCTION TRIM(WS-EDIT-SECT-A) '-'
              FUNCTION TRIM(WS-EDIT-SECT-B)
              DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           MOVE WS-ELF-LABEL TO SWEEP-REPORT-LINE(41:40)
           IF WS-RUN-SOURCE = 'R' THEN
              MOVE 'ROTA' TO SWEEP-REPORT-LINE(83:8)
           ELSE
              MOVE 'ASSIGNED' TO SWEEP-REPORT-LINE(83:8)
           END-IF
           MOVE 'AGE' TO SWEEP-REPORT-LINE(93:3)
           MOVE WS-EDIT-A TO SWEEP-REPORT-LINE(97:9)
           PERFORM PUT-SWEEP-LINE
           SET WS-RUN-OPEN TO FALSE
           .

      *
      *    WRITE-ELF-COMPLETION GIVES EACH ELF WITH DUTIES ON THE
      *    REGISTER ITS CONFIRMED SHARE.
       WRITE-ELF-COMPLETION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE 'COMPLETION BY ELF (DUTIES ON THE REGISTER):'
              TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  ELF' DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           MOVE 'TEAM' TO SWEEP-REPORT-LINE(45:4)
           MOVE '   DUTIES' TO SWEEP-REPORT-LINE(57:9)
           MOVE 'CONFIRMED' TO SWEEP-REPORT-LINE(68:9)
           MOVE ' RATE %' TO SWEEP-REPORT-LINE(79:7)
           PERFORM PUT-SWEEP-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-ELF-SUB FROM 1 BY 1
              UNTIL WS-ELF-SUB > WS-ELF-LIMIT
              IF RT-DUTIES(WS-ELF-SUB) > ZERO THEN
                 PERFORM WRITE-ELF-COMPLETION-LINE
              END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO THEN
              MOVE '  NONE.' TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           IF WS-OFF-ROSTER-COUNT > ZERO THEN
              MOVE WS-OFF-ROSTER-COUNT TO WS-EDIT-A
              MOVE SPACES TO SWEEP-REPORT-LINE
              STRING '  ' FUNCTION TRIM(WS-EDIT-A) ' DUTY(S) FOR ELF '
                 'NUMBERS OUTSIDE THE ROSTER RANGE - COUNTED UNDER '
                 'UNASSIGNED ONLY.'
                 DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           .

       WRITE-ELF-COMPLETION-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE WS-ELF-SUB TO WS-LABEL-ELF
           PERFORM BUILD-ELF-LABEL
           MOVE SPACES TO SWEEP-REPORT-LINE
           MOVE WS-ELF-LABEL TO SWEEP-REPORT-LINE(3:40)
           MOVE 1 TO WS-TEAM-SUB
           IF RT-TEAM-SUB(WS-ELF-SUB) > ZERO THEN
              MOVE RT-TEAM-SUB(WS-ELF-SUB) TO WS-TEAM-SUB
           END-IF
           MOVE TM-NAME(WS-TEAM-SUB) TO SWEEP-REPORT-LINE(45:10)
           MOVE RT-DUTIES(WS-ELF-SUB) TO WS-EDIT-A
           MOVE WS-EDIT-A TO SWEEP-REPORT-LINE(57:9)
           MOVE RT-CONFIRMED(WS-ELF-SUB) TO WS-EDIT-B
           MOVE WS-EDIT-B TO SWEEP-REPORT-LINE(68:9)
           COMPUTE WS-RATE ROUNDED =
              RT-CONFIRMED(WS-ELF-SUB) * 100 / RT-DUTIES(WS-ELF-SUB)
           MOVE WS-RATE TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO SWEEP-REPORT-LINE(81:5)
           PERFORM PUT-SWEEP-LINE
           .

      *
      *    WRITE-TEAM-COMPLETION ROLLS THE SAME SHARE UP BY ROSTER
      *    TEAM.
       WRITE-TEAM-COMPLETION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE 'COMPLETION BY TEAM:' TO SWEEP-REPORT-LINE
           PERFORM PUT-SWEEP-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           MOVE '  TEAM' TO SWEEP-REPORT-LINE(1:6)
           MOVE '   DUTIES' TO SWEEP-REPORT-LINE(57:9)
           MOVE 'CONFIRMED' TO SWEEP-REPORT-LINE(68:9)
           MOVE ' RATE %' TO SWEEP-REPORT-LINE(79:7)
           PERFORM PUT-SWEEP-LINE
           MOVE ZERO TO WS-SECTION-LINES
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              IF TM-DUTIES(WS-TEAM-SUB) > ZERO THEN
                 ADD 1 TO WS-SECTION-LINES
                 MOVE SPACES TO SWEEP-REPORT-LINE
                 MOVE TM-NAME(WS-TEAM-SUB) TO SWEEP-REPORT-LINE(3:10)
                 MOVE TM-DUTIES(WS-TEAM-SUB) TO WS-EDIT-A
                 MOVE WS-EDIT-A TO SWEEP-REPORT-LINE(57:9)
                 MOVE TM-CONFIRMED(WS-TEAM-SUB) TO WS-EDIT-B
                 MOVE WS-EDIT-B TO SWEEP-REPORT-LINE(68:9)
                 COMPUTE WS-RATE ROUNDED =
                    TM-CONFIRMED(WS-TEAM-SUB) * 100
                    / TM-DUTIES(WS-TEAM-SUB)
                 MOVE WS-RATE TO WS-EDIT-RATE
                 MOVE WS-EDIT-RATE TO SWEEP-REPORT-LINE(81:5)
                 PERFORM PUT-SWEEP-LINE
              END-IF
           END-PERFORM
           IF WS-SECTION-LINES = ZERO THEN
              MOVE '  NONE.' TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-IF
           .

       PUT-SWEEP-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE SWEEP-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO SWEEP-REPORT-LINE
                 WRITE SWEEP-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE SWEEP-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO SWEEP-REPORT-LINE
           END-IF
           WRITE SWEEP-REPORT-LINE
           .

      *
      *    WRITE-SWEEP-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-SWEEP-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB) TO SWEEP-REPORT-LINE
              PERFORM PUT-SWEEP-LINE
           END-PERFORM
           .

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNIDRD.

       COPY RUNLOGWR.

       COPY DSUWR.

       COPY SWEEPLK.
       END PROGRAM SWEEPCNF.
