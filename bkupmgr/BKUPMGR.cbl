       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUPMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'BKUPCTLG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKCAT-STATUS-CD.
           SELECT LISTING-FILE ASSIGN TO 'BKUPLIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTORE-REPORT-FILE ASSIGN TO 'BKUPRSTR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY CONFIGSL.
           COPY CFGHSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
      *
      *    ONE CATALOG RECORD PER FILE PER BACKUP SET.  A FILE THAT
      *    DID NOT EXIST WHEN THE SET WAS TAKEN IS CATALOGED ABSENT,
      *    SO A RESTORE CAN PUT THAT ABSENCE BACK TOO.
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05  BK-SET-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  BK-TAKEN-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BK-TAKEN-TIME           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  BK-SET-TYPE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  BK-FILE-NAME            PIC X(30).
           05  FILLER                  PIC X(01).
           05  BK-FILE-STATUS          PIC X(08).
           05  FILLER                  PIC X(01).
           05  BK-SET-DIR              PIC X(60).
       FD  LISTING-FILE.
       01  LISTING-LINE            PIC X(200).
       FD  RESTORE-REPORT-FILE.
       01  RESTORE-REPORT-LINE     PIC X(200).
       COPY CONFIGFD.
       COPY CFGHFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-FUNCTION-PARM         PIC X(10).
       01 WS-PARM-2                PIC X(20).
       01 WS-BKCAT-STATUS-CD       PIC X(2) VALUE '00'.
           88 FS-BKCAT-OK                   VALUE '00'.
       01 WS-BKCAT-EOF-SW          PIC X(1) VALUE 'N'.
           88 WS-BKCAT-EOF                  VALUE 'Y' FALSE 'N'.
      *
      *    THE FILES THAT CARRY STATE FROM ONE BATCH TO THE NEXT.
      *    THEY ARE BACKED UP AND RESTORED ONLY AS A SET, SO THE
      *    MASTERS CAN NEVER BE PUT BACK OUT OF STEP WITH EACH OTHER.
      *    THE MAINTENANCE JOURNALS GO WITH THE FILES THEY DESCRIBE,
      *    SO A REVERSAL AFTER A RESTORE STILL FINDS ITS AFTER-IMAGES.
       01 WS-STATE-FILE-TABLE.
           05 FILLER               PIC X(30) VALUE 'DAY1MAST.DAT'.
           05 FILLER               PIC X(30) VALUE 'DAY1ROST.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY4SECT.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY4PAIR.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY3WOMF.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY3ITEM.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY3BDGE.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY1TRNS.TXT'.
           05 FILLER               PIC X(30) VALUE 'SCOREHIST.TXT'.
           05 FILLER               PIC X(30) VALUE 'DRVRSTAT.TXT'.
           05 FILLER               PIC X(30) VALUE 'RUNCTL.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY2ELO.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY4SWPL.TXT'.
           05 FILLER               PIC X(30) VALUE 'DAY1REQL.TXT'.
           05 FILLER               PIC X(30) VALUE 'ROSTJRNL.TXT'.
           05 FILLER               PIC X(30) VALUE 'SECTJRNL.TXT'.
           05 FILLER               PIC X(30) VALUE 'TEAMSCRH.TXT'.
           05 FILLER               PIC X(30) VALUE 'INBDREG.TXT'.
           05 FILLER               PIC X(30) VALUE 'PERDCTL.TXT'.
           05 FILLER               PIC X(30) VALUE 'PERDTOTL.TXT'.
       01 WS-STATE-FILES REDEFINES WS-STATE-FILE-TABLE.
           05 WS-STATE-FILE OCCURS 20 TIMES PIC X(30).
       01 WS-STATE-FILE-COUNT      PIC 9(4) BINARY VALUE 20.
       01 WS-FILE-SUB              PIC 9(4) BINARY.
       01 WS-FILE-OUTCOME-TABLE.
           05 WS-FILE-OUTCOME OCCURS 20 TIMES PIC X(8).
       01 WS-IN-SET-SW             PIC X(1) VALUE 'N'.
           88 WS-IN-SET                     VALUE 'Y' FALSE 'N'.
      *
      *    THE CATALOG IS LOADED WHOLE, SO LIST CAN SUMMARIZE EACH
      *    SET AND RESTORE CAN CHECK A SET IS COMPLETE BEFORE IT
      *    TOUCHES A SINGLE LIVE FILE.
       01 WS-CATALOG-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 CATALOG-TABLE.
           05 CAT-ENTRY OCCURS 5000 TIMES.
              10 CAT-SET-ID        PIC X(15).
              10 CAT-DATE          PIC 9(8).
              10 CAT-TIME          PIC 9(6).
              10 CAT-SET-TYPE      PIC X(8).
              10 CAT-FILE-NAME     PIC X(30).
              10 CAT-FILE-STATUS   PIC X(8).
              10 CAT-SET-DIR       PIC X(60).
       01 WS-CAT-SUB               PIC 9(4) BINARY.
       01 WS-CAT-FULL-WARNED-SW    PIC X(1) VALUE 'N'.
           88 WS-CAT-FULL-WARNED            VALUE 'Y' FALSE 'N'.
       01 WS-SET-ID                PIC X(15).
       01 WS-SET-TYPE              PIC X(8).
       01 WS-SET-DIR               PIC X(60).
       01 WS-SET-FOUND-SW          PIC X(1) VALUE 'N'.
           88 WS-SET-FOUND                  VALUE 'Y' FALSE 'N'.
       01 WS-SET-OK-SW             PIC X(1) VALUE 'Y'.
           88 WS-SET-OK                     VALUE 'Y' FALSE 'N'.
       01 WS-RESTORE-SET-ID        PIC X(15).
       01 WS-RESTORE-SET-DIR       PIC X(60).
       01 WS-RESTORE-COUNT         PIC 9(4) BINARY VALUE ZERO.
       01 RESTORE-TABLE.
           05 RST-ENTRY OCCURS 40 TIMES.
              10 RST-FILE-NAME     PIC X(30).
              10 RST-FILE-STATUS   PIC X(8).
       01 WS-RST-SUB               PIC 9(4) BINARY.
       01 WS-CAT-READ-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 WS-LAST-SET-ID           PIC X(15).
       01 WS-SETS-LISTED           PIC 9(4) BINARY VALUE ZERO.
       01 WS-COPIED-COUNT          PIC 9(4) BINARY.
       01 WS-ABSENT-COUNT          PIC 9(4) BINARY.
       01 WS-BACKUP-ROOT           PIC X(40) VALUE 'backup'.
       01 WS-ROOT-SLASHES          PIC 9(4) BINARY.
       01 WS-ROOT-NAME-LEN         PIC 9(4) BINARY.
       01 WS-BKUP-RC               PIC S9(4) BINARY VALUE ZERO.
       01 WS-CMD-RC                PIC S9(9) BINARY.
       01 WS-ID-TRY                PIC 9(4) BINARY.
       01 WS-MGR-CMD               PIC X(300).
       01 WS-NOW-DATE              PIC 9(8).
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
       COPY OPERWS.
       COPY FNCHKWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'BKUPMGR' TO WS-DSU-PROGRAM-ID
           PERFORM LOAD-CONFIG-FILE
           PERFORM GET-PROC-DATE
           MOVE 'BKUPMGR' TO WS-CFGH-PROGRAM-ID
           PERFORM CHECK-CONFIG-HISTORY
           PERFORM GET-BACKUP-ROOT
           PERFORM GET-FUNCTION-PARMS
           PERFORM LOAD-CATALOG

           EVALUATE WS-FUNCTION-PARM
              WHEN 'TAKE'
                 PERFORM TAKE-REQUESTED-SET
              WHEN 'LIST'
                 PERFORM LIST-BACKUP-SETS
              WHEN 'RESTORE'
                 PERFORM RESTORE-BACKUP-SET
              WHEN OTHER
                 DISPLAY 'BKUPMGR: FUNCTION "' WS-FUNCTION-PARM
                    '" IS NOT TAKE, LIST OR RESTORE - NOTHING DONE.'
                 DISPLAY 'BKUPMGR: USAGE - TAKE [RUN-ID]'
                 DISPLAY '                 LIST'
                 DISPLAY '                 RESTORE <SET-ID>'
                 MOVE 8 TO WS-BKUP-RC
           END-EVALUATE

           MOVE 'BKUPMGR' TO RL-PROGRAM-ID
           MOVE WS-CATALOG-COUNT TO WS-RUN-LOG-RECORDS-READ
           IF WS-BKUP-RC = ZERO THEN
              MOVE 'COMPLETED' TO WS-RUN-LOG-STATUS
           ELSE
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           EVALUATE WS-FUNCTION-PARM
              WHEN 'TAKE'
                 STRING 'BACKUP SET ' WS-SET-ID
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              WHEN 'RESTORE'
                 STRING 'RESTORE OF SET ' WS-RESTORE-SET-ID
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           END-EVALUATE
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT
           MOVE WS-BKUP-RC TO RETURN-CODE

           STOP RUN.

      *
      *    GET-FUNCTION-PARMS PICKS UP THE FUNCTION KEYWORD AND ITS
      *    OPERAND FROM THE RUN-TIME ARGUMENTS:
      *      TAKE    [RUN-ID]  BACK UP THE STATE FILES AS ONE SET -
      *                        UNDER THE GIVEN BATCH RUN ID (THE
      *                        DRIVER AT STREAM START) OR UNDER A
      *                        FRESH ID FOR AN OPERATOR'S BACKUP
      *      LIST              LIST THE CATALOGED SETS
      *      RESTORE <SET-ID>  PUT EVERY STATE FILE BACK AS IT WAS
      *                        WHEN THE SET WAS TAKEN
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
           .

      *
      *    GET-BACKUP-ROOT TAKES THE DIRECTORY THE SETS LIVE UNDER
      *    FROM THE BACKUP-DIR KEY.  THE NAME GOES INTO rm AND cp
      *    COMMANDS, SO ONLY A PLAIN NAME IN THE CURRENT DIRECTORY
      *    IS ACCEPTED; ANYTHING ELSE FALLS BACK TO backup.
       GET-BACKUP-ROOT.
           MOVE 'BACKUP-DIR' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND WS-CFG-VALUE NOT = SPACES THEN
              MOVE WS-CFG-VALUE TO WS-BACKUP-ROOT
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-BACKUP-ROOT==.
              MOVE ZERO TO WS-ROOT-SLASHES
              INSPECT WS-BACKUP-ROOT TALLYING WS-ROOT-SLASHES
                 FOR ALL '/'
              MOVE ZERO TO WS-ROOT-NAME-LEN
              INSPECT WS-BACKUP-ROOT TALLYING WS-ROOT-NAME-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-FNCHK-INVALID
                 OR WS-BACKUP-ROOT = '.'
                 OR WS-BACKUP-ROOT = '..'
                 OR WS-ROOT-SLASHES > ZERO
                 OR WS-ROOT-NAME-LEN NOT =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-BACKUP-ROOT))
                 THEN
                 DISPLAY 'BKUPMGR: BACKUP-DIR "'
                    FUNCTION TRIM(WS-CFG-VALUE)
                    '" IS NOT A PLAIN DIRECTORY NAME - USING backup.'
                 MOVE 'backup' TO WS-BACKUP-ROOT
              END-IF
           END-IF
           .

      *
      *    LOAD-CATALOG READS BKUPCTLG.TXT INTO THE IN-STORAGE TABLE.
      *    A MISSING CATALOG SIMPLY MEANS NO SET HAS BEEN TAKEN YET.
       LOAD-CATALOG.
           SET WS-BKCAT-EOF TO FALSE
           OPEN INPUT BACKUP-CATALOG-FILE
           IF FS-BKCAT-OK THEN
              PERFORM UNTIL WS-BKCAT-EOF
                 READ BACKUP-CATALOG-FILE
                    AT END
                       SET WS-BKCAT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CAT-READ-COUNT
                       PERFORM STORE-CATALOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE BACKUP-CATALOG-FILE
              MOVE 'BKUPCTLG.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-CAT-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       STORE-CATALOG-RECORD.
           IF WS-CATALOG-COUNT < 5000 THEN
              ADD 1 TO WS-CATALOG-COUNT
              MOVE BK-SET-ID TO CAT-SET-ID(WS-CATALOG-COUNT)
              MOVE BK-TAKEN-DATE TO CAT-DATE(WS-CATALOG-COUNT)
              MOVE BK-TAKEN-TIME TO CAT-TIME(WS-CATALOG-COUNT)
              MOVE BK-SET-TYPE TO CAT-SET-TYPE(WS-CATALOG-COUNT)
              MOVE BK-FILE-NAME TO CAT-FILE-NAME(WS-CATALOG-COUNT)
              MOVE BK-FILE-STATUS TO CAT-FILE-STATUS(WS-CATALOG-COUNT)
              MOVE BK-SET-DIR TO CAT-SET-DIR(WS-CATALOG-COUNT)
           ELSE
              IF NOT WS-CAT-FULL-WARNED THEN
                 SET WS-CAT-FULL-WARNED TO TRUE
                 DISPLAY 'BKUPMGR: CATALOG EXCEEDS 5000 ENTRIES - '
                    'ONLY THE FIRST 5000 ARE PROCESSED.'
              END-IF
           END-IF
           .

      *
      *    TAKE-REQUESTED-SET WORKS OUT THE SET ID.  A RUN ID GIVEN
      *    BY THE DRIVER MUST HAVE THE YYYYMMDD-HHMMSS SHAPE - IT
      *    BECOMES A DIRECTORY NAME ON A SHELL LINE.  A SET ALREADY
      *    CATALOGED UNDER THAT ID IS KEPT AS IT IS: A RESTARTED
      *    STREAM MUST NOT OVERWRITE THE STATE IT STARTED FROM.
       TAKE-REQUESTED-SET.
           IF WS-PARM-2 = SPACES THEN
              PERFORM GET-FREE-SET-ID
              MOVE 'MANUAL' TO WS-SET-TYPE
              PERFORM TAKE-BACKUP-SET
           ELSE
              MOVE WS-PARM-2(1:15) TO WS-SET-ID
              IF WS-SET-ID(1:8) IS NOT NUMERIC
                 OR WS-SET-ID(9:1) NOT = '-'
                 OR WS-SET-ID(10:6) IS NOT NUMERIC
                 OR WS-PARM-2(16:5) NOT = SPACES THEN
                 DISPLAY 'BKUPMGR: "' FUNCTION TRIM(WS-PARM-2)
                    '" IS NOT A RUN ID - NO BACKUP TAKEN.'
                 MOVE 12 TO WS-BKUP-RC
              ELSE
                 PERFORM FIND-SET
                 IF WS-SET-FOUND THEN
                    DISPLAY 'BKUPMGR: SET ' WS-SET-ID
                       ' IS ALREADY CATALOGED - KEPT AS TAKEN.'
                 ELSE
                    MOVE 'STREAM' TO WS-SET-TYPE
                    PERFORM TAKE-BACKUP-SET
                 END-IF
              END-IF
           END-IF
           .

      *
      *    GET-FREE-SET-ID STAMPS AN OPERATOR'S (OR A PRE-RESTORE)
      *    SET FROM THE CLOCK, WAITING OUT THE SECOND IF THAT ID IS
      *    ALREADY CATALOGED.
       GET-FREE-SET-ID.
           PERFORM VARYING WS-ID-TRY FROM 1 BY 1
              UNTIL WS-ID-TRY > 5
              IF WS-ID-TRY > 1 THEN
                 MOVE 'sleep 1' TO WS-MGR-CMD
                 CALL 'SYSTEM' USING WS-MGR-CMD
              END-IF
              MOVE WS-RUN-ID TO WS-LAST-SET-ID
              PERFORM GENERATE-RUN-ID
              MOVE WS-RUN-ID TO WS-SET-ID
              MOVE WS-LAST-SET-ID TO WS-RUN-ID
              PERFORM FIND-SET
              IF NOT WS-SET-FOUND THEN
                 MOVE 5 TO WS-ID-TRY
              END-IF
           END-PERFORM
           .

       FIND-SET.
           SET WS-SET-FOUND TO FALSE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
              IF CAT-SET-ID(WS-CAT-SUB) = WS-SET-ID THEN
                 SET WS-SET-FOUND TO TRUE
              END-IF
           END-PERFORM
           .

      *
      *    TAKE-BACKUP-SET COPIES EVERY STATE FILE (WITH ANY
      *    COMPANION FILES OF THE SAME NAME, SUCH AS THE INDEX OF
      *    THE ELF MASTER) INTO <BACKUP-DIR>/<SET-ID>.  THE SET IS
      *    CATALOGED ONLY WHEN EVERY COPY WORKED; A PARTIAL SET IS
      *    REMOVED, SINCE RESTORING IT WOULD BREAK THE VERY
      *    ALL-TOGETHER RULE IT EXISTS FOR.
       TAKE-BACKUP-SET.
           SET WS-SET-OK TO TRUE
           MOVE SPACES TO WS-SET-DIR
           STRING FUNCTION TRIM(WS-BACKUP-ROOT) '/' WS-SET-ID
              DELIMITED BY SIZE INTO WS-SET-DIR
           MOVE SPACES TO WS-MGR-CMD
           STRING 'rm -rf ' FUNCTION TRIM(WS-SET-DIR)
              ' && mkdir -p ' FUNCTION TRIM(WS-SET-DIR)
              DELIMITED BY SIZE INTO WS-MGR-CMD
           CALL 'SYSTEM' USING WS-MGR-CMD
           IF RETURN-CODE NOT = ZERO THEN
              SET WS-SET-OK TO FALSE
           END-IF
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > WS-STATE-FILE-COUNT
                 OR NOT WS-SET-OK
              PERFORM BACK-UP-ONE-FILE
           END-PERFORM
           IF WS-SET-OK THEN
              PERFORM CATALOG-BACKUP-SET
           ELSE
              MOVE SPACES TO WS-MGR-CMD
              STRING 'rm -rf ' FUNCTION TRIM(WS-SET-DIR)
                 DELIMITED BY SIZE INTO WS-MGR-CMD
              CALL 'SYSTEM' USING WS-MGR-CMD
              DISPLAY 'BKUPMGR: BACKUP SET ' WS-SET-ID
                 ' COULD NOT BE TAKEN - NOTHING CATALOGED.'
              MOVE 12 TO WS-BKUP-RC
           END-IF
           .

      *
      *    BACK-UP-ONE-FILE ENDS RC 0 WHEN THE FILE WAS COPIED, 2
      *    WHEN IT DOES NOT EXIST (CATALOGED ABSENT), ANYTHING ELSE
      *    WHEN A COPY FAILED.
       BACK-UP-ONE-FILE.
           MOVE SPACES TO WS-MGR-CMD
           STRING 'found=N; for f in '
              FUNCTION TRIM(WS-STATE-FILE(WS-FILE-SUB)) ' '
              FUNCTION TRIM(WS-STATE-FILE(WS-FILE-SUB)) '.*'
              '; do if [ -f "$f" ]; then cp -p "$f" '
              FUNCTION TRIM(WS-SET-DIR) '/ || exit 1; found=Y; '
              'fi; done; [ $found = Y ] || exit 2'
              DELIMITED BY SIZE INTO WS-MGR-CMD
           CALL 'SYSTEM' USING WS-MGR-CMD
           PERFORM GET-COMMAND-RC
           EVALUATE WS-CMD-RC
              WHEN ZERO
                 MOVE 'COPIED' TO WS-FILE-OUTCOME(WS-FILE-SUB)
              WHEN 2
                 MOVE 'ABSENT' TO WS-FILE-OUTCOME(WS-FILE-SUB)
              WHEN OTHER
                 SET WS-SET-OK TO FALSE
                 DISPLAY 'BKUPMGR: COPY OF '
                    FUNCTION TRIM(WS-STATE-FILE(WS-FILE-SUB))
                    ' FAILED.'
           END-EVALUATE
           .

       GET-COMMAND-RC.
           IF RETURN-CODE > 255 THEN
              COMPUTE WS-CMD-RC = RETURN-CODE / 256
           ELSE
              MOVE RETURN-CODE TO WS-CMD-RC
           END-IF
           .

       CATALOG-BACKUP-SET.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE ZERO TO WS-COPIED-COUNT
           MOVE ZERO TO WS-ABSENT-COUNT
           OPEN EXTEND BACKUP-CATALOG-FILE
           IF NOT FS-BKCAT-OK
              CLOSE BACKUP-CATALOG-FILE
              OPEN OUTPUT BACKUP-CATALOG-FILE
           END-IF
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > WS-STATE-FILE-COUNT
              MOVE SPACES TO BACKUP-CATALOG-RECORD
              MOVE WS-SET-ID TO BK-SET-ID
              MOVE WS-NOW-DATE TO BK-TAKEN-DATE
              MOVE WS-NOW-HHMMSS TO BK-TAKEN-TIME
              MOVE WS-SET-TYPE TO BK-SET-TYPE
              MOVE WS-STATE-FILE(WS-FILE-SUB) TO BK-FILE-NAME
              MOVE WS-FILE-OUTCOME(WS-FILE-SUB) TO BK-FILE-STATUS
              MOVE WS-SET-DIR TO BK-SET-DIR
              WRITE BACKUP-CATALOG-RECORD
              IF WS-FILE-OUTCOME(WS-FILE-SUB) = 'COPIED' THEN
                 ADD 1 TO WS-COPIED-COUNT
              ELSE
                 ADD 1 TO WS-ABSENT-COUNT
              END-IF
           END-PERFORM
           CLOSE BACKUP-CATALOG-FILE
           MOVE 'BKUPCTLG.TXT' TO WS-DSU-DATASET
           MOVE 'EXTEND' TO WS-DSU-MODE
           MOVE WS-STATE-FILE-COUNT TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           MOVE WS-COPIED-COUNT TO WS-EDIT-A
           MOVE WS-ABSENT-COUNT TO WS-EDIT-B
           DISPLAY 'BKUPMGR: BACKUP SET ' WS-SET-ID ' TAKEN IN '
              FUNCTION TRIM(WS-SET-DIR) ' - '
              FUNCTION TRIM(WS-EDIT-A) ' FILE(S) COPIED, '
              FUNCTION TRIM(WS-EDIT-B) ' ABSENT.'
           .

      *
      *    LIST-BACKUP-SETS WRITES ONE LINE PER CATALOGED SET TO
      *    BKUPLIST.TXT, WITH ITS FILES UNDERNEATH, SO THE OPERATOR
      *    CAN PICK THE SET TO RESTORE.  THE CATALOG IS IN SET ORDER.
       LIST-BACKUP-SETS.
           OPEN OUTPUT LISTING-FILE
           MOVE 1 TO WS-PG-RPT
           MOVE 'BKUPMGR' TO WS-PG-PROGRAM-ID
           MOVE 'BACKUP SET LISTING' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE 'SET ID          TYPE     TAKEN           DIRECTORY'
              TO LISTING-LINE
           PERFORM PUT-LISTING-LINE
           MOVE SPACES TO WS-LAST-SET-ID
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
              IF CAT-SET-ID(WS-CAT-SUB) NOT = WS-LAST-SET-ID THEN
                 MOVE CAT-SET-ID(WS-CAT-SUB) TO WS-LAST-SET-ID
                 ADD 1 TO WS-SETS-LISTED
                 MOVE SPACES TO LISTING-LINE
                 STRING CAT-SET-ID(WS-CAT-SUB) ' '
                    CAT-SET-TYPE(WS-CAT-SUB) ' '
                    CAT-DATE(WS-CAT-SUB) '-' CAT-TIME(WS-CAT-SUB) ' '
                    CAT-SET-DIR(WS-CAT-SUB)
                    DELIMITED BY SIZE INTO LISTING-LINE
                 PERFORM PUT-LISTING-LINE
              END-IF
              MOVE SPACES TO LISTING-LINE
              STRING '                ' CAT-FILE-NAME(WS-CAT-SUB) ' '
                 CAT-FILE-STATUS(WS-CAT-SUB)
                 DELIMITED BY SIZE INTO LISTING-LINE
              PERFORM PUT-LISTING-LINE
           END-PERFORM
           MOVE 1 TO WS-PG-RPT
           MOVE 'CATALOG ENTRIES' TO WS-PG-COUNT-LABEL
           MOVE WS-CATALOG-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           MOVE 'SETS LISTED' TO WS-PG-COUNT-LABEL
           MOVE WS-SETS-LISTED TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-LISTING-FOOTER
           CLOSE LISTING-FILE
           MOVE 'BKUPLIST.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(1) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           DISPLAY 'BKUPMGR: ' WS-SETS-LISTED ' BACKUP SET(S) '
              'LISTED IN BKUPLIST.TXT.'
           .

      *
      *    RESTORE-BACKUP-SET PUTS THE NAMED SET BACK IN ONE
      *    OPERATION.  THE NAME MUST MATCH A CATALOGED SET EXACTLY,
      *    AND EVERY FILE THE SET CLAIMS MUST STILL BE ON DISK BEFORE
      *    ANY LIVE FILE IS TOUCHED.  THE CURRENT STATE IS THEN SAVED
      *    AS A PRE-RESTORE SET, SO THE RESTORE ITSELF CAN BE UNDONE.
      *    A RESTORE OVERWRITES EVERY MASTER AND STATE FILE, SO IT IS
      *    HELD TO THE OPERATOR'S GRANTS LIKE THE OTHER DESTRUCTIVE
      *    FUNCTIONS; TAKE AND LIST NEED NO AUTHORITY.
       RESTORE-BACKUP-SET.
           MOVE WS-PARM-2(1:15) TO WS-RESTORE-SET-ID
           PERFORM LOAD-RESTORE-SET
           EVALUATE TRUE
              WHEN WS-RESTORE-COUNT = ZERO
                 DISPLAY 'BKUPMGR: "' FUNCTION TRIM(WS-PARM-2)
                    '" IS NOT A CATALOGED BACKUP SET - NOTHING '
                    'RESTORED.'
                 MOVE 8 TO WS-BKUP-RC
              WHEN OTHER
                 PERFORM CHECK-RESTORE-AUTHORITY
                 IF WS-OPER-PERMITTED THEN
                    PERFORM VERIFY-RESTORE-SET
                    IF WS-SET-OK THEN
                       PERFORM SAVE-PRE-RESTORE-STATE
                    END-IF
                    IF WS-SET-OK THEN
                       PERFORM APPLY-RESTORE-SET
                    ELSE
                       MOVE 12 TO WS-BKUP-RC
                    END-IF
                 END-IF
           END-EVALUATE
           .

      *
      *    CHECK-RESTORE-AUTHORITY PUTS THE RESTORE ATTEMPT, WITH THE
      *    SET NAMED, ON THE AUDIT TRAIL AND REFUSES IT UNLESS THE
      *    OPERATOR IS GRANTED RESTORE ON BKUPMGR.
       CHECK-RESTORE-AUTHORITY.
           MOVE 'BKUPMGR' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE 'RESTORE' TO WS-OPER-FUNCTION
           MOVE SPACES TO WS-OPER-DETAIL
           STRING 'SET ' WS-RESTORE-SET-ID
              DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-OPER-PERMITTED THEN
              DISPLAY 'BKUPMGR: RESTORE OF SET '
                 FUNCTION TRIM(WS-RESTORE-SET-ID)
                 ' NOT PERFORMED - NOTHING CHANGED.'
              MOVE 16 TO WS-BKUP-RC
           END-IF
           .

       LOAD-RESTORE-SET.
           MOVE ZERO TO WS-RESTORE-COUNT
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CATALOG-COUNT
              IF CAT-SET-ID(WS-CAT-SUB) = WS-RESTORE-SET-ID
                 AND WS-RESTORE-SET-ID NOT = SPACES
                 AND WS-RESTORE-COUNT < 40 THEN
                 ADD 1 TO WS-RESTORE-COUNT
                 MOVE CAT-FILE-NAME(WS-CAT-SUB)
                    TO RST-FILE-NAME(WS-RESTORE-COUNT)
                 MOVE CAT-FILE-STATUS(WS-CAT-SUB)
                    TO RST-FILE-STATUS(WS-RESTORE-COUNT)
                 MOVE CAT-SET-DIR(WS-CAT-SUB) TO WS-RESTORE-SET-DIR
              END-IF
           END-PERFORM
           .

      *
      *    VERIFY-RESTORE-SET CHECKS EVERY FILE CATALOGED AS COPIED
      *    IS STILL IN THE SET DIRECTORY.  THE SET DIRECTORY AND FILE
      *    NAMES COME FROM THE CATALOG, WHICH IS A PLAIN EDITABLE
      *    FILE, SO THEY ARE SCREENED BEFORE ANY REACHES A SHELL.
       VERIFY-RESTORE-SET.
           SET WS-SET-OK TO TRUE
           COPY FNCHECK REPLACING ==FN-TARGET== BY
                                  ==WS-RESTORE-SET-DIR==.
           IF WS-FNCHK-INVALID THEN
              SET WS-SET-OK TO FALSE
           END-IF
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
              UNTIL WS-RST-SUB > WS-RESTORE-COUNT
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==RST-FILE-NAME(WS-RST-SUB)==.
              IF WS-FNCHK-INVALID THEN
                 SET WS-SET-OK TO FALSE
              END-IF
              IF RST-FILE-STATUS(WS-RST-SUB) = 'COPIED'
                 AND WS-SET-OK THEN
                 MOVE SPACES TO WS-MGR-CMD
                 STRING 'for f in '
                    FUNCTION TRIM(WS-RESTORE-SET-DIR) '/'
                    FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) ' '
                    FUNCTION TRIM(WS-RESTORE-SET-DIR) '/'
                    FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) '.*'
                    '; do if [ -f "$f" ]; then exit 0; fi; done; '
                    'exit 1'
                    DELIMITED BY SIZE INTO WS-MGR-CMD
                 CALL 'SYSTEM' USING WS-MGR-CMD
                 IF RETURN-CODE NOT = ZERO THEN
                    SET WS-SET-OK TO FALSE
                    DISPLAY 'BKUPMGR: '
                       FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB))
                       ' IS MISSING FROM '
                       FUNCTION TRIM(WS-RESTORE-SET-DIR) '.'
                 END-IF
              END-IF
           END-PERFORM
           IF NOT WS-SET-OK THEN
              DISPLAY 'BKUPMGR: SET ' WS-RESTORE-SET-ID
                 ' IS INCOMPLETE OR DAMAGED - NOTHING RESTORED.'
           END-IF
           .

       SAVE-PRE-RESTORE-STATE.
           PERFORM GET-FREE-SET-ID
           MOVE 'PRERSTR' TO WS-SET-TYPE
           PERFORM TAKE-BACKUP-SET
           IF NOT WS-SET-OK THEN
              DISPLAY 'BKUPMGR: THE CURRENT STATE COULD NOT BE SAVED '
                 'FIRST - NOTHING RESTORED.'
           END-IF
           .

      *
      *    APPLY-RESTORE-SET REPLACES EACH LIVE STATE FILE WITH ITS
      *    COPY FROM THE SET; A FILE THE SET HAS AS ABSENT IS
      *    REMOVED, SO EVERY FILE ENDS AT THE SAME POINT.
       APPLY-RESTORE-SET.
           OPEN OUTPUT RESTORE-REPORT-FILE
           MOVE 2 TO WS-PG-RPT
           MOVE 'BKUPMGR' TO WS-PG-PROGRAM-ID
           MOVE 'BACKUP SET RESTORE REPORT' TO WS-PG-TITLE
           PERFORM START-REPORT-PAGES
           MOVE SPACES TO RESTORE-REPORT-LINE
           STRING 'SET RESTORED: ' WS-RESTORE-SET-ID
              '   PRIOR STATE SAVED AS: ' WS-SET-ID
              DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           PERFORM PUT-RESTORE-REPORT-LINE
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
              UNTIL WS-RST-SUB > WS-RESTORE-COUNT
              PERFORM RESTORE-ONE-FILE
           END-PERFORM
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > WS-STATE-FILE-COUNT
              PERFORM NOTE-FILE-NOT-IN-SET
           END-PERFORM
           MOVE 2 TO WS-PG-RPT
           MOVE 'FILES IN SET' TO WS-PG-COUNT-LABEL
           MOVE WS-RESTORE-COUNT TO WS-PG-COUNT-VALUE
           PERFORM ADD-REPORT-COUNT
           PERFORM WRITE-RESTORE-REPORT-FOOTER
           CLOSE RESTORE-REPORT-FILE
           MOVE 'BKUPRSTR.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE PG-BODY-LINES(2) TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           IF WS-BKUP-RC = ZERO THEN
              DISPLAY 'BKUPMGR: SET ' WS-RESTORE-SET-ID
                 ' RESTORED - PRIOR STATE SAVED AS SET ' WS-SET-ID
                 ' - SEE BKUPRSTR.TXT.'
           ELSE
              DISPLAY 'BKUPMGR: RESTORE OF SET ' WS-RESTORE-SET-ID
                 ' HIT ERRORS - RESTORE SET ' WS-SET-ID
                 ' TO RETURN TO THE PRIOR STATE.'
           END-IF
           .

      *
      *    RESTORE-ONE-FILE PUTS ONE FILE OF THE SET BACK.  A FILE
      *    COPIED BACK GOES ON THE DATASET USAGE LOG AS AN OUTPUT OF
      *    THIS RUN; THE COPY DOES NOT COUNT RECORDS, SO NONE ARE
      *    LOGGED.
       RESTORE-ONE-FILE.
           MOVE SPACES TO WS-MGR-CMD
           IF RST-FILE-STATUS(WS-RST-SUB) = 'COPIED' THEN
              STRING 'rm -f '
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) ' '
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) '.*'
                 ' && for f in '
                 FUNCTION TRIM(WS-RESTORE-SET-DIR) '/'
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) ' '
                 FUNCTION TRIM(WS-RESTORE-SET-DIR) '/'
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) '.*'
                 '; do if [ -f "$f" ]; then cp -p "$f" . || exit 1; '
                 'fi; done'
                 DELIMITED BY SIZE INTO WS-MGR-CMD
           ELSE
              STRING 'rm -f '
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) ' '
                 FUNCTION TRIM(RST-FILE-NAME(WS-RST-SUB)) '.*'
                 DELIMITED BY SIZE INTO WS-MGR-CMD
           END-IF
           CALL 'SYSTEM' USING WS-MGR-CMD
           MOVE SPACES TO RESTORE-REPORT-LINE
           EVALUATE TRUE
              WHEN RETURN-CODE NOT = ZERO
                 MOVE 12 TO WS-BKUP-RC
                 STRING RST-FILE-NAME(WS-RST-SUB) ' FAILED'
                    DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
              WHEN RST-FILE-STATUS(WS-RST-SUB) = 'COPIED'
                 STRING RST-FILE-NAME(WS-RST-SUB) ' RESTORED'
                    DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
                 MOVE RST-FILE-NAME(WS-RST-SUB) TO WS-DSU-DATASET
                 MOVE 'OUTPUT' TO WS-DSU-MODE
                 MOVE ZERO TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              WHEN OTHER
                 STRING RST-FILE-NAME(WS-RST-SUB)
                    ' REMOVED (ABSENT WHEN THE SET WAS TAKEN)'
                    DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
           END-EVALUATE
           PERFORM PUT-RESTORE-REPORT-LINE
           .

      *
      *    NOTE-FILE-NOT-IN-SET REPORTS A STATE FILE THAT A SET TAKEN
      *    BEFORE IT WAS BACKED UP DOES NOT CARRY.  SUCH A FILE IS
      *    LEFT AS IT IS RATHER THAN REMOVED - THE SET SAYS NOTHING
      *    ABOUT IT - AND THE REPORT TELLS THE OPERATOR TO CHECK IT.
       NOTE-FILE-NOT-IN-SET.
           SET WS-IN-SET TO FALSE
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
              UNTIL WS-RST-SUB > WS-RESTORE-COUNT OR WS-IN-SET
              IF RST-FILE-NAME(WS-RST-SUB) = WS-STATE-FILE(WS-FILE-SUB)
                 SET WS-IN-SET TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-IN-SET THEN
              MOVE SPACES TO RESTORE-REPORT-LINE
              STRING WS-STATE-FILE(WS-FILE-SUB)
                 ' NOT IN THIS SET - LEFT AS IT IS, CHECK IT BY HAND'
                 DELIMITED BY SIZE INTO RESTORE-REPORT-LINE
              PERFORM PUT-RESTORE-REPORT-LINE
           END-IF
           .

      *
      *    PUT-LISTING-LINE WRITES LISTING-LINE UNDER THE STANDARD PAGE
      *    HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE WHEN THE
      *    CURRENT ONE IS FULL.
       PUT-LISTING-LINE.
           MOVE 1 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE LISTING-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO LISTING-LINE
                 WRITE LISTING-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE LISTING-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           .

      *
      *    WRITE-LISTING-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-LISTING-FOOTER.
           MOVE 1 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO LISTING-LINE
              PERFORM PUT-LISTING-LINE
           END-PERFORM
           .

      *
      *    PUT-RESTORE-REPORT-LINE WRITES RESTORE-REPORT-LINE UNDER THE
      *    STANDARD PAGE HEADING (SEE RPTPGRD.CPY), STARTING A NEW PAGE
      *    WHEN THE CURRENT ONE IS FULL.
       PUT-RESTORE-REPORT-LINE.
           MOVE 2 TO WS-PG-RPT
           PERFORM NEXT-REPORT-LINE
           IF WS-PG-HEAD-COUNT > ZERO THEN
              MOVE RESTORE-REPORT-LINE TO WS-PG-HOLD-LINE
              IF WS-PG-NEW-PAGE THEN
                 MOVE SPACES TO RESTORE-REPORT-LINE
                 WRITE RESTORE-REPORT-LINE AFTER ADVANCING PAGE
              END-IF
              PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                 UNTIL WS-PG-SUB > WS-PG-HEAD-COUNT
                 WRITE RESTORE-REPORT-LINE
                    FROM WS-PG-HEAD-LINE(WS-PG-SUB)
              END-PERFORM
              MOVE WS-PG-HOLD-LINE TO RESTORE-REPORT-LINE
           END-IF
           WRITE RESTORE-REPORT-LINE
           .

      *
      *    WRITE-RESTORE-REPORT-FOOTER ENDS THE REPORT WITH ITS CONTROL
      *    FOOTER, ONCE THE CALLER HAS RECORDED ITS COUNTS.
       WRITE-RESTORE-REPORT-FOOTER.
           MOVE 2 TO WS-PG-RPT
           PERFORM BUILD-REPORT-FOOTER
           PERFORM VARYING WS-PG-FOOT-SUB FROM 1 BY 1
              UNTIL WS-PG-FOOT-SUB > WS-PG-FOOT-COUNT
              MOVE WS-PG-FOOT-LINE(WS-PG-FOOT-SUB)
                 TO RESTORE-REPORT-LINE
              PERFORM PUT-RESTORE-REPORT-LINE
           END-PERFORM
           .

       COPY RUNIDRD.

       COPY CONFIGRD.
       COPY CFGHIST.
       COPY RPTPGRD.

       COPY RUNLOGWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM BKUPMGR.
