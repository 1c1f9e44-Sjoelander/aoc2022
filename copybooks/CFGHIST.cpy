      *----------------------------------------------------------------
      *  CFGHIST.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS FOR THE RUNPARMS.TXT CHANGE
      *  HISTORY.  PERFORM CHECK-CONFIG-HISTORY ONCE PER RUN, AFTER
      *  LOAD-CONFIG-FILE AND ONCE WS-RUN-ID IS SET, WITH THE
      *  PROGRAM NAME IN WS-CFGH-PROGRAM-ID.  THE WHOLE CHECK RUNS
      *  UNDER THE CFGVERS.TXT LOCK, SO TWO PROGRAMS STARTING
      *  TOGETHER AFTER AN EDIT RECORD ONE NEW VERSION BETWEEN THEM:
      *  THE FIRST SAVES IT AND THE SECOND FINDS IT ALREADY THERE.
      *  CALLERS MUST COPY CFGHSL, CFGHFD AND CFGHWS.
      *----------------------------------------------------------------
       CHECK-CONFIG-HISTORY.
           MOVE RETURN-CODE TO WS-CFGH-RC-CALLER
           MOVE SPACES TO WS-CFG-VERSION
           OPEN INPUT CONFIG-FILE
           IF FS-CONFIG-OK THEN
              CLOSE CONFIG-FILE
              PERFORM GET-CFGH-LOCK
              IF NOT WS-CFGH-LOCKED THEN
                 DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID) ': COULD '
                    'NOT GET THE CFGVERS.TXT LOCK AFTER 10 TRIES - '
                    'RUNPARMS.TXT NOT CHECKED FOR CHANGES.'
              ELSE
                 PERFORM FIND-LAST-CONFIG-VERSION
                 PERFORM LOAD-LIVE-CONFIG-IMAGE
                 SET WS-CFGH-BASELINE TO FALSE
                 MOVE ZERO TO WS-CFGH-CHANGE-COUNT
                 IF WS-CFGH-LAST-VERSION = ZERO THEN
                    SET WS-CFGH-BASELINE TO TRUE
                 ELSE
                    PERFORM LOAD-PRIOR-CONFIG-IMAGE
                    IF NOT FS-CFGP-OK THEN
                       DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID)
                          ': SAVED COPY '
                          FUNCTION TRIM(WS-CFGH-PRIOR-NAME)
                          ' IS MISSING - A NEW BASELINE VERSION IS '
                          'RECORDED.'
                       SET WS-CFGH-BASELINE TO TRUE
                    ELSE
                       PERFORM COMPARE-CONFIG-IMAGES
                    END-IF
                 END-IF
                 IF WS-CFGH-BASELINE
                    OR WS-CFGH-CHANGE-COUNT > ZERO THEN
                    PERFORM RECORD-CONFIG-VERSION
                 ELSE
                    MOVE WS-CFGH-LAST-VERSION TO WS-CFG-VERSION
                 END-IF
                 PERFORM FREE-CFGH-LOCK
              END-IF
           END-IF
           MOVE WS-CFGH-RC-CALLER TO RETURN-CODE
           .

      *
      *    FIND-LAST-CONFIG-VERSION READS THE CATALOG THROUGH TO THE
      *    END; THE LAST RECORD IS THE VERSION NOW IN FORCE.
       FIND-LAST-CONFIG-VERSION.
           MOVE ZERO TO WS-CFGH-LAST-VERSION
           MOVE SPACES TO WS-CFGH-PRIOR-NAME
           SET WS-CFGH-EOF TO FALSE
           OPEN INPUT CONFIG-VERSION-FILE
           IF FS-CFGV-OK THEN
              PERFORM UNTIL WS-CFGH-EOF
                 READ CONFIG-VERSION-FILE
                    AT END
                       SET WS-CFGH-EOF TO TRUE
                    NOT AT END
                       IF CV-VERSION IS NUMERIC
                          AND CV-VERSION > WS-CFGH-LAST-VERSION THEN
                          MOVE CV-VERSION TO WS-CFGH-LAST-VERSION
                          MOVE CV-SAVED-NAME TO WS-CFGH-PRIOR-NAME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIG-VERSION-FILE
           END-IF
           .

       LOAD-LIVE-CONFIG-IMAGE.
           MOVE ZERO TO WS-CFGH-LIVE-COUNT
           MOVE SPACES TO WS-CFGH-SECTION
           SET WS-CFGH-TO-LIVE TO TRUE
           SET WS-CFGH-FULL TO FALSE
           SET WS-CFGH-EOF TO FALSE
           OPEN INPUT CONFIG-FILE
           IF FS-CONFIG-OK THEN
              PERFORM UNTIL WS-CFGH-EOF
                 READ CONFIG-FILE
                    AT END
                       SET WS-CFGH-EOF TO TRUE
                    NOT AT END
                       MOVE CONFIG-RECORD TO WS-CFGH-LINE
                       PERFORM PARSE-CONFIG-IMAGE-LINE
                 END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
           .

       LOAD-PRIOR-CONFIG-IMAGE.
           MOVE ZERO TO WS-CFGH-PRIOR-COUNT
           MOVE SPACES TO WS-CFGH-SECTION
           SET WS-CFGH-TO-PRIOR TO TRUE
           SET WS-CFGH-FULL TO FALSE
           SET WS-CFGH-EOF TO FALSE
           OPEN INPUT CONFIG-PRIOR-FILE
           IF FS-CFGP-OK THEN
              PERFORM UNTIL WS-CFGH-EOF
                 READ CONFIG-PRIOR-FILE
                    AT END
                       SET WS-CFGH-EOF TO TRUE
                    NOT AT END
                       MOVE CONFIG-PRIOR-RECORD TO WS-CFGH-LINE
                       PERFORM PARSE-CONFIG-IMAGE-LINE
                 END-READ
              END-PERFORM
              CLOSE CONFIG-PRIOR-FILE
           END-IF
           .

      *
      *    PARSE-CONFIG-IMAGE-LINE SPLITS ONE RUNPARMS RECORD THE WAY
      *    TALLY-CONFIG-RECORD DOES - COMMENTS AND BLANK LINES SKIPPED,
      *    PROFILE RECORDS OPENING A NAMED SECTION - BUT KEEPS THE
      *    SETTINGS OF EVERY SECTION, NOT JUST THE ACTIVE PROFILE.
       PARSE-CONFIG-IMAGE-LINE.
           IF WS-CFGH-LINE NOT = SPACES
              AND WS-CFGH-LINE(1:1) NOT = '*' THEN
              MOVE SPACES TO WS-CFGH-KEY WS-CFGH-VALUE
              UNSTRING WS-CFGH-LINE DELIMITED BY ALL ' '
                 INTO WS-CFGH-KEY WS-CFGH-VALUE
              IF WS-CFGH-KEY = 'PROFILE' THEN
                 MOVE FUNCTION UPPER-CASE(WS-CFGH-VALUE(1:8))
                    TO WS-CFGH-SECTION
              ELSE
                 IF WS-CFGH-TO-PRIOR THEN
                    PERFORM ADD-PRIOR-SETTING
                 ELSE
                    PERFORM ADD-LIVE-SETTING
                 END-IF
              END-IF
           END-IF
           .

       ADD-PRIOR-SETTING.
           MOVE ZERO TO WS-CFGH-HIT
           PERFORM VARYING WS-CFGH-SUB FROM 1 BY 1
              UNTIL WS-CFGH-SUB > WS-CFGH-PRIOR-COUNT
              IF CP-SECTION(WS-CFGH-SUB) = WS-CFGH-SECTION
                 AND CP-KEY(WS-CFGH-SUB) = WS-CFGH-KEY THEN
                 MOVE WS-CFGH-SUB TO WS-CFGH-HIT
              END-IF
           END-PERFORM
           IF WS-CFGH-HIT = ZERO THEN
              IF WS-CFGH-PRIOR-COUNT < 200 THEN
                 ADD 1 TO WS-CFGH-PRIOR-COUNT
                 MOVE WS-CFGH-PRIOR-COUNT TO WS-CFGH-HIT
                 MOVE WS-CFGH-SECTION TO CP-SECTION(WS-CFGH-HIT)
                 MOVE WS-CFGH-KEY TO CP-KEY(WS-CFGH-HIT)
                 SET CP-MATCHED(WS-CFGH-HIT) TO FALSE
              ELSE
                 PERFORM REPORT-CFGH-TABLE-FULL
              END-IF
           END-IF
           IF WS-CFGH-HIT NOT = ZERO THEN
              MOVE WS-CFGH-VALUE TO CP-VALUE(WS-CFGH-HIT)
           END-IF
           .

       ADD-LIVE-SETTING.
           MOVE ZERO TO WS-CFGH-HIT
           PERFORM VARYING WS-CFGH-SUB FROM 1 BY 1
              UNTIL WS-CFGH-SUB > WS-CFGH-LIVE-COUNT
              IF CL-SECTION(WS-CFGH-SUB) = WS-CFGH-SECTION
                 AND CL-KEY(WS-CFGH-SUB) = WS-CFGH-KEY THEN
                 MOVE WS-CFGH-SUB TO WS-CFGH-HIT
              END-IF
           END-PERFORM
           IF WS-CFGH-HIT = ZERO THEN
              IF WS-CFGH-LIVE-COUNT < 200 THEN
                 ADD 1 TO WS-CFGH-LIVE-COUNT
                 MOVE WS-CFGH-LIVE-COUNT TO WS-CFGH-HIT
                 MOVE WS-CFGH-SECTION TO CL-SECTION(WS-CFGH-HIT)
                 MOVE WS-CFGH-KEY TO CL-KEY(WS-CFGH-HIT)
              ELSE
                 PERFORM REPORT-CFGH-TABLE-FULL
              END-IF
           END-IF
           IF WS-CFGH-HIT NOT = ZERO THEN
              MOVE WS-CFGH-VALUE TO CL-VALUE(WS-CFGH-HIT)
           END-IF
           .

       REPORT-CFGH-TABLE-FULL.
           IF NOT WS-CFGH-FULL THEN
              SET WS-CFGH-FULL TO TRUE
              DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID) ': MORE THAN '
                 '200 SETTINGS IN A RUNPARMS VERSION - THE REST ARE '
                 'NOT COMPARED.'
           END-IF
           .

      *
      *    COMPARE-CONFIG-IMAGES LISTS EVERY LIVE SETTING WHOSE VALUE
      *    DIFFERS FROM (OR IS ABSENT IN) THE LAST VERSION, THEN
      *    EVERY SETTING OF THE LAST VERSION NO LONGER IN THE LIVE
      *    FILE.
       COMPARE-CONFIG-IMAGES.
           PERFORM VARYING WS-CFGH-SUB FROM 1 BY 1
              UNTIL WS-CFGH-SUB > WS-CFGH-LIVE-COUNT
              MOVE ZERO TO WS-CFGH-HIT
              PERFORM VARYING WS-CFGH-SUB2 FROM 1 BY 1
                 UNTIL WS-CFGH-SUB2 > WS-CFGH-PRIOR-COUNT
                    OR WS-CFGH-HIT NOT = ZERO
                 IF CP-SECTION(WS-CFGH-SUB2) = CL-SECTION(WS-CFGH-SUB)
                    AND CP-KEY(WS-CFGH-SUB2) = CL-KEY(WS-CFGH-SUB) THEN
                    MOVE WS-CFGH-SUB2 TO WS-CFGH-HIT
                 END-IF
              END-PERFORM
              IF WS-CFGH-HIT = ZERO THEN
                 ADD 1 TO WS-CFGH-CHANGE-COUNT
                 MOVE CL-SECTION(WS-CFGH-SUB)
                    TO CC-SECTION(WS-CFGH-CHANGE-COUNT)
                 MOVE CL-KEY(WS-CFGH-SUB)
                    TO CC-KEY(WS-CFGH-CHANGE-COUNT)
                 MOVE '(NOT SET)' TO CC-BEFORE(WS-CFGH-CHANGE-COUNT)
                 MOVE CL-VALUE(WS-CFGH-SUB)
                    TO CC-AFTER(WS-CFGH-CHANGE-COUNT)
              ELSE
                 SET CP-MATCHED(WS-CFGH-HIT) TO TRUE
                 IF CP-VALUE(WS-CFGH-HIT) NOT = CL-VALUE(WS-CFGH-SUB)
                    THEN
                    ADD 1 TO WS-CFGH-CHANGE-COUNT
                    MOVE CL-SECTION(WS-CFGH-SUB)
                       TO CC-SECTION(WS-CFGH-CHANGE-COUNT)
                    MOVE CL-KEY(WS-CFGH-SUB)
                       TO CC-KEY(WS-CFGH-CHANGE-COUNT)
                    MOVE CP-VALUE(WS-CFGH-HIT)
                       TO CC-BEFORE(WS-CFGH-CHANGE-COUNT)
                    MOVE CL-VALUE(WS-CFGH-SUB)
                       TO CC-AFTER(WS-CFGH-CHANGE-COUNT)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CFGH-SUB2 FROM 1 BY 1
              UNTIL WS-CFGH-SUB2 > WS-CFGH-PRIOR-COUNT
              IF NOT CP-MATCHED(WS-CFGH-SUB2) THEN
                 ADD 1 TO WS-CFGH-CHANGE-COUNT
                 MOVE CP-SECTION(WS-CFGH-SUB2)
                    TO CC-SECTION(WS-CFGH-CHANGE-COUNT)
                 MOVE CP-KEY(WS-CFGH-SUB2)
                    TO CC-KEY(WS-CFGH-CHANGE-COUNT)
                 MOVE CP-VALUE(WS-CFGH-SUB2)
                    TO CC-BEFORE(WS-CFGH-CHANGE-COUNT)
                 MOVE '(NOT SET)' TO CC-AFTER(WS-CFGH-CHANGE-COUNT)
              END-IF
           END-PERFORM
           .

      *
      *    RECORD-CONFIG-VERSION SAVES THE LIVE FILE AS THE NEXT
      *    VERSION, CATALOGS IT AND WRITES THE CHANGE REPORT.  IF THE
      *    COPY CANNOT BE SAVED NOTHING IS CATALOGED, SO THE NEXT RUN
      *    TRIES AGAIN AND THIS ONE CARRIES THE LAST GOOD VERSION.
       RECORD-CONFIG-VERSION.
           COMPUTE WS-CFGH-NEW-VERSION = WS-CFGH-LAST-VERSION + 1
           MOVE SPACES TO WS-CFGH-PRIOR-NAME
           STRING 'CFGHIST/RUNPARMS.V' WS-CFGH-NEW-VERSION
              DELIMITED BY SIZE INTO WS-CFGH-PRIOR-NAME
           MOVE SPACES TO WS-CFGH-CMD
           STRING 'mkdir -p CFGHIST && cp RUNPARMS.TXT '
              FUNCTION TRIM(WS-CFGH-PRIOR-NAME) ' 2>/dev/null'
              DELIMITED BY SIZE INTO WS-CFGH-CMD
           PERFORM RUN-CFGH-COMMAND
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID) ': COULD NOT '
                 'SAVE RUNPARMS.TXT AS '
                 FUNCTION TRIM(WS-CFGH-PRIOR-NAME)
                 ' - THE CHANGE WAS NOT RECORDED.'
              IF WS-CFGH-LAST-VERSION NOT = ZERO THEN
                 MOVE WS-CFGH-LAST-VERSION TO WS-CFG-VERSION
              END-IF
           ELSE
              PERFORM GET-CONFIG-FILE-STAMP
              PERFORM WRITE-CONFIG-VERSION
              PERFORM WRITE-CONFIG-CHANGES
              MOVE WS-CFGH-NEW-VERSION TO WS-CFG-VERSION
              IF WS-CFGH-BASELINE THEN
                 DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID)
                    ': RUNPARMS.TXT RECORDED AS BASELINE VERSION '
                    WS-CFGH-NEW-VERSION '.'
              ELSE
                 MOVE WS-CFGH-CHANGE-COUNT TO WS-CFGH-EDIT
                 DISPLAY FUNCTION TRIM(WS-CFGH-PROGRAM-ID)
                    ': RUNPARMS.TXT HAS CHANGED - VERSION '
                    WS-CFGH-NEW-VERSION ' RECORDED, '
                    FUNCTION TRIM(WS-CFGH-EDIT)
                    ' SETTING(S) CHANGED (SEE CFGCHG.TXT).'
              END-IF
           END-IF
           .

      *
      *    GET-CONFIG-FILE-STAMP ASKS THE FILESYSTEM WHO OWNS THE
      *    LIVE FILE AND WHEN IT WAS LAST WRITTEN - THE NEAREST THING
      *    TO "WHO CHANGED IT" A PLAIN TEXT FILE CAN GIVE.  THE
      *    OPERATOR SIGNED ON FOR THIS RUN IS KEPT ALONGSIDE.
       GET-CONFIG-FILE-STAMP.
           MOVE SPACES TO WS-CFGH-FILE-OWNER WS-CFGH-FILE-DATE
              WS-CFGH-FILE-TIME
           MOVE SPACES TO WS-CFGH-CMD
           STRING 'stat -c ''%U %y'' RUNPARMS.TXT '
              '> CFGSTAMP.WRK 2>/dev/null'
              DELIMITED BY SIZE INTO WS-CFGH-CMD
           PERFORM RUN-CFGH-COMMAND
           OPEN INPUT CONFIG-STAMP-FILE
           IF FS-CFGS-OK THEN
              READ CONFIG-STAMP-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    UNSTRING CONFIG-STAMP-RECORD DELIMITED BY ALL ' '
                       INTO WS-CFGH-FILE-OWNER WS-CFGH-FILE-DATE
                            WS-CFGH-FILE-TIME
              END-READ
              CLOSE CONFIG-STAMP-FILE
           END-IF
           MOVE 'rm -f CFGSTAMP.WRK' TO WS-CFGH-CMD
           PERFORM RUN-CFGH-COMMAND
           MOVE SPACES TO WS-CFGH-OPERATOR-ID
           ACCEPT WS-CFGH-OPERATOR-ID FROM ENVIRONMENT 'RUNOPERATOR'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(WS-CFGH-OPERATOR-ID)
              TO WS-CFGH-OPERATOR-ID
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME FROM TIME
           MOVE SPACES TO WS-CFGH-SAVED-DATE WS-CFGH-SAVED-TIME
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-CFGH-SAVED-DATE
           STRING WS-RL-HH ':' WS-RL-MN ':' WS-RL-SS
              DELIMITED BY SIZE INTO WS-CFGH-SAVED-TIME
           .

       WRITE-CONFIG-VERSION.
           OPEN EXTEND CONFIG-VERSION-FILE
           IF NOT FS-CFGV-OK
              CLOSE CONFIG-VERSION-FILE
              OPEN OUTPUT CONFIG-VERSION-FILE
           END-IF
           MOVE SPACES TO CONFIG-VERSION-RECORD
           MOVE WS-CFGH-NEW-VERSION TO CV-VERSION
           MOVE WS-CFGH-SAVED-DATE TO CV-SAVED-DATE
           MOVE WS-CFGH-SAVED-TIME TO CV-SAVED-TIME
           MOVE WS-RUN-ID TO CV-RUN-ID
           MOVE WS-CFGH-PROGRAM-ID TO CV-PROGRAM-ID
           MOVE WS-CFGH-OPERATOR-ID TO CV-OPERATOR-ID
           MOVE WS-CFGH-CHANGE-COUNT TO CV-CHANGE-COUNT
           MOVE WS-CFGH-FILE-OWNER TO CV-FILE-OWNER
           STRING WS-CFGH-FILE-DATE ' ' WS-CFGH-FILE-TIME(1:8)
              DELIMITED BY SIZE INTO CV-FILE-CHANGED
           MOVE WS-CFGH-PRIOR-NAME TO CV-SAVED-NAME
           WRITE CONFIG-VERSION-RECORD
           CLOSE CONFIG-VERSION-FILE
           .

      *
      *    WRITE-CONFIG-CHANGES APPENDS ONE BLOCK TO CFGCHG.TXT: A
      *    HEADING FOR THE VERSION, THEN ONE BEFORE/AFTER LINE PER
      *    CHANGED SETTING, E.G.
      *      PROD     DAY1-TOP-N 3 -> 5, FIRST EFFECTIVE RUN
      *      20261014-220105
      *    GLOBAL MARKS THE KEYS AHEAD OF ANY PROFILE RECORD.
       WRITE-CONFIG-CHANGES.
           OPEN EXTEND CONFIG-CHANGE-FILE
           IF NOT FS-CFGC-OK
              CLOSE CONFIG-CHANGE-FILE
              OPEN OUTPUT CONFIG-CHANGE-FILE
           END-IF
           MOVE SPACES TO CONFIG-CHANGE-LINE
           STRING 'RUNPARMS.TXT VERSION ' WS-CFGH-NEW-VERSION
              ' RECORDED ' WS-CFGH-SAVED-DATE ' ' WS-CFGH-SAVED-TIME
              ' BY ' FUNCTION TRIM(WS-CFGH-PROGRAM-ID)
              ', FIRST EFFECTIVE RUN ' WS-RUN-ID
              DELIMITED BY SIZE INTO CONFIG-CHANGE-LINE
           WRITE CONFIG-CHANGE-LINE
           MOVE SPACES TO CONFIG-CHANGE-LINE
           IF WS-CFGH-OPERATOR-ID = SPACES THEN
              MOVE '(NONE)' TO WS-CFGH-OPERATOR-ID
           END-IF
           STRING '  SAVED AS ' FUNCTION TRIM(WS-CFGH-PRIOR-NAME)
              '; FILE LAST WRITTEN ' WS-CFGH-FILE-DATE ' '
              WS-CFGH-FILE-TIME(1:8) ' BY OWNER '
              FUNCTION TRIM(WS-CFGH-FILE-OWNER)
              '; RUN OPERATOR ' FUNCTION TRIM(WS-CFGH-OPERATOR-ID)
              DELIMITED BY SIZE INTO CONFIG-CHANGE-LINE
           WRITE CONFIG-CHANGE-LINE
           IF WS-CFGH-BASELINE THEN
              MOVE '  BASELINE - NO EARLIER VERSION TO COMPARE WITH.'
                 TO CONFIG-CHANGE-LINE
              WRITE CONFIG-CHANGE-LINE
           ELSE
              PERFORM VARYING WS-CFGH-SUB FROM 1 BY 1
                 UNTIL WS-CFGH-SUB > WS-CFGH-CHANGE-COUNT
                 MOVE SPACES TO CONFIG-CHANGE-LINE
                 IF CC-SECTION(WS-CFGH-SUB) = SPACES THEN
                    MOVE 'GLOBAL' TO CC-SECTION(WS-CFGH-SUB)
                 END-IF
                 STRING '  ' CC-SECTION(WS-CFGH-SUB) ' '
                    FUNCTION TRIM(CC-KEY(WS-CFGH-SUB)) ' '
                    FUNCTION TRIM(CC-BEFORE(WS-CFGH-SUB)) ' -> '
                    FUNCTION TRIM(CC-AFTER(WS-CFGH-SUB))
                    ', FIRST EFFECTIVE RUN ' WS-RUN-ID
                    DELIMITED BY SIZE INTO CONFIG-CHANGE-LINE
                 WRITE CONFIG-CHANGE-LINE
              END-PERFORM
           END-IF
           MOVE SPACES TO CONFIG-CHANGE-LINE
           WRITE CONFIG-CHANGE-LINE
           CLOSE CONFIG-CHANGE-FILE
           .

       RUN-CFGH-COMMAND.
           CALL 'SYSTEM' USING WS-CFGH-CMD
           IF RETURN-CODE > 255 THEN
              DIVIDE RETURN-CODE BY 256 GIVING RETURN-CODE
           END-IF
           .

      *
      *    GET-CFGH-LOCK TAKES THE CFGVERS.TXT LOCK WITH THE SAME
      *    BOUNDED WAIT AS GET-RUNLOG-LOCK.
       GET-CFGH-LOCK.
           MOVE RETURN-CODE TO WS-CFGH-RC-SAVE
           SET WS-CFGH-LOCKED TO FALSE
           PERFORM VARYING WS-CFGH-LOCK-TRY FROM 1 BY 1
              UNTIL WS-CFGH-LOCK-TRY > 10 OR WS-CFGH-LOCKED
              MOVE 'mkdir CFGVERS.TXT.LCK 2>/dev/null' TO WS-CFGH-CMD
              CALL 'SYSTEM' USING WS-CFGH-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-CFGH-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-CFGH-CMD
                 CALL 'SYSTEM' USING WS-CFGH-CMD
              END-IF
           END-PERFORM
           MOVE WS-CFGH-RC-SAVE TO RETURN-CODE
           .

       FREE-CFGH-LOCK.
           MOVE RETURN-CODE TO WS-CFGH-RC-SAVE
           MOVE 'rmdir CFGVERS.TXT.LCK 2>/dev/null' TO WS-CFGH-CMD
           CALL 'SYSTEM' USING WS-CFGH-CMD
           MOVE WS-CFGH-RC-SAVE TO RETURN-CODE
           SET WS-CFGH-LOCKED TO FALSE
           .
