      *----------------------------------------------------------------
      *  RESUBRD.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS THAT FEED THE RESUBMISSION
      *  FILE TO ITS OWNING PROGRAM AS SUPPLEMENTARY INPUT (SEE
      *  RESUBWS.CPY FOR THE CALLING PROTOCOL).  AN ENTRY IS ONLY
      *  APPLIED WHILE ITS ORIGINAL REJECT IS STILL OPEN ON
      *  EXCPTNS.TXT.  A CORRECTED RECORD THAT PASSES CLOSES THE
      *  ORIGINAL (STATUS R, NOTE "RESUBMITTED YYYY-MM-DD"); ONE THAT
      *  FAILS AGAIN RAISES A NEW EXCEPTION LINKED BACK TO THE
      *  ORIGINAL, WHICH CAN ITSELF BE RESUBMITTED, AND THE ORIGINAL
      *  IS CLOSED IN ITS FAVOUR (NOTE "RESUBMITTED YYYY-MM-DD
      *  FAILED") SO ONLY THE NEWEST LINK OF THE CHAIN STAYS OPEN.
      *  EVERY ENTRY
      *  PROCESSED GETS ITS DISPOSITION WRITTEN BACK SO IT IS NEVER
      *  APPLIED TWICE.  PROCESS-RESUBMISSIONS ONLY APPLIES THE
      *  ENTRIES TO THE RUN'S OWN FIGURES; THE ORIGINALS ARE CLOSED
      *  AND THE DISPOSITIONS WRITTEN BACK BY SETTLE-RESUBMISSIONS,
      *  WHICH THE CALLER PERFORMS ONLY WHEN IT PUBLISHES THE RUN, SO
      *  A RUN THE QUALITY GATE HOLDS LEAVES ITS ENTRIES PENDING FOR
      *  THE RERUN.  NEEDS EXCWR.CPY IN THE SAME PROGRAM, AND
      *  DSUWS.CPY AND DSUWR.CPY FOR THE DATASET USAGE LOG.
      *----------------------------------------------------------------
       PROCESS-RESUBMISSIONS.
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           IF WS-PROC-DATE NOT = ZERO THEN
              MOVE WS-PROC-DATE TO WS-RL-DATE
           END-IF
           MOVE SPACES TO WS-RESUB-DATE
           STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
              DELIMITED BY SIZE INTO WS-RESUB-DATE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RESUB-MSG-PREFIX))
              TO WS-RESUB-PREFIX-LEN
           PERFORM LOAD-PENDING-RESUBMISSIONS
           IF WS-RESUB-COUNT > ZERO THEN
      *       THE PROGRAM'S OWN APPEND HANDLE ON EXCPTNS.TXT IS
      *       CLOSED FIRST SO THE FILE CAN BE READ (AND LATER
      *       REWRITTEN) WHOLE; WRITE-EXCEPTION REOPENS IT ON DEMAND.
              PERFORM CLOSE-EXCEPTION-LOG
              PERFORM FIND-ORIGINAL-EXCEPTIONS
              PERFORM APPLY-ONE-RESUBMISSION
                 VARYING WS-RESUB-SUB FROM 1 BY 1
                 UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
              PERFORM CLOSE-EXCEPTION-LOG
              DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': '
                 WS-RESUB-COUNT ' RESUBMITTED RECORD(S) - '
                 WS-RESUB-PASS-COUNT ' PASSED, '
                 WS-RESUB-FAIL-COUNT ' FAILED AGAIN, '
                 WS-RESUB-SKIP-COUNT ' NOT APPLIED.'
           END-IF
           IF WS-RESUB-LOCKED THEN
              PERFORM FREE-RESUB-LOCK
           END-IF
           .

      *
      *    SETTLE-RESUBMISSIONS COMMITS WHAT PROCESS-RESUBMISSIONS
      *    APPLIED, ONCE THE CALLER IS PUBLISHING THE RUN: THE
      *    ORIGINAL REJECTS ARE CLOSED FIRST, THEN THE DISPOSITIONS
      *    ARE WRITTEN BACK TO RESUBMIT.TXT UNDER ITS LOCK.  IF THE
      *    LOCK CANNOT BE HAD THE ENTRIES STAY PENDING, BUT THEIR
      *    ORIGINALS ARE CLOSED, SO THE NEXT RUN SETS THEM ASIDE
      *    RATHER THAN APPLYING THEM TWICE.  THE RUN'S OWN APPEND
      *    HANDLE ON EXCPTNS.TXT (AND ITS LOCK) IS LET GO FIRST - A
      *    RELEASED QUALITY FAILURE WILL HAVE WRITTEN TO IT SINCE THE
      *    RESUBMISSION PASS.
       SETTLE-RESUBMISSIONS.
           PERFORM CLOSE-EXCEPTION-LOG
           IF WS-RESUB-COUNT > ZERO THEN
              IF WS-RESUB-PASS-COUNT > ZERO
                 OR WS-RESUB-FAIL-COUNT > ZERO THEN
                 PERFORM CLOSE-ORIGINAL-EXCEPTIONS
              END-IF
              PERFORM GET-RESUB-LOCK
              IF WS-RESUB-LOCKED THEN
                 PERFORM REWRITE-RESUBMIT-FILE
                 PERFORM FREE-RESUB-LOCK
                 DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': '
                    'RESUBMISSION DISPOSITIONS WRITTEN BACK (SEE '
                    'RESUBMIT.TXT).'
              ELSE
                 DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': COULD '
                    'NOT GET THE RESUBMIT.TXT LOCK AFTER 10 TRIES - '
                    'DISPOSITIONS NOT WRITTEN BACK.'
              END-IF
           END-IF
           .

      *
      *    LOAD-PENDING-RESUBMISSIONS LIFTS THIS PROGRAM'S PENDING
      *    ENTRIES INTO RESUB-TABLE UNDER THE RESUBMIT.TXT LOCK.  NO
      *    FILE MEANS NOTHING HAS BEEN RESUBMITTED.
       LOAD-PENDING-RESUBMISSIONS.
           MOVE ZERO TO WS-RESUB-COUNT
           MOVE ZERO TO WS-RESUB-RECNO
           SET WS-RESUB-EOF TO FALSE
           OPEN INPUT RESUBMIT-FILE
           IF FS-RESUB-OK THEN
              CLOSE RESUBMIT-FILE
              PERFORM GET-RESUB-LOCK
              IF NOT WS-RESUB-LOCKED THEN
                 DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': COULD '
                    'NOT GET THE RESUBMIT.TXT LOCK AFTER 10 TRIES - '
                    'RESUBMISSIONS LEFT FOR THE NEXT RUN.'
              ELSE
                 OPEN INPUT RESUBMIT-FILE
                 PERFORM UNTIL WS-RESUB-EOF
                    READ RESUBMIT-FILE
                       AT END
                          SET WS-RESUB-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-RESUB-RECNO
                          PERFORM SCREEN-RESUBMIT-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE RESUBMIT-FILE
                 MOVE 'RESUBMIT.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-RESUB-RECNO TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
              END-IF
           END-IF
           .

       SCREEN-RESUBMIT-RECORD.
           IF RESUBMIT-RECORD(1:1) NOT = '*'
              AND FUNCTION UPPER-CASE(RB-PROGRAM-ID)
                 = WS-EXC-PROGRAM-ID
              AND RB-PENDING THEN
              IF WS-RESUB-COUNT < 500 THEN
                 ADD 1 TO WS-RESUB-COUNT
                 INITIALIZE RESUB-ENTRY(WS-RESUB-COUNT)
                 MOVE WS-RESUB-RECNO TO RT-RECNO(WS-RESUB-COUNT)
                 MOVE RB-RUN-DATE TO RT-RUN-DATE(WS-RESUB-COUNT)
                 MOVE RB-RECORD TO RT-RECORD(WS-RESUB-COUNT)
                 SET RT-FOUND(WS-RESUB-COUNT) TO FALSE
                 SET RT-CLOSED(WS-RESUB-COUNT) TO FALSE
                 IF FUNCTION TEST-NUMVAL(RB-LINE-NUM) = ZERO THEN
                    COMPUTE RT-LINE-NUM(WS-RESUB-COUNT) =
                       FUNCTION NUMVAL(RB-LINE-NUM)
                 ELSE
                    MOVE 'X' TO RT-RESULT(WS-RESUB-COUNT)
                    MOVE 'LINE NUMBER IS NOT NUMERIC'
                       TO RT-NOTE(WS-RESUB-COUNT)
                 END-IF
              ELSE
                 IF NOT WS-RESUB-FULL THEN
                    SET WS-RESUB-FULL TO TRUE
                    DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': MORE '
                       'THAN 500 RESUBMISSIONS PENDING - THE REST ARE '
                       'LEFT FOR THE NEXT RUN.'
                 END-IF
              END-IF
           END-IF
           .

      *
      *    FIND-ORIGINAL-EXCEPTIONS PAIRS EACH PENDING ENTRY WITH AN
      *    OPEN REJECT OF THIS PROGRAM ON THE SAME RUN DATE AND LINE.
       FIND-ORIGINAL-EXCEPTIONS.
           SET WS-RESUB-EOF TO FALSE
           OPEN INPUT EXCEPTION-LOG-FILE
           IF FS-EXCLOG-OK THEN
              PERFORM UNTIL WS-RESUB-EOF
                 READ EXCEPTION-LOG-FILE
                    AT END
                       SET WS-RESUB-EOF TO TRUE
                    NOT AT END
                       PERFORM MATCH-ORIGINAL-EXCEPTION
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
           END-IF
           .

       MATCH-ORIGINAL-EXCEPTION.
           IF EX-PROGRAM-ID = WS-EXC-PROGRAM-ID
              AND EX-SEVERITY = 'E'
              AND (EX-STATUS = 'N' OR EX-STATUS = SPACE)
              AND EX-MESSAGE(1:WS-RESUB-PREFIX-LEN)
                 = WS-RESUB-MSG-PREFIX(1:WS-RESUB-PREFIX-LEN) THEN
              PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                 UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
                 IF RT-RESULT(WS-RESUB-SUB) = SPACE
                    AND NOT RT-FOUND(WS-RESUB-SUB)
                    AND RT-RUN-DATE(WS-RESUB-SUB) = EX-RUN-DATE
                    AND RT-LINE-NUM(WS-RESUB-SUB) = EX-LINE-NUM THEN
                    SET RT-FOUND(WS-RESUB-SUB) TO TRUE
                    MOVE EX-MESSAGE TO RT-ORIG-MESSAGE(WS-RESUB-SUB)
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    APPLY-ONE-RESUBMISSION HANDS ONE PENDING ENTRY TO THE
      *    PROGRAM'S APPLY-RESUBMITTED-RECORD, WITH THE EXCEPTION
      *    LINK SET SO ANY REJECT IT RAISES POINTS BACK AT THE
      *    ORIGINAL.
       APPLY-ONE-RESUBMISSION.
           EVALUATE TRUE
              WHEN RT-RESULT(WS-RESUB-SUB) NOT = SPACE
                 CONTINUE
              WHEN NOT RT-FOUND(WS-RESUB-SUB)
                 MOVE 'X' TO RT-RESULT(WS-RESUB-SUB)
                 MOVE 'NO OPEN REJECT ON EXCPTNS.TXT FOR KEY'
                    TO RT-NOTE(WS-RESUB-SUB)
              WHEN RT-RECORD(WS-RESUB-SUB) = SPACES
                 MOVE 'X' TO RT-RESULT(WS-RESUB-SUB)
                 MOVE 'NO CORRECTED RECORD GIVEN'
                    TO RT-NOTE(WS-RESUB-SUB)
              WHEN OTHER
                 MOVE RT-RECORD(WS-RESUB-SUB) TO WS-RESUB-RECORD
                 MOVE RT-ORIG-MESSAGE(WS-RESUB-SUB)
                    TO WS-RESUB-ORIG-MESSAGE
                 MOVE 'X' TO WS-RESUB-RESULT
                 MOVE SPACES TO WS-RESUB-NOTE
                 MOVE ZERO TO WS-RESUB-DONE-LINE
                 MOVE RT-RUN-DATE(WS-RESUB-SUB)
                    TO WS-EXC-ORIG-RUN-DATE
                 MOVE RT-LINE-NUM(WS-RESUB-SUB)
                    TO WS-EXC-ORIG-LINE-NUM
                 PERFORM APPLY-RESUBMITTED-RECORD
                 MOVE SPACES TO WS-EXC-ORIG-RUN-DATE
                 MOVE ZERO TO WS-EXC-ORIG-LINE-NUM
                 MOVE WS-RESUB-RESULT TO RT-RESULT(WS-RESUB-SUB)
                 MOVE WS-RESUB-DONE-LINE TO RT-DONE-LINE(WS-RESUB-SUB)
                 MOVE WS-RESUB-NOTE TO RT-NOTE(WS-RESUB-SUB)
           END-EVALUATE
           EVALUATE RT-RESULT(WS-RESUB-SUB)
              WHEN 'P'
                 ADD 1 TO WS-RESUB-PASS-COUNT
                 IF RT-NOTE(WS-RESUB-SUB) = SPACES THEN
                    MOVE 'PASSED - ORIGINAL CLOSED AS RESUBMITTED'
                       TO RT-NOTE(WS-RESUB-SUB)
                 END-IF
              WHEN 'F'
                 ADD 1 TO WS-RESUB-FAIL-COUNT
                 IF RT-NOTE(WS-RESUB-SUB) = SPACES THEN
                    MOVE 'FAILED AGAIN - NEW LINKED EXCEPTION'
                       TO RT-NOTE(WS-RESUB-SUB)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-RESUB-SKIP-COUNT
           END-EVALUATE
           .

      *
      *    CLOSE-ORIGINAL-EXCEPTIONS REWRITES EXCPTNS.TXT UNDER ITS
      *    APPEND LOCK WITH THE ORIGINAL REJECT OF EVERY ENTRY THAT
      *    WAS APPLIED - PASSED OR FAILED AGAIN - MARKED RESOLVED.
      *    THE KEYS ARE MATCHED AFRESH RATHER THAN BY RECORD NUMBER,
      *    SO A HOUSEKEEPING TRIM IN BETWEEN CANNOT
      *    MARK THE WRONG RECORD.  WITHOUT THE LOCK NOTHING IS
      *    CLOSED, SO THE APPLIED ENTRIES ARE TAKEN BACK TO NO
      *    DISPOSITION AND STAY PENDING FOR THE NEXT RUN RATHER THAN
      *    BEING POSTED AGAINST ORIGINALS THAT ARE STILL OPEN.
       CLOSE-ORIGINAL-EXCEPTIONS.
           PERFORM GET-EXCLOG-LOCK
           IF NOT WS-EXCLOG-LOCKED THEN
              DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID) ': COULD NOT '
                 'GET THE EXCPTNS.TXT LOCK AFTER 10 TRIES - THE '
                 'ORIGINAL REJECTS OF THIS RUN''S RESUBMISSIONS ARE '
                 'STILL OPEN AND THE RESUBMISSIONS STAY PENDING.'
              PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                 UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
                 IF RT-RESULT(WS-RESUB-SUB) = 'P'
                    OR RT-RESULT(WS-RESUB-SUB) = 'F' THEN
                    MOVE SPACE TO RT-RESULT(WS-RESUB-SUB)
                 END-IF
              END-PERFORM
           ELSE
              SET WS-RESUB-EOF TO FALSE
              OPEN INPUT EXCEPTION-LOG-FILE
              OPEN OUTPUT EXCEPTION-REWRITE-FILE
              PERFORM UNTIL WS-RESUB-EOF
                 READ EXCEPTION-LOG-FILE
                    AT END
                       SET WS-RESUB-EOF TO TRUE
                    NOT AT END
                       PERFORM MARK-RESUBMITTED-ORIGINAL
                       MOVE EXCEPTION-LOG-RECORD
                          TO EXCEPTION-REWRITE-RECORD
                       WRITE EXCEPTION-REWRITE-RECORD
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
              CLOSE EXCEPTION-REWRITE-FILE
              MOVE 'mv EXCPTNS.NEW EXCPTNS.TXT' TO WS-RESUB-CMD
              PERFORM RUN-RESUB-COMMAND
              PERFORM FREE-EXCLOG-LOCK
           END-IF
           .

       MARK-RESUBMITTED-ORIGINAL.
           IF EX-PROGRAM-ID = WS-EXC-PROGRAM-ID
              AND EX-SEVERITY = 'E'
              AND (EX-STATUS = 'N' OR EX-STATUS = SPACE)
              AND EX-MESSAGE(1:WS-RESUB-PREFIX-LEN)
                 = WS-RESUB-MSG-PREFIX(1:WS-RESUB-PREFIX-LEN) THEN
              PERFORM VARYING WS-RESUB-SUB FROM 1 BY 1
                 UNTIL WS-RESUB-SUB > WS-RESUB-COUNT
                 IF (RT-RESULT(WS-RESUB-SUB) = 'P'
                     OR RT-RESULT(WS-RESUB-SUB) = 'F')
                    AND NOT RT-CLOSED(WS-RESUB-SUB)
                    AND RT-RUN-DATE(WS-RESUB-SUB) = EX-RUN-DATE
                    AND RT-LINE-NUM(WS-RESUB-SUB) = EX-LINE-NUM THEN
                    SET RT-CLOSED(WS-RESUB-SUB) TO TRUE
                    MOVE 'R' TO EX-STATUS
                    MOVE SPACES TO EX-REVIEW-NOTE
                    IF RT-RESULT(WS-RESUB-SUB) = 'P' THEN
                       STRING 'RESUBMITTED ' WS-RESUB-DATE
                          DELIMITED BY SIZE INTO EX-REVIEW-NOTE
                    ELSE
                       STRING 'RESUBMITTED ' WS-RESUB-DATE ' FAILED'
                          DELIMITED BY SIZE INTO EX-REVIEW-NOTE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

      *
      *    REWRITE-RESUBMIT-FILE COPIES RESUBMIT.TXT THROUGH WITH THE
      *    DISPOSITION OF EVERY ENTRY THIS RUN DEALT WITH FILLED IN.
      *    THE TABLE IS IN FILE ORDER, SO ONE POINTER WALKS IT.  THE
      *    LOCK WAS LET GO WHILE THE RUN FINISHED, SO AN ENTRY IS ONLY
      *    POSTED IF ITS RECORD IS STILL THE PENDING ONE IT WAS.
       REWRITE-RESUBMIT-FILE.
           MOVE ZERO TO WS-RESUB-RECNO
           MOVE 1 TO WS-RESUB-SUB
           SET WS-RESUB-EOF TO FALSE
           OPEN INPUT RESUBMIT-FILE
           OPEN OUTPUT RESUBMIT-REWRITE-FILE
           PERFORM UNTIL WS-RESUB-EOF
              READ RESUBMIT-FILE
                 AT END
                    SET WS-RESUB-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RESUB-RECNO
                    IF WS-RESUB-SUB <= WS-RESUB-COUNT THEN
                       IF RT-RECNO(WS-RESUB-SUB) = WS-RESUB-RECNO THEN
                          IF RB-PENDING
                             AND RB-RUN-DATE = RT-RUN-DATE(WS-RESUB-SUB)
                             PERFORM POST-RESUB-DISPOSITION
                          END-IF
                          ADD 1 TO WS-RESUB-SUB
                       END-IF
                    END-IF
                    MOVE RESUBMIT-RECORD TO RESUBMIT-REWRITE-RECORD
                    WRITE RESUBMIT-REWRITE-RECORD
              END-READ
           END-PERFORM
           CLOSE RESUBMIT-FILE
           CLOSE RESUBMIT-REWRITE-FILE
           MOVE 'mv RESUBMIT.NEW RESUBMIT.TXT' TO WS-RESUB-CMD
           PERFORM RUN-RESUB-COMMAND
           MOVE 'RESUBMIT.TXT' TO WS-DSU-DATASET
           MOVE 'OUTPUT' TO WS-DSU-MODE
           MOVE WS-RESUB-RECNO TO WS-DSU-RECORDS
           PERFORM WRITE-DATASET-USAGE
           .

       POST-RESUB-DISPOSITION.
           IF RT-RESULT(WS-RESUB-SUB) NOT = SPACE THEN
              MOVE RT-RESULT(WS-RESUB-SUB) TO RB-STATUS
              MOVE WS-RESUB-DATE TO RB-DONE-DATE
              MOVE RT-DONE-LINE(WS-RESUB-SUB) TO RB-DONE-LINE
              MOVE RT-NOTE(WS-RESUB-SUB) TO RB-NOTE
           END-IF
           .

       RUN-RESUB-COMMAND.
           MOVE RETURN-CODE TO WS-RESUB-RC-SAVE
           CALL 'SYSTEM' USING WS-RESUB-CMD
           MOVE WS-RESUB-RC-SAVE TO RETURN-CODE
           .

      *
      *    GET-RESUB-LOCK TAKES THE RESUBMIT.TXT LOCK WITH THE SAME
      *    BOUNDED WAIT AS GET-EXCLOG-LOCK.
       GET-RESUB-LOCK.
           MOVE RETURN-CODE TO WS-RESUB-RC-SAVE
           SET WS-RESUB-LOCKED TO FALSE
           PERFORM VARYING WS-RESUB-LOCK-TRY FROM 1 BY 1
              UNTIL WS-RESUB-LOCK-TRY > 10 OR WS-RESUB-LOCKED
              MOVE 'mkdir RESUBMIT.TXT.LCK 2>/dev/null'
                 TO WS-RESUB-CMD
              CALL 'SYSTEM' USING WS-RESUB-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-RESUB-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-RESUB-CMD
                 CALL 'SYSTEM' USING WS-RESUB-CMD
              END-IF
           END-PERFORM
           MOVE WS-RESUB-RC-SAVE TO RETURN-CODE
           .

       FREE-RESUB-LOCK.
           MOVE RETURN-CODE TO WS-RESUB-RC-SAVE
           MOVE 'rmdir RESUBMIT.TXT.LCK 2>/dev/null' TO WS-RESUB-CMD
           CALL 'SYSTEM' USING WS-RESUB-CMD
           MOVE WS-RESUB-RC-SAVE TO RETURN-CODE
           SET WS-RESUB-LOCKED TO FALSE
           .
