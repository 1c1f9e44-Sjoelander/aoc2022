      *----------------------------------------------------------------
      *  DSUWR.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS THAT APPEND ONE RECORD TO THE
      *  DATASET USAGE LOG UNDER ITS APPEND LOCK (SEE DSUWS.CPY FOR
      *  THE CALLING PROTOCOL).  THE RECORD IS DATED WITH THE
      *  PROCESSING DATE, AS THE RUN-LOG ENTRY IS, AND TIMED WITH
      *  THE CLOCK.  ONCE THE LOCK HAS BEEN GIVEN UP ON, LATER
      *  DATASETS OF THE SAME RUN DON'T WAIT FOR IT AGAIN.
      *----------------------------------------------------------------
       WRITE-DATASET-USAGE.
           IF WS-DSU-DATASET NOT = SPACES
              AND NOT WS-DSU-LOCK-WARNED THEN
              PERFORM GET-DSU-LOCK
              IF NOT WS-DSU-LOCKED THEN
                 SET WS-DSU-LOCK-WARNED TO TRUE
                 DISPLAY FUNCTION TRIM(WS-DSU-PROGRAM-ID) ': COULD '
                    'NOT GET THE DSUSAGE.TXT LOCK AFTER 10 TRIES - '
                    'DATASET USAGE NOT RECORDED.'
              ELSE
                 OPEN EXTEND DATASET-USAGE-FILE
                 IF NOT FS-DSU-OK
                    CLOSE DATASET-USAGE-FILE
                    OPEN OUTPUT DATASET-USAGE-FILE
                 END-IF
                 MOVE SPACES TO DATASET-USAGE-RECORD
                 MOVE WS-DSU-PROGRAM-ID TO DU-PROGRAM-ID
                 MOVE WS-RUN-ID TO DU-RUN-ID
                 ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
                 IF WS-PROC-DATE NOT = ZERO THEN
                    MOVE WS-PROC-DATE TO WS-RL-DATE
                 END-IF
                 STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
                    DELIMITED BY SIZE INTO DU-RUN-DATE
                 ACCEPT WS-DSU-TIME FROM TIME
                 STRING WS-DSU-HH ':' WS-DSU-MI ':' WS-DSU-SS
                    DELIMITED BY SIZE INTO DU-RUN-TIME
                 MOVE WS-DSU-MODE TO DU-OPEN-MODE
                 MOVE WS-DSU-RECORDS TO DU-RECORDS
                 MOVE WS-DSU-DATASET TO DU-DATASET
                 WRITE DATASET-USAGE-RECORD
                 CLOSE DATASET-USAGE-FILE
                 PERFORM FREE-DSU-LOCK
              END-IF
           END-IF
           MOVE SPACES TO WS-DSU-DATASET
           MOVE ZERO TO WS-DSU-RECORDS
           .

      *
      *    GET-DSU-LOCK TAKES THE DSUSAGE.TXT LOCK WITH THE SAME
      *    BOUNDED WAIT AS GET-RUNLOG-LOCK.
       GET-DSU-LOCK.
           MOVE RETURN-CODE TO WS-DSU-RC-SAVE
           SET WS-DSU-LOCKED TO FALSE
           PERFORM VARYING WS-DSU-LOCK-TRY FROM 1 BY 1
              UNTIL WS-DSU-LOCK-TRY > 10 OR WS-DSU-LOCKED
              MOVE 'mkdir DSUSAGE.TXT.LCK 2>/dev/null' TO WS-DSU-CMD
              CALL 'SYSTEM' USING WS-DSU-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-DSU-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-DSU-CMD
                 CALL 'SYSTEM' USING WS-DSU-CMD
              END-IF
           END-PERFORM
           MOVE WS-DSU-RC-SAVE TO RETURN-CODE
           .

       FREE-DSU-LOCK.
           MOVE RETURN-CODE TO WS-DSU-RC-SAVE
           MOVE 'rmdir DSUSAGE.TXT.LCK 2>/dev/null' TO WS-DSU-CMD
           CALL 'SYSTEM' USING WS-DSU-CMD
           MOVE WS-DSU-RC-SAVE TO RETURN-CODE
           SET WS-DSU-LOCKED TO FALSE
           .
