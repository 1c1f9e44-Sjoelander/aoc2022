      *----------------------------------------------------------------
      *  CAPUWR.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS THAT APPEND ONE OBSERVATION TO
      *  THE TABLE CAPACITY USAGE LOG UNDER ITS APPEND LOCK.  A RUN
      *  THAT USED NONE OF THE TABLE (NO INPUT, OR A FAILED OPEN)
      *  RECORDS NOTHING, SO IT CANNOT DRAG THE GROWTH TREND DOWN.
      *  THE OBSERVATION IS DATED WITH THE PROCESSING DATE, AS THE
      *  RUN-LOG ENTRY IS.
      *----------------------------------------------------------------
       WRITE-CAPACITY-USAGE.
           IF WS-CAPU-USED > ZERO THEN
              PERFORM GET-CAPU-LOCK
              IF NOT WS-CAPU-LOCKED THEN
                 DISPLAY FUNCTION TRIM(WS-CAPU-PROGRAM-ID) ': COULD '
                    'NOT GET THE CAPUSAGE.TXT LOCK AFTER 10 TRIES - '
                    'TABLE USAGE NOT RECORDED.'
              ELSE
                 OPEN EXTEND CAPACITY-USAGE-FILE
                 IF NOT FS-CAPU-OK
                    CLOSE CAPACITY-USAGE-FILE
                    OPEN OUTPUT CAPACITY-USAGE-FILE
                 END-IF
                 MOVE SPACES TO CAPACITY-USAGE-RECORD
                 MOVE WS-CAPU-PROGRAM-ID TO UG-PROGRAM-ID
                 MOVE WS-CAPU-TABLE-NAME TO UG-TABLE-NAME
                 ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
                 IF WS-PROC-DATE NOT = ZERO THEN
                    MOVE WS-PROC-DATE TO WS-RL-DATE
                 END-IF
                 STRING WS-RL-YYYY '-' WS-RL-MM '-' WS-RL-DD
                    DELIMITED BY SIZE INTO UG-RUN-DATE
                 MOVE WS-RUN-ID TO UG-RUN-ID
                 MOVE WS-CAPU-USED TO UG-USED
                 MOVE WS-CAPU-LIMIT TO UG-LIMIT
                 WRITE CAPACITY-USAGE-RECORD
                 CLOSE CAPACITY-USAGE-FILE
                 PERFORM FREE-CAPU-LOCK
              END-IF
           END-IF
           .

      *
      *    GET-CAPU-LOCK TAKES THE CAPUSAGE.TXT LOCK WITH THE SAME
      *    BOUNDED WAIT AS GET-RUNLOG-LOCK.
       GET-CAPU-LOCK.
           MOVE RETURN-CODE TO WS-CAPU-RC-SAVE
           SET WS-CAPU-LOCKED TO FALSE
           PERFORM VARYING WS-CAPU-LOCK-TRY FROM 1 BY 1
              UNTIL WS-CAPU-LOCK-TRY > 10 OR WS-CAPU-LOCKED
              MOVE 'mkdir CAPUSAGE.TXT.LCK 2>/dev/null' TO WS-CAPU-CMD
              CALL 'SYSTEM' USING WS-CAPU-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-CAPU-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-CAPU-CMD
                 CALL 'SYSTEM' USING WS-CAPU-CMD
              END-IF
           END-PERFORM
           MOVE WS-CAPU-RC-SAVE TO RETURN-CODE
           .

       FREE-CAPU-LOCK.
           MOVE RETURN-CODE TO WS-CAPU-RC-SAVE
           MOVE 'rmdir CAPUSAGE.TXT.LCK 2>/dev/null' TO WS-CAPU-CMD
           CALL 'SYSTEM' USING WS-CAPU-CMD
           MOVE WS-CAPU-RC-SAVE TO RETURN-CODE
           SET WS-CAPU-LOCKED TO FALSE
           .
