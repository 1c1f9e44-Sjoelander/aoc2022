                 TO WS-RUN-PROFILE
           END-IF
           MOVE WS-RUN-PROFILE TO RL-PROFILE
           MOVE WS-RUN-LOG-DETAIL TO RL-STATUS-DETAIL
           MOVE WS-CFG-VERSION TO RL-CONFIG-VERSION
           MOVE SPACES TO WS-RL-ENV-REHEARSAL
           ACCEPT WS-RL-ENV-REHEARSAL FROM ENVIRONMENT 'RUNREHEARSAL'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-RL-ENV-REHEARSAL = 'Y' THEN
              MOVE 'REHEARSAL' TO RL-RUN-MODE
           END-IF
           IF WS-RUN-LOG-GATED THEN
              MOVE WS-RUN-LOG-REJECT-RATE TO RL-REJECT-RATE
              MOVE WS-RUN-LOG-REJECT-LIMIT TO RL-REJECT-LIMIT
           END-IF
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           PERFORM CHECK-RUN-PERIOD
           PERFORM GET-RUNLOG-LOCK
           IF NOT WS-RUNLOG-LOCKED THEN
              DISPLAY 'RUN-LOG: COULD NOT GET THE APPEND LOCK ON '
           END-IF
           .

      *
      *    CHECK-RUN-PERIOD MARKS THE ENTRY WHEN ITS DATE FALLS IN A
      *    CLOSED PERIOD: THE MONTH'S FIGURES ARE ALREADY LOCKED, SO
      *    WHATEVER THIS RUN POSTED IS NOT IN THEM.
       CHECK-RUN-PERIOD.
           MOVE RETURN-CODE TO WS-RUNLOG-RC-SAVE
           MOVE SPACES TO WS-RL-PERIOD-CMD
           STRING 'test -d PERDLOCK/' WS-RL-YYYY WS-RL-MM
              DELIMITED BY SIZE INTO WS-RL-PERIOD-CMD
           CALL 'SYSTEM' USING WS-RL-PERIOD-CMD
           IF RETURN-CODE = ZERO THEN
              MOVE 'CLOSED' TO RL-PERIOD-STATUS
              DISPLAY FUNCTION TRIM(RL-PROGRAM-ID) ': RUN DATED '
                 RL-RUN-DATE ' FALLS IN CLOSED PERIOD '
                 WS-RL-YYYY WS-RL-MM
                 ' - FLAGGED ON THE RUN-LOG.'
           END-IF
           MOVE WS-RUNLOG-RC-SAVE TO RETURN-CODE
           .

      *
      *    GET-RUNLOG-LOCK TAKES THE APPEND LOCK WITH A BOUNDED WAIT
      *    (TEN ONE-SECOND TRIES).  MKDIR IS ATOMIC, SO EXACTLY ONE
