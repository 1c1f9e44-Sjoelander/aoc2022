      *----------------------------------------------------------------
      *  SWEEPLK.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS THAT TAKE AND FREE THE
      *  DAY4SWPL.TXT LOCK.  DAY4 AND SWEEPCNF BOTH REBUILD THE SWEEP
      *  REGISTER FROM WHAT THEY READ OF IT, SO EACH HOLDS THE LOCK
      *  FROM THE READ THROUGH THE MV OF THE NEW COPY; OTHERWISE ONE
      *  WOULD WRITE BACK OVER THE OTHER'S WORK.  THE WAIT IS
      *  BOUNDED THE SAME WAY AS GET-EXCLOG-LOCK.
      *----------------------------------------------------------------
       GET-SWPL-LOCK.
           MOVE RETURN-CODE TO WS-SWPL-RC-SAVE
           SET WS-SWPL-LOCKED TO FALSE
           PERFORM VARYING WS-SWPL-LOCK-TRY FROM 1 BY 1
              UNTIL WS-SWPL-LOCK-TRY > 10 OR WS-SWPL-LOCKED
              MOVE 'mkdir DAY4SWPL.TXT.LCK 2>/dev/null'
                 TO WS-SWPL-CMD
              CALL 'SYSTEM' USING WS-SWPL-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-SWPL-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-SWPL-CMD
                 CALL 'SYSTEM' USING WS-SWPL-CMD
              END-IF
           END-PERFORM
           MOVE WS-SWPL-RC-SAVE TO RETURN-CODE
           .

       FREE-SWPL-LOCK.
           MOVE RETURN-CODE TO WS-SWPL-RC-SAVE
           MOVE 'rmdir DAY4SWPL.TXT.LCK 2>/dev/null' TO WS-SWPL-CMD
           CALL 'SYSTEM' USING WS-SWPL-CMD
           MOVE WS-SWPL-RC-SAVE TO RETURN-CODE
           SET WS-SWPL-LOCKED TO FALSE
           .
