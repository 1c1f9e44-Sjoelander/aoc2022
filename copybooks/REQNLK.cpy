      *----------------------------------------------------------------
      *  REQNLK.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS THAT TAKE AND FREE THE
      *  DAY1REQL.TXT LOCK.  DAY1 AND REQNACK BOTH REBUILD THE
      *  REQUISITION REGISTER FROM WHAT THEY READ OF IT, SO EACH
      *  HOLDS THE LOCK FROM THE READ THROUGH THE MV OF THE NEW
      *  COPY; OTHERWISE ONE WOULD WRITE BACK OVER THE OTHER'S WORK.
      *  THE WAIT IS BOUNDED THE SAME WAY AS GET-EXCLOG-LOCK.
      *----------------------------------------------------------------
       GET-REQL-LOCK.
           MOVE RETURN-CODE TO WS-REQL-RC-SAVE
           SET WS-REQL-LOCKED TO FALSE
           PERFORM VARYING WS-REQL-LOCK-TRY FROM 1 BY 1
              UNTIL WS-REQL-LOCK-TRY > 10 OR WS-REQL-LOCKED
              MOVE 'mkdir DAY1REQL.TXT.LCK 2>/dev/null'
                 TO WS-REQN-CMD
              CALL 'SYSTEM' USING WS-REQN-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-REQL-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-REQN-CMD
                 CALL 'SYSTEM' USING WS-REQN-CMD
              END-IF
           END-PERFORM
           MOVE WS-REQL-RC-SAVE TO RETURN-CODE
           .

       FREE-REQL-LOCK.
           MOVE RETURN-CODE TO WS-REQL-RC-SAVE
           MOVE 'rmdir DAY1REQL.TXT.LCK 2>/dev/null' TO WS-REQN-CMD
           CALL 'SYSTEM' USING WS-REQN-CMD
           MOVE WS-REQL-RC-SAVE TO RETURN-CODE
           SET WS-REQL-LOCKED TO FALSE
           .
