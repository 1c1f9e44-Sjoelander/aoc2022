      *----------------------------------------------------------------
      *  QGATERD.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS FOR THE REJECT-RATE QUALITY
      *  GATE (SEE QGATEWS.CPY FOR THE CALLING PROTOCOL).  A RUN
      *  THAT REJECTS MORE OF ITS INPUT THAN ITS THRESHOLD ALLOWS
      *  MUST NOT PUBLISH OR POST: ITS .WRK OUTPUTS ARE LEFT UNDER
      *  THEIR WORKING NAMES FOR INSPECTION, THE LAST PUBLISHED
      *  REPORTS AND THE MASTER AND HISTORY FILES STAY AS THEY WERE,
      *  AND THE DOWNSTREAM STEPS ARE HELD BACK BY THE DRIVER.
      *  NEEDS CONFIGRD.CPY, EXCWR.CPY, RUNLOGWR.CPY AND OPERCHK.CPY
      *  IN THE SAME PROGRAM.
      *----------------------------------------------------------------
       CHECK-QUALITY-GATE.
           SET WS-QG-FAILED TO FALSE
           SET WS-QG-RELEASED TO FALSE
           SET WS-QG-HELD TO FALSE
           MOVE ZERO TO WS-QG-LIMIT-PCT
           MOVE ZERO TO WS-QG-RATE
           MOVE SPACES TO WS-CFG-KEY
           STRING FUNCTION TRIM(WS-QG-PROGRAM-ID) '-REJECT-PCT'
              DELIMITED BY SIZE INTO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND
              FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = ZERO AND
              FUNCTION NUMVAL(WS-CFG-VALUE) >= 1 AND
              FUNCTION NUMVAL(WS-CFG-VALUE) <= 100 THEN
              COMPUTE WS-QG-LIMIT-PCT = FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF
           IF WS-QG-LIMIT-PCT > ZERO THEN
              IF WS-QG-RECORDS > ZERO THEN
                 COMPUTE WS-QG-RATE ROUNDED =
                    WS-QG-REJECTS * 100 / WS-QG-RECORDS
                    ON SIZE ERROR
                       MOVE 999.9 TO WS-QG-RATE
                 END-COMPUTE
                 IF WS-QG-REJECTS * 100 >
                    WS-QG-LIMIT-PCT * WS-QG-RECORDS THEN
                    SET WS-QG-FAILED TO TRUE
                 END-IF
              END-IF
              SET WS-RUN-LOG-GATED TO TRUE
              MOVE WS-QG-RATE TO WS-RUN-LOG-REJECT-RATE
              MOVE WS-QG-LIMIT-PCT TO WS-RUN-LOG-REJECT-LIMIT
              MOVE WS-QG-RATE TO WS-QG-EDIT-RATE
              MOVE WS-QG-LIMIT-PCT TO WS-QG-EDIT-LIMIT
              IF WS-QG-FAILED THEN
                 DISPLAY FUNCTION TRIM(WS-QG-PROGRAM-ID)
                    ': REJECT RATE ' FUNCTION TRIM(WS-QG-EDIT-RATE)
                    '% (' WS-QG-REJECTS ' OF ' WS-QG-RECORDS
                    ' RECORDS) IS OVER THE '
                    FUNCTION TRIM(WS-QG-EDIT-LIMIT) '% THRESHOLD.'
                 PERFORM CHECK-QUALITY-RELEASE
                 IF NOT WS-QG-RELEASED THEN
                    SET WS-QG-HELD TO TRUE
                 END-IF
              END-IF
           END-IF
           .

      *
      *    CHECK-QUALITY-RELEASE LETS A QUALITY FAILURE THROUGH ONLY
      *    ON A RERUN ASKED FOR WITH RUNQRELEASE=Y AND ONLY FOR AN
      *    OPERATOR GRANTED QRELEASE ON THE PROGRAM.  THE DECISION,
      *    EITHER WAY, GOES TO THE OPERATOR AUDIT TRAIL, AND A
      *    RELEASE IS ALSO LEFT ON EXCPTNS.TXT AND THE RUN-LOG SO THE
      *    PUBLISHED FIGURES CARRY THE WARNING WITH THEM.
       CHECK-QUALITY-RELEASE.
           MOVE SPACES TO WS-QG-ENV-RELEASE
           ACCEPT WS-QG-ENV-RELEASE FROM ENVIRONMENT 'RUNQRELEASE'
              ON EXCEPTION
                 CONTINUE
           END-ACCEPT
           IF WS-QG-ENV-RELEASE = 'Y' OR WS-QG-ENV-RELEASE = 'y' THEN
              MOVE WS-QG-PROGRAM-ID TO WS-OPER-PROGRAM-ID
              MOVE WS-RUN-ID TO WS-OPER-RUN-ID
              MOVE 'QRELEASE' TO WS-OPER-FUNCTION
              MOVE SPACES TO WS-OPER-DETAIL
              STRING 'REJECT RATE ' FUNCTION TRIM(WS-QG-EDIT-RATE)
                 '% OVER ' FUNCTION TRIM(WS-QG-EDIT-LIMIT) '%'
                 DELIMITED BY SIZE INTO WS-OPER-DETAIL
              PERFORM CHECK-OPERATOR-AUTHORITY
              IF WS-OPER-PERMITTED THEN
                 SET WS-QG-RELEASED TO TRUE
                 DISPLAY FUNCTION TRIM(WS-QG-PROGRAM-ID)
                    ': QUALITY FAILURE RELEASED BY OPERATOR '
                    FUNCTION TRIM(WS-OPER-ID)
                    ' - OUTPUTS WILL BE PUBLISHED AND POSTED.'
                 MOVE ZERO TO WS-EXC-LINE-NUM
                 MOVE 'W' TO WS-EXC-SEVERITY
                 MOVE SPACES TO WS-EXC-MESSAGE
                 STRING 'REJECT RATE ' FUNCTION TRIM(WS-QG-EDIT-RATE)
                    '% OVER THE ' FUNCTION TRIM(WS-QG-EDIT-LIMIT)
                    '% THRESHOLD - RELEASED BY OPERATOR '
                    FUNCTION TRIM(WS-OPER-ID)
                    DELIMITED BY SIZE INTO WS-EXC-MESSAGE
                 PERFORM WRITE-EXCEPTION
                 MOVE SPACES TO WS-RUN-LOG-DETAIL
                 STRING 'QUALITY FAILURE RELEASED BY '
                    FUNCTION TRIM(WS-OPER-ID)
                    DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
              ELSE
                 DISPLAY FUNCTION TRIM(WS-QG-PROGRAM-ID)
                    ': QUALITY RELEASE REFUSED - THE RUN STAYS HELD.'
              END-IF
           END-IF
           .

      *
      *    HOLD-QUALITY-FAILED CLOSES OUT A HELD RUN IN PLACE OF THE
      *    PUBLISH AND POSTING STEPS.  RETURN CODE 10 IS RESERVED FOR
      *    THIS CASE SO THE DRIVER CAN TELL BAD DATA FROM A BROKEN
      *    PROGRAM.
       HOLD-QUALITY-FAILED.
           MOVE 'QUALITY FAILED' TO WS-RUN-LOG-STATUS
           MOVE SPACES TO WS-RUN-LOG-DETAIL
           STRING 'REJECT RATE ' FUNCTION TRIM(WS-QG-EDIT-RATE)
              '% OVER ' FUNCTION TRIM(WS-QG-EDIT-LIMIT)
              '% - HELD'
              DELIMITED BY SIZE INTO WS-RUN-LOG-DETAIL
           MOVE ZERO TO WS-EXC-LINE-NUM
           MOVE 'E' TO WS-EXC-SEVERITY
           MOVE SPACES TO WS-EXC-MESSAGE
           STRING 'REJECT RATE ' FUNCTION TRIM(WS-QG-EDIT-RATE)
              '% OVER THE ' FUNCTION TRIM(WS-QG-EDIT-LIMIT)
              '% THRESHOLD - OUTPUTS HELD, NOTHING POSTED'
              DELIMITED BY SIZE INTO WS-EXC-MESSAGE
           PERFORM WRITE-EXCEPTION
           DISPLAY FUNCTION TRIM(WS-QG-PROGRAM-ID)
              ': QUALITY FAILED - OUTPUTS HELD UNDER THEIR WORKING '
              'NAMES, NOTHING PUBLISHED OR POSTED.'
           DISPLAY FUNCTION TRIM(WS-QG-PROGRAM-ID)
              ': RERUN WITH RUNQRELEASE=Y UNDER AN OPERATOR GRANTED '
              'QRELEASE TO RELEASE IT.'
           MOVE 10 TO RETURN-CODE
           .
