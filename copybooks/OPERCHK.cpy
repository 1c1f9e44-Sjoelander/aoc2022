      *----------------------------------------------------------------
      *  OPERCHK.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS FOR OPERATOR SIGN-ON (SEE
      *  OPERWS.CPY FOR THE CALLING PROTOCOL).  CHECK-OPERATOR-
      *  AUTHORITY DECIDES WHETHER THE SIGNED-ON OPERATOR MAY
      *  PERFORM WS-OPER-FUNCTION OF WS-OPER-PROGRAM-ID AND WRITES
      *  THE OUTCOME, PERMITTED OR REFUSED, TO THE AUDIT TRAIL.  THE
      *  FUNCTION SIGNON IS SATISFIED BY ANY GRANT ON THE PROGRAM.
      *  NO OPERATOR, OR NO AUTHORITY FILE, MEANS NOTHING IS
      *  PERMITTED - THE CONTROLLED PROGRAMS FAIL SAFE.
      *----------------------------------------------------------------
       CHECK-OPERATOR-AUTHORITY.
           IF NOT WS-OPER-LOADED THEN
              PERFORM LOAD-OPERATOR-GRANTS
           END-IF
           SET WS-OPER-PERMITTED TO FALSE
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
              UNTIL WS-OPER-SUB > WS-OPER-GRANT-COUNT
                 OR WS-OPER-PERMITTED
              IF (OG-PROGRAM-ID(WS-OPER-SUB) = '*'
                  OR OG-PROGRAM-ID(WS-OPER-SUB) = WS-OPER-PROGRAM-ID)
                 AND (OG-FUNCTION(WS-OPER-SUB) = '*'
                  OR OG-FUNCTION(WS-OPER-SUB) = WS-OPER-FUNCTION
                  OR WS-OPER-FUNCTION = 'SIGNON') THEN
                 SET WS-OPER-PERMITTED TO TRUE
              END-IF
           END-PERFORM
           PERFORM WRITE-OPERATOR-AUDIT
           IF NOT WS-OPER-PERMITTED AND WS-OPER-ID NOT = SPACES THEN
              IF WS-OPER-DETAIL = SPACES THEN
                 DISPLAY FUNCTION TRIM(WS-OPER-PROGRAM-ID)
                    ': OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                    ' IS NOT AUTHORIZED FOR '
                    FUNCTION TRIM(WS-OPER-FUNCTION) ' - REFUSED.'
              ELSE
                 DISPLAY FUNCTION TRIM(WS-OPER-PROGRAM-ID)
                    ': OPERATOR ' FUNCTION TRIM(WS-OPER-ID)
                    ' IS NOT AUTHORIZED FOR '
                    FUNCTION TRIM(WS-OPER-FUNCTION) ' ('
                    FUNCTION TRIM(WS-OPER-DETAIL) ') - REFUSED.'
              END-IF
           END-IF
           .

      *
      *    LOAD-OPERATOR-GRANTS PICKS UP THE OPERATOR ID (UNLESS THE
      *    CALLER SIGNED ONE ON ALREADY) AND LIFTS THAT OPERATOR'S
      *    GRANTS FROM THE AUTHORITY FILE.  IDS, PROGRAMS AND
      *    FUNCTIONS ARE COMPARED IN UPPER CASE.
       LOAD-OPERATOR-GRANTS.
           SET WS-OPER-LOADED TO TRUE
           MOVE ZERO TO WS-OPER-GRANT-COUNT
           MOVE SPACES TO WS-OPER-NAME
           IF WS-OPER-ID = SPACES THEN
              ACCEPT WS-OPER-ID FROM ENVIRONMENT 'RUNOPERATOR'
                 ON EXCEPTION
                    CONTINUE
              END-ACCEPT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPER-ID) TO WS-OPER-ID
           IF WS-OPER-ID = SPACES THEN
              DISPLAY FUNCTION TRIM(WS-OPER-PROGRAM-ID)
                 ': NO OPERATOR IS SIGNED ON (RUNOPERATOR IS NOT '
                 'SET).'
           ELSE
              SET WS-OPERAUTH-EOF TO FALSE
              OPEN INPUT OPERATOR-AUTH-FILE
              IF FS-OPERAUTH-OK THEN
                 PERFORM UNTIL WS-OPERAUTH-EOF
                    READ OPERATOR-AUTH-FILE
                       AT END
                          SET WS-OPERAUTH-EOF TO TRUE
                       NOT AT END
                          PERFORM TALLY-OPERATOR-GRANT
                    END-READ
                 END-PERFORM
                 CLOSE OPERATOR-AUTH-FILE
              ELSE
                 DISPLAY FUNCTION TRIM(WS-OPER-PROGRAM-ID)
                    ': OPERAUTH.TXT NOT ON FILE - NO OPERATOR CAN '
                    'BE AUTHORIZED.'
              END-IF
           END-IF
           .

       TALLY-OPERATOR-GRANT.
           IF OPERATOR-AUTH-RECORD(1:1) NOT = '*'
              AND FUNCTION UPPER-CASE(OA-OPERATOR-ID) = WS-OPER-ID THEN
              IF WS-OPER-GRANT-COUNT < 100 THEN
                 ADD 1 TO WS-OPER-GRANT-COUNT
                 MOVE FUNCTION UPPER-CASE(OA-PROGRAM-ID)
                    TO OG-PROGRAM-ID(WS-OPER-GRANT-COUNT)
                 MOVE FUNCTION UPPER-CASE(OA-FUNCTION)
                    TO OG-FUNCTION(WS-OPER-GRANT-COUNT)
                 IF OA-OPERATOR-NAME NOT = SPACES THEN
                    MOVE OA-OPERATOR-NAME TO WS-OPER-NAME
                 END-IF
              ELSE
                 DISPLAY FUNCTION TRIM(WS-OPER-PROGRAM-ID)
                    ': MORE THAN 100 GRANTS FOR OPERATOR '
                    FUNCTION TRIM(WS-OPER-ID) ' - EXTRA GRANT '
                    'IGNORED.'
              END-IF
           END-IF
           .

      *
      *    WRITE-OPERATOR-AUDIT APPENDS THE OUTCOME OF ONE CHECK TO
      *    OPERAUDT.TXT.  THE STAMP IS THE MACHINE CLOCK, NOT THE
      *    PROCESSING DATE - THE TRAIL SAYS WHEN SOMEONE ACTUALLY DID
      *    IT.  THE FILE IS OPENED ON THE FIRST WRITE AND HELD UNTIL
      *    CLOSE-OPERATOR-AUDIT.
       WRITE-OPERATOR-AUDIT.
           IF NOT WS-OPERAUDT-OPEN AND NOT WS-OPERAUDT-WARNED THEN
              PERFORM GET-OPERAUDT-LOCK
              IF WS-OPERAUDT-LOCKED THEN
                 OPEN EXTEND OPERATOR-AUDIT-FILE
                 IF NOT FS-OPERAUDT-OK
                    CLOSE OPERATOR-AUDIT-FILE
                    OPEN OUTPUT OPERATOR-AUDIT-FILE
                 END-IF
                 SET WS-OPERAUDT-OPEN TO TRUE
              ELSE
                 SET WS-OPERAUDT-WARNED TO TRUE
                 DISPLAY 'OPERATOR AUDIT: COULD NOT GET THE APPEND '
                    'LOCK ON OPERAUDT.TXT AFTER 10 TRIES - ACTIONS '
                    'FROM THIS RUN NOT RECORDED.'
              END-IF
           END-IF
           MOVE SPACES TO OPERATOR-AUDIT-RECORD
           ACCEPT WS-OPER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPER-TIME FROM TIME
           STRING WS-OPER-YYYY '-' WS-OPER-MM '-' WS-OPER-DD
              DELIMITED BY SIZE INTO OU-DATE
           STRING WS-OPER-HH ':' WS-OPER-MN ':' WS-OPER-SS
              DELIMITED BY SIZE INTO OU-TIME
           IF WS-OPER-ID = SPACES THEN
              MOVE '(NONE)' TO OU-OPERATOR-ID
           ELSE
              MOVE WS-OPER-ID TO OU-OPERATOR-ID
           END-IF
           MOVE WS-OPER-PROGRAM-ID TO OU-PROGRAM-ID
           MOVE WS-OPER-FUNCTION TO OU-FUNCTION
           IF WS-OPER-PERMITTED THEN
              SET OU-PERMITTED TO TRUE
           ELSE
              SET OU-REFUSED TO TRUE
           END-IF
           MOVE WS-OPER-RUN-ID TO OU-RUN-ID
           MOVE WS-OPER-DETAIL TO OU-DETAIL
           IF WS-OPERAUDT-OPEN THEN
              WRITE OPERATOR-AUDIT-RECORD
           ELSE
              DISPLAY 'OPERATOR AUDIT (NOT LOGGED): '
                 OPERATOR-AUDIT-RECORD
           END-IF
           .

       CLOSE-OPERATOR-AUDIT.
           IF WS-OPERAUDT-OPEN THEN
              CLOSE OPERATOR-AUDIT-FILE
              SET WS-OPERAUDT-OPEN TO FALSE
              PERFORM FREE-OPERAUDT-LOCK
           END-IF
           .

      *
      *    GET-OPERAUDT-LOCK TAKES THE OPERAUDT.TXT APPEND LOCK WITH A
      *    BOUNDED WAIT (TEN ONE-SECOND TRIES); THE SAVED RETURN-CODE
      *    KEEPS THE LOCK PROBES FROM DISTURBING THE CALLER'S CODE.
       GET-OPERAUDT-LOCK.
           MOVE RETURN-CODE TO WS-OPERAUDT-RC-SAVE
           SET WS-OPERAUDT-LOCKED TO FALSE
           PERFORM VARYING WS-OPERAUDT-LOCK-TRY FROM 1 BY 1
              UNTIL WS-OPERAUDT-LOCK-TRY > 10 OR WS-OPERAUDT-LOCKED
              MOVE 'mkdir OPERAUDT.TXT.LCK 2>/dev/null'
                 TO WS-OPERAUDT-LOCK-CMD
              CALL 'SYSTEM' USING WS-OPERAUDT-LOCK-CMD
              IF RETURN-CODE = ZERO THEN
                 SET WS-OPERAUDT-LOCKED TO TRUE
              ELSE
                 MOVE 'sleep 1' TO WS-OPERAUDT-LOCK-CMD
                 CALL 'SYSTEM' USING WS-OPERAUDT-LOCK-CMD
              END-IF
           END-PERFORM
           MOVE WS-OPERAUDT-RC-SAVE TO RETURN-CODE
           .

       FREE-OPERAUDT-LOCK.
           MOVE RETURN-CODE TO WS-OPERAUDT-RC-SAVE
           MOVE 'rmdir OPERAUDT.TXT.LCK 2>/dev/null'
              TO WS-OPERAUDT-LOCK-CMD
           CALL 'SYSTEM' USING WS-OPERAUDT-LOCK-CMD
           MOVE WS-OPERAUDT-RC-SAVE TO RETURN-CODE
           SET WS-OPERAUDT-LOCKED TO FALSE
           .
