      *----------------------------------------------------------------
      *  REHRSRD.CPY
      *  PROCEDURE-DIVISION PARAGRAPHS FOR REHEARSAL MODE (SEE
      *  REHRSWS.CPY).  GET-REHEARSAL-DIR NEEDS THE CONFIGURATION
      *  LOADED (CONFIGRD.CPY); CALLERS MUST ALSO COPY FNCHKWS.
      *----------------------------------------------------------------
      *
      *    GET-REHEARSAL-DIR TAKES THE SANDBOX NAME FROM THE
      *    REHEARSAL-DIR KEY.  SEED-REHEARSAL-AREA EMPTIES THE
      *    DIRECTORY BEFORE EVERY REHEARSAL, SO ONLY A PLAIN NAME IN
      *    THE CURRENT DIRECTORY IS ACCEPTED - NEVER A PATH, NEVER
      *    . OR .. - AND ANYTHING ELSE FALLS BACK TO rehearse.
       GET-REHEARSAL-DIR.
           MOVE 'REHEARSAL-DIR' TO WS-CFG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CFG-FOUND AND WS-CFG-VALUE NOT = SPACES THEN
              MOVE WS-CFG-VALUE TO WS-REHEARSAL-DIR
              COPY FNCHECK REPLACING ==FN-TARGET== BY
                                     ==WS-REHEARSAL-DIR==.
              MOVE ZERO TO WS-REHEARSAL-SLASHES
              INSPECT WS-REHEARSAL-DIR TALLYING WS-REHEARSAL-SLASHES
                 FOR ALL '/'
              MOVE ZERO TO WS-REHEARSAL-NAME-LEN
              INSPECT WS-REHEARSAL-DIR TALLYING WS-REHEARSAL-NAME-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-FNCHK-INVALID
                 OR WS-REHEARSAL-DIR = '.'
                 OR WS-REHEARSAL-DIR = '..'
                 OR WS-REHEARSAL-SLASHES > ZERO
                 OR WS-REHEARSAL-NAME-LEN NOT =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-REHEARSAL-DIR))
                 THEN
                 DISPLAY 'REHEARSAL: REHEARSAL-DIR "'
                    FUNCTION TRIM(WS-CFG-VALUE)
                    '" IS NOT A PLAIN DIRECTORY NAME - USING rehearse.'
                 MOVE 'rehearse' TO WS-REHEARSAL-DIR
              END-IF
           END-IF
           .

      *
      *    SEED-REHEARSAL-AREA EMPTIES THE SANDBOX, COPIES EVERY FILE
      *    OF THE WORKING SET AND THE ARCHIVE INTO IT, AND EXPORTS
      *    RUNREHEARSAL SO EVERY PROGRAM STARTED FROM HERE ON MARKS
      *    ITS RUN-LOG ENTRY.  EACH REHEARSAL STARTS FROM TONIGHT'S
      *    PRODUCTION STATE, AND THE LAST ONE NEVER NEEDS CLEANING UP.
       SEED-REHEARSAL-AREA.
           SET WS-REHEARSAL-READY TO FALSE
           MOVE SPACES TO WS-REHEARSAL-CMD
           STRING 'rm -rf ' FUNCTION TRIM(WS-REHEARSAL-DIR)
              ' && mkdir ' FUNCTION TRIM(WS-REHEARSAL-DIR)
              ' && find . -maxdepth 1 -type f -exec cp -p {} '
              FUNCTION TRIM(WS-REHEARSAL-DIR) '/ \;'
              DELIMITED BY SIZE INTO WS-REHEARSAL-CMD
           CALL 'SYSTEM' USING WS-REHEARSAL-CMD
           IF RETURN-CODE NOT = ZERO THEN
              DISPLAY 'REHEARSAL: COULD NOT SEED THE SANDBOX '
                 FUNCTION TRIM(WS-REHEARSAL-DIR) ' - NOTHING RUN.'
           ELSE
              MOVE SPACES TO WS-REHEARSAL-CMD
              STRING 'test ! -d archive || cp -rp archive '
                 FUNCTION TRIM(WS-REHEARSAL-DIR) '/'
                 DELIMITED BY SIZE INTO WS-REHEARSAL-CMD
              CALL 'SYSTEM' USING WS-REHEARSAL-CMD
              DISPLAY 'RUNREHEARSAL' UPON ENVIRONMENT-NAME
              DISPLAY 'Y' UPON ENVIRONMENT-VALUE
              SET WS-REHEARSAL-READY TO TRUE
              DISPLAY 'REHEARSAL: SANDBOX '
                 FUNCTION TRIM(WS-REHEARSAL-DIR)
                 ' SEEDED FROM THE PRODUCTION FILES - NOTHING IN '
                 'PRODUCTION WILL BE CHANGED.'
           END-IF
           MOVE ZERO TO RETURN-CODE
           .

      *
      *    COPY-REHEARSAL-INPUT CARRIES ONE INPUT DATASET NAMED
      *    RELATIVE TO THE PRODUCTION DIRECTORY (WS-REHEARSAL-INPUT,
      *    ALREADY SCREENED BY FNCHECK) INTO THE SANDBOX UNDER THE
      *    SAME NAME, SO THE PROGRAM FINDS IT - AND ARCHIVES THE
      *    SANDBOX COPY, NOT THE ORIGINAL.  A MISSING FILE IS LEFT
      *    FOR THE PROGRAM ITSELF TO REPORT.
       COPY-REHEARSAL-INPUT.
           IF WS-REHEARSAL-INPUT NOT = SPACES
              AND WS-REHEARSAL-INPUT(1:1) NOT = '/' THEN
              MOVE SPACES TO WS-REHEARSAL-CMD
              STRING 'test ! -f ' FUNCTION TRIM(WS-REHEARSAL-INPUT)
                 ' || (mkdir -p ' FUNCTION TRIM(WS-REHEARSAL-DIR)
                 '/`dirname ' FUNCTION TRIM(WS-REHEARSAL-INPUT)
                 '` && cp -p ' FUNCTION TRIM(WS-REHEARSAL-INPUT) ' '
                 FUNCTION TRIM(WS-REHEARSAL-DIR) '/'
                 FUNCTION TRIM(WS-REHEARSAL-INPUT) ')'
                 DELIMITED BY SIZE INTO WS-REHEARSAL-CMD
              CALL 'SYSTEM' USING WS-REHEARSAL-CMD
              MOVE ZERO TO RETURN-CODE
           END-IF
           .
