      *----------------------------------------------------------------
      *  ITEMRD.CPY
      *  PROCEDURE-DIVISION PARAGRAPH THAT LOADS THE SUPPLY ITEM
      *  CATALOG (DAY3ITEM.TXT) INTO ITEM-CATALOG-TABLE, ONE ENTRY
      *  PER ITEM CODE AT THE CODE'S ORDINAL.  A RECORD WHOSE ITEM
      *  CODE IS NOT A LETTER OR WHOSE UNIT WEIGHT IS NOT NUMERIC IS
      *  REPORTED AND SKIPPED.  WS-ITEM-LOADED SAYS WHETHER THE
      *  CATALOG WAS STAGED AT ALL.  MESSAGES CARRY THE PROGRAM ID
      *  IN WS-EXC-PROGRAM-ID.  THE LOAD GOES ON THE DATASET USAGE
      *  LOG, SO DSUWS.CPY AND DSUWR.CPY MUST BE IN THE SAME PROGRAM.
      *----------------------------------------------------------------
       LOAD-ITEM-CATALOG.
           INITIALIZE ITEM-CATALOG-TABLE
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-READ-COUNT
           SET WS-ITEM-LOADED TO FALSE
           SET WS-ITEM-EOF TO FALSE
           OPEN INPUT ITEM-CATALOG-FILE
           IF FS-ITEM-OK THEN
              SET WS-ITEM-LOADED TO TRUE
              PERFORM UNTIL WS-ITEM-EOF
                 READ ITEM-CATALOG-FILE
                    AT END
                       SET WS-ITEM-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ITEM-READ-COUNT
                       PERFORM TALLY-ITEM-CATALOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE ITEM-CATALOG-FILE
              MOVE 'DAY3ITEM.TXT' TO WS-DSU-DATASET
              MOVE 'INPUT' TO WS-DSU-MODE
              MOVE WS-ITEM-READ-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       TALLY-ITEM-CATALOG-RECORD.
           IF IC-ITEM IS ALPHABETIC AND IC-ITEM NOT = SPACE
              AND IC-UNIT-WEIGHT IS NUMERIC THEN
              COMPUTE WS-ITEM-ORD = FUNCTION ORD(IC-ITEM)
              IF NOT CT-KNOWN(WS-ITEM-ORD) THEN
                 ADD 1 TO WS-ITEM-COUNT
              END-IF
              SET CT-KNOWN(WS-ITEM-ORD) TO TRUE
              MOVE IC-DESCRIPTION TO CT-DESCRIPTION(WS-ITEM-ORD)
              MOVE IC-CATEGORY TO CT-CATEGORY(WS-ITEM-ORD)
              MOVE IC-UNIT-WEIGHT TO CT-WEIGHT(WS-ITEM-ORD)
              IF IC-HAZARD = 'Y' OR IC-HAZARD = 'y' THEN
                 SET CT-HAZARD(WS-ITEM-ORD) TO TRUE
              ELSE
                 SET CT-HAZARD(WS-ITEM-ORD) TO FALSE
              END-IF
           ELSE
              DISPLAY FUNCTION TRIM(WS-EXC-PROGRAM-ID)
                 ': INVALID CATALOG RECORD FOR ITEM "' IC-ITEM
                 '" IN DAY3ITEM.TXT - ENTRY IGNORED.'
           END-IF
           .
