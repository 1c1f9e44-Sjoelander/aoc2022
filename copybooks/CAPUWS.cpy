      *----------------------------------------------------------------
      *  CAPUWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE TABLE CAPACITY USAGE LOG (SEE
      *  CAPUSL.CPY AND CAPUFD.CPY).  THE CALLER MOVES ITS PROGRAM
      *  NAME TO WS-CAPU-PROGRAM-ID, THE TABLE NAME, THE AMOUNT USED
      *  AND THE TABLE'S LIMIT TO WS-CAPU-TABLE-NAME, WS-CAPU-USED AND
      *  WS-CAPU-LIMIT, AND PERFORMS WRITE-CAPACITY-USAGE ONCE PER
      *  TABLE.  CALLERS ALSO COPY THE RUN-ID AND RUN-LOG FAMILIES.
      *----------------------------------------------------------------
       01  WS-CAPU-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-CAPU-OK                         VALUE '00'.
       01  WS-CAPU-PROGRAM-ID          PIC X(08) VALUE SPACES.
       01  WS-CAPU-TABLE-NAME          PIC X(14) VALUE SPACES.
       01  WS-CAPU-USED                PIC 9(09) BINARY VALUE ZERO.
       01  WS-CAPU-LIMIT               PIC 9(09) BINARY VALUE ZERO.
       01  WS-CAPU-CMD                 PIC X(60).
       01  WS-CAPU-LOCK-TRY            PIC 9(04) BINARY.
       01  WS-CAPU-LOCKED-SW           PIC X(01) VALUE 'N'.
           88  WS-CAPU-LOCKED                     VALUE 'Y' FALSE 'N'.
       01  WS-CAPU-RC-SAVE             PIC S9(09) BINARY.
