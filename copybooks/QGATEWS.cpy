      *----------------------------------------------------------------
      *  QGATEWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE REJECT-RATE QUALITY GATE (SEE
      *  QGATERD.CPY).  AT END OF JOB, BEFORE IT PUBLISHES ANYTHING,
      *  THE CALLER MOVES ITS PROGRAM-ID TO WS-QG-PROGRAM-ID, THE
      *  INPUT RECORDS IT READ TO WS-QG-RECORDS AND THE RECORDS IT
      *  REJECTED TO WS-QG-REJECTS, PERFORMS CHECK-QUALITY-GATE AND
      *  TESTS WS-QG-HELD.  A HELD RUN PERFORMS HOLD-QUALITY-FAILED
      *  INSTEAD OF PUBLISHING OR POSTING.
      *
      *  THE THRESHOLD IS THE <PROGRAM>-REJECT-PCT KEY OF
      *  RUNPARMS.TXT (1-100 PERCENT); NO KEY, OR ZERO, LEAVES THE
      *  PROGRAM UNGATED.  A RUN WHOSE REJECT RATE IS OVER IT ENDS
      *  WITH RETURN CODE 10, WHICH THE DRIVER TREATS AS A QUALITY
      *  FAILURE.  THE ONLY RELEASE IS A RERUN WITH RUNQRELEASE=Y BY
      *  AN OPERATOR GRANTED QRELEASE ON THE PROGRAM IN OPERAUTH.TXT
      *  (SEE OPERCHK.CPY), SO THE CALLER MUST ALSO COPY THE
      *  OPERATOR SIGN-ON COPYBOOKS AND PERFORM CLOSE-OPERATOR-AUDIT
      *  BEFORE IT ENDS.
      *----------------------------------------------------------------
       01  WS-QG-PROGRAM-ID            PIC X(08) VALUE SPACES.
       01  WS-QG-RECORDS               PIC 9(09) BINARY VALUE ZERO.
       01  WS-QG-REJECTS               PIC 9(09) BINARY VALUE ZERO.
       01  WS-QG-LIMIT-PCT             PIC 9(03) VALUE ZERO.
       01  WS-QG-RATE                  PIC 9(03)V9(01) VALUE ZERO.
       01  WS-QG-EDIT-RATE             PIC ZZ9.9.
       01  WS-QG-EDIT-LIMIT            PIC ZZ9.
       01  WS-QG-ENV-RELEASE           PIC X(01).
       01  WS-QG-FAILED-SW             PIC X(01) VALUE 'N'.
           88  WS-QG-FAILED                       VALUE 'Y' FALSE 'N'.
       01  WS-QG-RELEASED-SW           PIC X(01) VALUE 'N'.
           88  WS-QG-RELEASED                     VALUE 'Y' FALSE 'N'.
       01  WS-QG-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-QG-HELD                         VALUE 'Y' FALSE 'N'.
