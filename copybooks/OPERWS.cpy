      *----------------------------------------------------------------
      *  OPERWS.CPY
      *  WORKING-STORAGE FIELDS FOR OPERATOR SIGN-ON (SEE OPERSL.CPY
      *  AND OPERFD.CPY).  THE CALLER MOVES ITS PROGRAM-ID TO
      *  WS-OPER-PROGRAM-ID AND ITS RUN ID TO WS-OPER-RUN-ID ONCE,
      *  THEN BEFORE EACH PERFORM CHECK-OPERATOR-AUTHORITY FILLS
      *  WS-OPER-FUNCTION AND WS-OPER-DETAIL AND TESTS
      *  WS-OPER-PERMITTED AFTERWARDS.  THE OPERATOR ID IS TAKEN
      *  FROM THE RUNOPERATOR ENVIRONMENT VALUE (SET BY THE LAUNCH
      *  CONSOLE'S SIGN-ON, OR BY THE JOB) UNLESS THE CALLER HAS
      *  ALREADY PUT ONE IN WS-OPER-ID.  PERFORM CLOSE-OPERATOR-AUDIT
      *  ONCE BEFORE THE PROGRAM ENDS.
      *----------------------------------------------------------------
       01  WS-OPERAUTH-STATUS-CD       PIC X(02) VALUE '00'.
           88  FS-OPERAUTH-OK                     VALUE '00'.
       01  WS-OPERAUDT-STATUS-CD       PIC X(02) VALUE '00'.
           88  FS-OPERAUDT-OK                     VALUE '00'.
       01  WS-OPER-ID                  PIC X(08) VALUE SPACES.
       01  WS-OPER-NAME                PIC X(30) VALUE SPACES.
       01  WS-OPER-PROGRAM-ID          PIC X(08) VALUE SPACES.
       01  WS-OPER-RUN-ID              PIC X(15) VALUE SPACES.
       01  WS-OPER-FUNCTION            PIC X(08) VALUE SPACES.
       01  WS-OPER-DETAIL              PIC X(40) VALUE SPACES.
       01  WS-OPER-PERMITTED-SW        PIC X(01) VALUE 'N'.
           88  WS-OPER-PERMITTED                  VALUE 'Y' FALSE 'N'.
       01  WS-OPER-LOADED-SW           PIC X(01) VALUE 'N'.
           88  WS-OPER-LOADED                     VALUE 'Y' FALSE 'N'.
       01  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-OPERAUTH-EOF                    VALUE 'Y' FALSE 'N'.
      *
      *    THE SIGNED-ON OPERATOR'S GRANTS, LIFTED FROM OPERAUTH.TXT
      *    ON THE FIRST CHECK SO A TRANSACTION RUN DOESN'T REREAD
      *    THE AUTHORITY FILE FOR EVERY LINE.
       01  WS-OPER-GRANT-COUNT         PIC 9(04) BINARY VALUE ZERO.
       01  OPER-GRANT-TABLE.
           05  OPER-GRANT OCCURS 100 TIMES.
               10  OG-PROGRAM-ID       PIC X(08).
               10  OG-FUNCTION         PIC X(08).
       01  WS-OPER-SUB                 PIC 9(04) BINARY.
       01  WS-OPER-DATE-TIME.
           05  WS-OPER-DATE.
               10  WS-OPER-YYYY        PIC 9(04).
               10  WS-OPER-MM          PIC 9(02).
               10  WS-OPER-DD          PIC 9(02).
           05  WS-OPER-TIME.
               10  WS-OPER-HH          PIC 9(02).
               10  WS-OPER-MN          PIC 9(02).
               10  WS-OPER-SS          PIC 9(02).
               10  FILLER              PIC 9(02).
      *
      *    APPEND-LOCK FIELDS FOR THE AUDIT TRAIL - TAKEN ON THE
      *    FIRST WRITE, HELD WHILE THE FILE IS OPEN, RELEASED BY
      *    CLOSE-OPERATOR-AUDIT (THE SAME SCHEME AS EXCWR.CPY).
       01  WS-OPERAUDT-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-OPERAUDT-OPEN                   VALUE 'Y' FALSE 'N'.
       01  WS-OPERAUDT-LOCK-CMD        PIC X(60).
       01  WS-OPERAUDT-LOCK-TRY        PIC 9(04) BINARY.
       01  WS-OPERAUDT-LOCKED-SW       PIC X(01) VALUE 'N'.
           88  WS-OPERAUDT-LOCKED                 VALUE 'Y' FALSE 'N'.
       01  WS-OPERAUDT-WARNED-SW       PIC X(01) VALUE 'N'.
           88  WS-OPERAUDT-WARNED                 VALUE 'Y' FALSE 'N'.
       01  WS-OPERAUDT-RC-SAVE         PIC S9(09) BINARY.
