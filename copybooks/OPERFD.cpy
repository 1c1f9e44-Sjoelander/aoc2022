      *----------------------------------------------------------------
      *  OPERFD.CPY
      *  FILE SECTION ENTRIES FOR OPERATOR SIGN-ON.
      *
      *  THE AUTHORITY FILE HOLDS ONE GRANT PER LINE: OPERATOR ID,
      *  PROGRAM, FUNCTION AND THE OPERATOR'S NAME.  AN ASTERISK IN
      *  THE PROGRAM OR FUNCTION COLUMN GRANTS EVERY PROGRAM OR
      *  EVERY FUNCTION OF THE PROGRAM.  A LINE WITH AN ASTERISK IN
      *  COLUMN 1 IS A COMMENT.  FOR EXAMPLE
      *    KEEPER01 ROSTMNT  *        ROSTER KEEPER
      *    SUPV01   ARCHMGR  PURGE    SHIFT SUPERVISOR
      *    REVW01   EXCREVW  *        EXCEPTION REVIEWER
      *  FUNCTIONS ARE THE TRANSACTION ACTIONS OF ROSTMNT (HIRE,
      *  DEPART, RENAME, XFER), SECTMNT (ASSIGN, RELEASE) AND
      *  ITEMMNT (ADD, CHANGE, DELETE), THE EXCREVW DISPOSITIONS
      *  (RESOLVE, ACCEPT), ARCHMGR PURGE AND RESTORE, AND THE
      *  LAUNCH CONSOLE'S DAY1-DAY8.  ANY GRANT ON A PROGRAM LETS
      *  THE OPERATOR SIGN ON TO IT.
      *
      *  THE AUDIT TRAIL HOLDS ONE RECORD PER CHECK, APPENDED IN
      *  TIME ORDER: CLOCK DATE AND TIME, OPERATOR, PROGRAM,
      *  FUNCTION, PERMITTED OR REFUSED, RUN ID, AND WHAT THE ACTION
      *  WAS AGAINST (SECTION, ELF, RECORD, ARCHIVE, DATASET).
      *  COPY INTO FILE SECTION ALONGSIDE OPERSL.CPY.
      *----------------------------------------------------------------
       FD  OPERATOR-AUTH-FILE.
       01  OPERATOR-AUTH-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  OA-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  OA-FUNCTION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  OA-OPERATOR-NAME        PIC X(30).
       FD  OPERATOR-AUDIT-FILE.
       01  OPERATOR-AUDIT-RECORD.
           05  OU-DATE                 PIC X(10).
           05  FILLER                  PIC X(01).
           05  OU-TIME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OU-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  OU-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  OU-FUNCTION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  OU-RESULT               PIC X(09).
               88  OU-PERMITTED                   VALUE 'PERMITTED'.
               88  OU-REFUSED                     VALUE 'REFUSED'.
           05  FILLER                  PIC X(01).
           05  OU-RUN-ID               PIC X(15).
           05  FILLER                  PIC X(01).
           05  OU-DETAIL               PIC X(40).
