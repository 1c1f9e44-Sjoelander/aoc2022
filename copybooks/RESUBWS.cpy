      *----------------------------------------------------------------
      *  RESUBWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE RESUBMISSION FILE (SEE
      *  RESUBSL.CPY AND RESUBFD.CPY).  THE CALLER ALSO COPIES THE
      *  EXCEPTION-FILE FAMILY AND HAS SET WS-EXC-PROGRAM-ID.  IT
      *  MOVES THE LEADING TEXT OF ITS RECORD-REJECT MESSAGE TO
      *  WS-RESUB-MSG-PREFIX (SO ONLY A REJECTED INPUT RECORD, NOT
      *  SOME OTHER ERROR ON THE SAME LINE NUMBER, CAN BE
      *  RESUBMITTED) AND PERFORMS PROCESS-RESUBMISSIONS ONCE ITS
      *  MAIN INPUT HAS BEEN READ CLEANLY.  FOR EACH PENDING ENTRY
      *  THE COPYBOOK PERFORMS THE CALLER'S OWN
      *  APPLY-RESUBMITTED-RECORD WITH THE CORRECTED RECORD IN
      *  WS-RESUB-RECORD AND THE ORIGINAL REJECT'S MESSAGE IN
      *  WS-RESUB-ORIG-MESSAGE; THAT PARAGRAPH VALIDATES AND APPLIES
      *  THE RECORD THROUGH THE PROGRAM'S NORMAL PATH, SETS
      *  WS-RESUB-PASSED, WS-RESUB-FAILED OR WS-RESUB-NOT-APPLIED
      *  (WITH A REASON IN WS-RESUB-NOTE), AND MOVES THE LINE NUMBER
      *  IT PROCESSED THE RECORD UNDER TO WS-RESUB-DONE-LINE.  ANY
      *  EXCEPTION IT WRITES MEANWHILE CARRIES THE LINK BACK TO THE
      *  ORIGINAL REJECT (WS-EXC-ORIG-RUN-DATE/-LINE-NUM).  ONLY
      *  WHEN THE RUN IS PUBLISHED DOES THE CALLER PERFORM
      *  SETTLE-RESUBMISSIONS TO CLOSE THE ORIGINALS AND WRITE THE
      *  DISPOSITIONS BACK; A HELD RUN LEAVES THE ENTRIES PENDING.
      *----------------------------------------------------------------
       01  WS-RESUB-STATUS-CD          PIC X(02) VALUE '00'.
           88  FS-RESUB-OK                        VALUE '00'.
       01  WS-RESUBNEW-STATUS-CD       PIC X(02) VALUE '00'.
           88  FS-RESUBNEW-OK                     VALUE '00'.
       01  WS-EXCNEW-STATUS-CD         PIC X(02) VALUE '00'.
           88  FS-EXCNEW-OK                       VALUE '00'.
       01  WS-RESUB-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-RESUB-EOF                       VALUE 'Y' FALSE 'N'.
       01  WS-RESUB-MSG-PREFIX         PIC X(40) VALUE SPACES.
       01  WS-RESUB-PREFIX-LEN         PIC 9(04) BINARY.
       01  WS-RESUB-RECORD             PIC X(80).
       01  WS-RESUB-ORIG-MESSAGE       PIC X(80).
       01  WS-RESUB-RESULT             PIC X(01).
           88  WS-RESUB-PASSED                    VALUE 'P'.
           88  WS-RESUB-FAILED                    VALUE 'F'.
           88  WS-RESUB-NOT-APPLIED               VALUE 'X'.
       01  WS-RESUB-NOTE               PIC X(40).
       01  WS-RESUB-DONE-LINE          PIC 9(09) BINARY.
       01  WS-RESUB-DATE               PIC X(10).
       01  WS-RESUB-RECNO              PIC 9(09) BINARY.
       01  WS-RESUB-SUB                PIC 9(04) BINARY.
       01  WS-RESUB-PASS-COUNT         PIC 9(04) BINARY VALUE ZERO.
       01  WS-RESUB-FAIL-COUNT         PIC 9(04) BINARY VALUE ZERO.
       01  WS-RESUB-SKIP-COUNT         PIC 9(04) BINARY VALUE ZERO.
       01  WS-RESUB-FULL-SW            PIC X(01) VALUE 'N'.
           88  WS-RESUB-FULL                      VALUE 'Y' FALSE 'N'.
      *
      *    THE PENDING ENTRIES FOR THIS PROGRAM, IN FILE ORDER.
      *    RT-RECNO IS THE ENTRY'S RECORD NUMBER IN RESUBMIT.TXT, SO
      *    THE DISPOSITION CAN BE WRITTEN BACK TO THE RIGHT LINE.
       01  WS-RESUB-COUNT              PIC 9(04) BINARY VALUE ZERO.
       01  RESUB-TABLE.
           05  RESUB-ENTRY OCCURS 500 TIMES.
               10  RT-RECNO            PIC 9(09) BINARY.
               10  RT-RUN-DATE         PIC X(10).
               10  RT-LINE-NUM         PIC 9(09) BINARY.
               10  RT-RECORD           PIC X(80).
               10  RT-FOUND-SW         PIC X(01).
                   88  RT-FOUND                   VALUE 'Y' FALSE 'N'.
               10  RT-CLOSED-SW        PIC X(01).
                   88  RT-CLOSED                  VALUE 'Y' FALSE 'N'.
               10  RT-ORIG-MESSAGE     PIC X(80).
               10  RT-RESULT           PIC X(01).
               10  RT-DONE-LINE        PIC 9(09) BINARY.
               10  RT-NOTE             PIC X(40).
      *
      *    APPEND-LOCK FIELDS FOR RESUBMIT.TXT - HELD TWICE: WHILE
      *    PROCESS-RESUBMISSIONS LOADS THE PENDING ENTRIES (LET GO
      *    ONCE THEY ARE APPLIED), AND AGAIN WHILE SETTLE-RESUBMISSIONS
      *    REWRITES THE DISPOSITIONS.  THE SAME MKDIR LOCK THE
      *    EXCEPTION FILE USES (SEE GET-EXCLOG-LOCK IN EXCWR.CPY).
       01  WS-RESUB-CMD                PIC X(60).
       01  WS-RESUB-LOCK-TRY           PIC 9(04) BINARY.
       01  WS-RESUB-LOCKED-SW          PIC X(01) VALUE 'N'.
           88  WS-RESUB-LOCKED                    VALUE 'Y' FALSE 'N'.
       01  WS-RESUB-RC-SAVE            PIC S9(09) BINARY.
