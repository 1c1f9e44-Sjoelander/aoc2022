      *----------------------------------------------------------------
      *  SWEEPWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE SWEEP REGISTER (SEE
      *  SWEEPSL.CPY AND SWEEPFD.CPY).
      *----------------------------------------------------------------
       01  WS-SWPL-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-SWPL-OK                         VALUE '00'.
       01  WS-SWPLNEW-STATUS-CD        PIC X(02) VALUE '00'.
           88  FS-SWPLNEW-OK                      VALUE '00'.
       01  WS-SWPL-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-SWPL-EOF                        VALUE 'Y' FALSE 'N'.
       01  WS-SWPL-CMD                 PIC X(60).
      *    DAY4SWPL.TXT LOCK (SEE SWEEPLK.CPY).
       01  WS-SWPL-LOCK-TRY            PIC 9(04) BINARY.
       01  WS-SWPL-LOCKED-SW           PIC X(01) VALUE 'N'.
           88  WS-SWPL-LOCKED                     VALUE 'Y' FALSE 'N'.
       01  WS-SWPL-RC-SAVE             PIC S9(09) BINARY.
