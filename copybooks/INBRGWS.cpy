      *----------------------------------------------------------------
      *  INBRGWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE INBOUND FILE REGISTRY (SEE
      *  INBRGSL.CPY AND INBRGFD.CPY).
      *----------------------------------------------------------------
       01  WS-INBREG-STATUS-CD         PIC X(02) VALUE '00'.
           88  FS-INBREG-OK                       VALUE '00'.
       01  WS-INBREG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-INBREG-EOF                      VALUE 'Y' FALSE 'N'.
      *    APPEND-LOCK FIELDS FOR INBDREG.TXT, TAKEN THE SAME WAY AS
      *    THE RUN-LOG'S (SEE GET-INBREG-LOCK IN INBREG).
       01  WS-INBREG-LOCK-CMD          PIC X(60).
       01  WS-INBREG-LOCK-TRY          PIC 9(04) BINARY.
       01  WS-INBREG-LOCKED-SW         PIC X(01) VALUE 'N'.
           88  WS-INBREG-LOCKED                   VALUE 'Y' FALSE 'N'.
       01  WS-INBREG-RC-SAVE           PIC S9(09) BINARY.
