      *----------------------------------------------------------------
      *  REHRSWS.CPY
      *  WORKING-STORAGE FIELDS FOR REHEARSAL MODE.  A REHEARSAL RUNS
      *  THE PROGRAMS NORMALLY, BUT INSIDE A SANDBOX DIRECTORY SEEDED
      *  WITH COPIES OF THE MASTER AND STATE FILES (DAY1MAST.DAT,
      *  DAY1HIST.TXT, DAY4PAIR.TXT, DAY4SECT.TXT, DAY3WOMF.TXT,
      *  SCOREHIST.TXT, ARCHCTLG.TXT AND THE REST OF THE WORKING SET)
      *  AND THE ARCHIVE, SO EVERY REPORT, CSV, POSTING, PUBLISH AND
      *  ARCHIVE LANDS IN THE SANDBOX AND NOTHING IN PRODUCTION IS
      *  TOUCHED.  THE RUNREHEARSAL ENVIRONMENT VALUE TELLS EVERY
      *  PROGRAM LAUNCHED INSIDE IT TO MARK ITS RUN-LOG ENTRY (SEE
      *  RUNLOGWR.CPY).  COPY INTO WORKING-STORAGE ALONGSIDE
      *  CONFIGWS AND FNCHKWS; THE PARAGRAPHS LIVE IN REHRSRD.CPY.
      *----------------------------------------------------------------
       01  WS-REHEARSAL-SW             PIC X(01) VALUE 'N'.
           88  WS-REHEARSAL                       VALUE 'Y' FALSE 'N'.
       01  WS-REHEARSAL-READY-SW       PIC X(01) VALUE 'N'.
           88  WS-REHEARSAL-READY                 VALUE 'Y' FALSE 'N'.
       01  WS-REHEARSAL-DIR            PIC X(60) VALUE 'rehearse'.
       01  WS-REHEARSAL-INPUT          PIC X(100).
       01  WS-REHEARSAL-CMD            PIC X(300).
       01  WS-REHEARSAL-ENV            PIC X(01).
       01  WS-REHEARSAL-SLASHES        PIC 9(04) BINARY.
       01  WS-REHEARSAL-NAME-LEN       PIC 9(04) BINARY.
