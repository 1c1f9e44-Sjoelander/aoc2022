      *----------------------------------------------------------------
      *  SWEEPSL.CPY
      *  FILE-CONTROL SELECTS FOR THE SWEEP REGISTER.  DAY4 ENTERS
      *  EVERY SECTION IT ASSIGNED TO A NAMED ELF, AND EVERY SECTION
      *  THE ROTA HANDED OUT, ON DAY4SWPL.TXT AT CLEAN END OF JOB;
      *  SWEEPCNF MATCHES THE CREWS' SWEEP CONFIRMATIONS AGAINST IT.
      *  DAY4SWPL.NEW IS THE REWRITE WORK FILE FOR THE REGISTER.  THE
      *  FDS LIVE IN SWEEPFD.CPY AND THE WORKING-STORAGE FIELDS IN
      *  SWEEPWS.CPY.
      *----------------------------------------------------------------
           SELECT SWEEP-REGISTER-FILE ASSIGN TO 'DAY4SWPL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWPL-STATUS-CD.
           SELECT SWEEP-REGISTER-NEW-FILE ASSIGN TO 'DAY4SWPL.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SWPLNEW-STATUS-CD.
