      *----------------------------------------------------------------
      *  REQNSL.CPY
      *  FILE-CONTROL SELECTS FOR THE COMMISSARY RATION REQUISITION
      *  INTERFACE.  DAY1 WRITES THE INTERFACE FILE (DAY1REQN.TXT,
      *  UNDER A .WRK NAME UNTIL END OF JOB) AND ENTERS EVERY ORDER
      *  IT SENT ON THE REQUISITION REGISTER DAY1REQL.TXT; REQNACK
      *  MATCHES THE COMMISSARY'S ACKNOWLEDGEMENTS AGAINST THE
      *  REGISTER.  DAY1REQL.NEW IS THE REWRITE WORK FILE FOR THE
      *  REGISTER.  THE FDS LIVE IN REQNFD.CPY AND THE
      *  WORKING-STORAGE FIELDS IN REQNWS.CPY.
      *----------------------------------------------------------------
           SELECT REQUISITION-FILE ASSIGN TO DYNAMIC WS-REQN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQN-STATUS-CD.
           SELECT REQN-REGISTER-FILE ASSIGN TO 'DAY1REQL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQL-STATUS-CD.
           SELECT REQN-REGISTER-NEW-FILE ASSIGN TO 'DAY1REQL.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQLNEW-STATUS-CD.
