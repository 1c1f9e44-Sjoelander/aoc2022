      *----------------------------------------------------------------
      *  OPERSL.CPY
      *  FILE-CONTROL SELECTS FOR OPERATOR SIGN-ON.  OPERAUTH.TXT IS
      *  THE AUTHORITY FILE - WHICH OPERATOR MAY PERFORM WHICH
      *  FUNCTION OF WHICH MAINTENANCE OR CONTROL PROGRAM - AND
      *  OPERAUDT.TXT IS THE AUDIT TRAIL EVERY PERMITTED OR REFUSED
      *  ACTION IS APPENDED TO (SEE OPERCHK.CPY).  COPY INTO
      *  FILE-CONTROL; THE FDS LIVE IN OPERFD.CPY AND THE
      *  WORKING-STORAGE FIELDS IN OPERWS.CPY.
      *----------------------------------------------------------------
           SELECT OPERATOR-AUTH-FILE ASSIGN TO 'OPERAUTH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERAUTH-STATUS-CD.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO 'OPERAUDT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERAUDT-STATUS-CD.
