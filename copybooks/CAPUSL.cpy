      *----------------------------------------------------------------
      *  CAPUSL.CPY
      *  FILE-CONTROL SELECT FOR THE TABLE CAPACITY USAGE LOG
      *  (CAPUSAGE.TXT).  EVERY PROGRAM THAT RUNS AGAINST A FIXED
      *  TABLE LIMIT APPENDS ONE RECORD PER TABLE PER RUN GIVING HOW
      *  MUCH OF THE TABLE THE RUN NEEDED; CAPFCST READS THE LOG TO
      *  FORECAST WHEN EACH LIMIT WILL BE REACHED.  COPY INTO
      *  FILE-CONTROL; THE FD LIVES IN CAPUFD.CPY, THE
      *  WORKING-STORAGE FIELDS IN CAPUWS.CPY AND THE PARAGRAPH IN
      *  CAPUWR.CPY.
      *----------------------------------------------------------------
           SELECT CAPACITY-USAGE-FILE ASSIGN TO 'CAPUSAGE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPU-STATUS-CD.
