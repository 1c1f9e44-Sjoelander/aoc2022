      *----------------------------------------------------------------
      *  DSUSL.CPY
      *  FILE-CONTROL SELECT FOR THE DATASET USAGE LOG (DSUSAGE.TXT).
      *  EVERY PROGRAM APPENDS ONE RECORD FOR EACH DATASET IT OPENS,
      *  WRITTEN WHEN IT CLOSES THE DATASET: WHO, IN WHICH RUN, HOW
      *  IT WAS OPENED AND HOW MANY RECORDS WENT THROUGH.  DSUXREF
      *  READS THE LOG TO SHOW WHICH PROGRAMS PRODUCE AND CONSUME
      *  EACH DATASET.  COPY INTO FILE-CONTROL; THE FD LIVES IN
      *  DSUFD.CPY, THE WORKING-STORAGE FIELDS IN DSUWS.CPY AND THE
      *  PARAGRAPHS IN DSUWR.CPY.
      *----------------------------------------------------------------
           SELECT DATASET-USAGE-FILE ASSIGN TO 'DSUSAGE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSU-STATUS-CD.
