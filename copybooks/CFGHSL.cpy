      *----------------------------------------------------------------
      *  CFGHSL.CPY
      *  FILE-CONTROL SELECTS FOR THE RUNPARMS.TXT CHANGE HISTORY:
      *  THE VERSION CATALOG (CFGVERS.TXT, ONE RECORD PER RECORDED
      *  VERSION), THE SAVED COPY OF THE LATEST VERSION (READ BACK
      *  FOR THE COMPARISON), THE BEFORE/AFTER CHANGE REPORT
      *  (CFGCHG.TXT, APPENDED) AND A WORK FILE HOLDING THE LIVE
      *  FILE'S OWNER AND LAST-CHANGE STAMP.  COPY INTO FILE-CONTROL
      *  ALONGSIDE CONFIGSL.CPY; THE FDS LIVE IN CFGHFD.CPY, THE
      *  WORKING-STORAGE FIELDS IN CFGHWS.CPY AND THE PARAGRAPHS IN
      *  CFGHIST.CPY.
      *----------------------------------------------------------------
           SELECT CONFIG-VERSION-FILE ASSIGN TO 'CFGVERS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFGV-STATUS-CD.
           SELECT CONFIG-PRIOR-FILE ASSIGN TO DYNAMIC
              WS-CFGH-PRIOR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFGP-STATUS-CD.
           SELECT CONFIG-CHANGE-FILE ASSIGN TO 'CFGCHG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFGC-STATUS-CD.
           SELECT CONFIG-STAMP-FILE ASSIGN TO 'CFGSTAMP.WRK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFGS-STATUS-CD.
