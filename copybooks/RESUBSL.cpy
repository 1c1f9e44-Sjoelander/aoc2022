      *----------------------------------------------------------------
      *  RESUBSL.CPY
      *  FILE-CONTROL SELECTS FOR THE CORRECTED-RECORD RESUBMISSION
      *  FILE.  REVIEWERS FILE A CORRECTED INPUT RECORD IN
      *  RESUBMIT.TXT AGAINST THE PROGRAM, RUN DATE AND LINE NUMBER
      *  OF A REJECT ON EXCPTNS.TXT; THE OWNING PROGRAM'S NEXT RUN
      *  PICKS IT UP AS SUPPLEMENTARY INPUT (SEE RESUBRD.CPY).  THE
      *  TWO .NEW FILES ARE THE REWRITE WORK FILES FOR RESUBMIT.TXT
      *  AND EXCPTNS.TXT.  COPY INTO FILE-CONTROL ALONGSIDE
      *  EXCSL.CPY; THE FDS LIVE IN RESUBFD.CPY AND THE
      *  WORKING-STORAGE FIELDS IN RESUBWS.CPY.
      *----------------------------------------------------------------
           SELECT RESUBMIT-FILE ASSIGN TO 'RESUBMIT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUB-STATUS-CD.
           SELECT RESUBMIT-REWRITE-FILE ASSIGN TO 'RESUBMIT.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUBNEW-STATUS-CD.
           SELECT EXCEPTION-REWRITE-FILE ASSIGN TO 'EXCPTNS.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCNEW-STATUS-CD.
