      *----------------------------------------------------------------
      *  INBRGSL.CPY
      *  FILE-CONTROL SELECT FOR THE INBOUND FILE REGISTRY.  EVERY
      *  INPUT DATASET OFFERED TO A DAY STEP IS LOGGED HERE BY THE
      *  INBOUND REGISTRY PROGRAM (INBREG) WITH ITS SENDER, RECEIPT
      *  DATE, RECORD COUNT AND CONTENT HASH, SO A FILE WHOSE
      *  CONTENT WAS ALREADY PROCESSED CAN BE CAUGHT BEFORE IT IS
      *  POSTED TWICE.  COPY INTO FILE-CONTROL; THE FD LIVES IN
      *  INBRGFD.CPY AND THE STATUS FIELD IN INBRGWS.CPY.
      *----------------------------------------------------------------
           SELECT INBOUND-REGISTRY-FILE ASSIGN TO 'INBDREG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INBREG-STATUS-CD.
