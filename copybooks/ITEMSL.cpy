      *----------------------------------------------------------------
      *  ITEMSL.CPY
      *  FILE-CONTROL SELECT FOR THE SUPPLY ITEM CATALOG
      *  (DAY3ITEM.TXT).  ONE RECORD PER RUCKSACK ITEM CODE (A-Z,
      *  a-z) GIVING ITS DESCRIPTION, CATEGORY, UNIT WEIGHT AND
      *  HAZARD FLAG.  MAINTAINED BY ITEMMNT, READ BY DAY3.  COPY
      *  INTO FILE-CONTROL; THE FD LIVES IN ITEMFD.CPY AND THE
      *  WORKING-STORAGE FIELDS IN ITEMWS.CPY.
      *----------------------------------------------------------------
           SELECT ITEM-CATALOG-FILE ASSIGN TO 'DAY3ITEM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS-CD.
