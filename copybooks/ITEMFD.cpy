      *----------------------------------------------------------------
      *  ITEMFD.CPY
      *  FILE SECTION ENTRY FOR THE SUPPLY ITEM CATALOG.  THE UNIT
      *  WEIGHT IS IN GRAMS; THE HAZARD FLAG IS Y OR N.  COPY INTO
      *  FILE SECTION ALONGSIDE ITEMSL.CPY.
      *----------------------------------------------------------------
       FD  ITEM-CATALOG-FILE.
       01  ITEM-CATALOG-RECORD.
           05  IC-ITEM                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  IC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
           05  IC-CATEGORY             PIC X(10).
           05  FILLER                  PIC X(01).
           05  IC-UNIT-WEIGHT          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  IC-HAZARD               PIC X(01).
