      *----------------------------------------------------------------
      *  ITEMWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE SUPPLY ITEM CATALOG.  THE
      *  CATALOG TABLE IS INDEXED BY THE ITEM CODE'S ORDINAL POSITION
      *  IN THE COLLATING SEQUENCE (FUNCTION ORD), SO AN ITEM IS
      *  LOOKED UP WITHOUT A SEARCH.  COPY INTO WORKING-STORAGE
      *  ALONGSIDE ITEMSL.CPY/ITEMFD.CPY.
      *----------------------------------------------------------------
       01  WS-ITEM-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-ITEM-OK                         VALUE '00'.
       01  WS-ITEM-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-ITEM-EOF                        VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-LOADED-SW           PIC X(01) VALUE 'N'.
           88  WS-ITEM-LOADED                     VALUE 'Y' FALSE 'N'.
       01  WS-ITEM-COUNT               PIC 9(04) BINARY VALUE ZERO.
       01  WS-ITEM-READ-COUNT          PIC 9(09) BINARY VALUE ZERO.
       01  WS-ITEM-ORD                 PIC 9(04) BINARY.
       01  ITEM-CATALOG-TABLE.
           05  CT-ENTRY OCCURS 256 TIMES.
               10  CT-KNOWN-SW         PIC X(01).
                   88  CT-KNOWN                   VALUE 'Y' FALSE 'N'.
               10  CT-DESCRIPTION      PIC X(30).
               10  CT-CATEGORY         PIC X(10).
               10  CT-WEIGHT           PIC 9(05) BINARY.
               10  CT-HAZARD-SW        PIC X(01).
                   88  CT-HAZARD                  VALUE 'Y' FALSE 'N'.
