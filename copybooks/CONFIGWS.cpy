       01  WS-CONFIG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-CONFIG-EOF                      VALUE 'Y' FALSE 'N'.
       01  WS-CONFIG-COUNT             PIC 9(04) BINARY VALUE ZERO.
      *
      *    WS-CONFIG-MAX IS THE ONE PLACE THE TABLE SIZE IS GIVEN TO
      *    THE CODE - THE LOADER'S GUARD, CFGCHECK'S OVERFLOW CHECK
      *    AND THE CAPACITY-USAGE LIMIT ALL READ IT - AND MUST MATCH
      *    THE CFG-ENTRY OCCURS BELOW.
       01  WS-CONFIG-MAX               PIC 9(04) BINARY VALUE 150.
       01  WS-CONFIG-FULL-SW           PIC X(01) VALUE 'N'.
           88  WS-CONFIG-FULL                     VALUE 'Y' FALSE 'N'.
       01  CONFIG-TABLE.
           05  CFG-ENTRY OCCURS 150 TIMES.
               10  CFG-KEY             PIC X(30).
               10  CFG-VALUE           PIC X(100).
       01  WS-CFG-SUB                  PIC 9(04) BINARY.
