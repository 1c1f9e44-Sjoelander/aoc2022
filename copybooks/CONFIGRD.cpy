       TALLY-CONFIG-RECORD.
           IF CONFIG-RECORD NOT = SPACES
              AND CONFIG-RECORD(1:1) NOT = '*'
              AND WS-CONFIG-COUNT NOT < WS-CONFIG-MAX
              AND NOT WS-CONFIG-FULL THEN
              SET WS-CONFIG-FULL TO TRUE
              DISPLAY 'RUNPARMS.TXT: MORE SETTINGS THAN THE '
                 'CONFIGURATION TABLE HOLDS - THE REST ARE IGNORED '
                 '(SEE CFGCHECK).'
           END-IF
           IF CONFIG-RECORD NOT = SPACES
              AND CONFIG-RECORD(1:1) NOT = '*'
              AND WS-CONFIG-COUNT < WS-CONFIG-MAX THEN
              ADD 1 TO WS-CONFIG-COUNT
              UNSTRING CONFIG-RECORD DELIMITED BY ALL ' '
                 INTO CFG-KEY(WS-CONFIG-COUNT)
