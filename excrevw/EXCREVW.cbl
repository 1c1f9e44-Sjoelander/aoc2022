           COPY EXCSL.
           COPY RUNIDSL.
           COPY RUNLOGSL.
           COPY OPERSL.
           COPY DSUSL.
       DATA DIVISION.
       FILE SECTION.
       COPY EXCFD.
       COPY RUNIDFD.
       COPY RUNLOGFD.
       COPY OPERFD.
       COPY DSUFD.
       WORKING-STORAGE SECTION.
       01 WS-ACTION-PARM           PIC X(10).
       01 WS-RECNO-PARM            PIC X(9).
      *    NUMBERS EXCRPT PRINTS BESIDE EACH OUTSTANDING ENTRY.
       01 WS-EXC-COUNT             PIC 9(9) BINARY VALUE ZERO.
       01 EXC-IMAGE-TABLE.
           05 EXC-IMAGE OCCURS 20000 TIMES PIC X(166).
       01 WS-EXC-SUB               PIC 9(9) BINARY.
       01 WS-EXC-FULL-SW           PIC X(1) VALUE 'N'.
           88 WS-EXC-FULL                   VALUE 'Y' FALSE 'N'.
       COPY EXCWS.
       COPY RUNIDWS.
       COPY RUNLOGWS.
       COPY OPERWS.
       COPY DSUWS.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-ID
           MOVE 'EXCREVW' TO WS-DSU-PROGRAM-ID
           PERFORM GET-REVIEW-PARMS
           IF WS-NEW-STATUS NOT = SPACE THEN
              PERFORM CHECK-REVIEWER-AUTHORITY
           END-IF
           EVALUATE TRUE
              WHEN WS-NEW-STATUS = SPACE
                 MOVE 8 TO RETURN-CODE
              WHEN NOT WS-OPER-PERMITTED
                 DISPLAY 'EXCREVW: NOTHING MARKED.'
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 PERFORM LOAD-EXCEPTION-FILE
                 IF WS-TARGET-RECNO < 1
                    OR WS-TARGET-RECNO > WS-EXC-COUNT THEN
                    DISPLAY 'EXCREVW: RECORD ' WS-TARGET-RECNO
                       ' IS NOT ON EXCPTNS.TXT (FILE HOLDS '
                       WS-EXC-COUNT ' RECORD(S)) - NOTHING MARKED.'
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM MARK-DISPOSITION
                    PERFORM REWRITE-EXCEPTION-FILE
                 END-IF
           END-EVALUATE
      *    THE LOCK IS FREED HERE, NOT INSIDE THE REWRITE, SO EVERY
      *    EXIT PATH - A MISTYPED RECORD NUMBER INCLUDED - RELEASES
      *    IT INSTEAD OF LEAVING EXCPTNS.TXT.LCK BEHIND FOR EVERY
              MOVE 'FAILED' TO WS-RUN-LOG-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG
           PERFORM CLOSE-OPERATOR-AUDIT

           STOP RUN.

           END-IF
           .

      *
      *    CHECK-REVIEWER-AUTHORITY HOLDS THE DISPOSITION TO THE
      *    OPERATOR'S GRANTS - ONLY REVIEWERS MAY RESOLVE OR ACCEPT
      *    AN EXCEPTION - AND PUTS THE ATTEMPT ON THE AUDIT TRAIL
      *    WITH THE RECORD NUMBER IT WAS AIMED AT.
       CHECK-REVIEWER-AUTHORITY.
           MOVE 'EXCREVW' TO WS-OPER-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-OPER-RUN-ID
           MOVE FUNCTION UPPER-CASE(WS-ACTION-PARM)
              TO WS-OPER-FUNCTION
           MOVE SPACES TO WS-OPER-DETAIL
           STRING 'RECORD ' FUNCTION TRIM(WS-RECNO-PARM)
              DELIMITED BY SIZE INTO WS-OPER-DETAIL
           PERFORM CHECK-OPERATOR-AUTHORITY
           .

      *
      *    LOAD-EXCEPTION-FILE READS EVERY RECORD IMAGE UNDER THE
      *    SHARED APPEND LOCK, SO A WRITER CANNOT SLIP A RECORD IN
                    END-READ
                 END-PERFORM
                 CLOSE EXCEPTION-LOG-FILE
                 MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
                 MOVE 'INPUT' TO WS-DSU-MODE
                 MOVE WS-EXC-COUNT TO WS-DSU-RECORDS
                 PERFORM WRITE-DATASET-USAGE
                 IF WS-EXC-FULL THEN
                    DISPLAY 'EXCREVW: EXCPTNS.TXT EXCEEDS 20000 '
                       'RECORDS - RUN HOUSEKPR BEFORE REVIEWING.'
                 WRITE EXCEPTION-LOG-RECORD
              END-PERFORM
              CLOSE EXCEPTION-LOG-FILE
              MOVE 'EXCPTNS.TXT' TO WS-DSU-DATASET
              MOVE 'OUTPUT' TO WS-DSU-MODE
              MOVE WS-EXC-COUNT TO WS-DSU-RECORDS
              PERFORM WRITE-DATASET-USAGE
           END-IF
           .

       COPY RUNLOGWR.

       COPY EXCWR.

       COPY OPERCHK.

       COPY DSUWR.
       END PROGRAM EXCREVW.
