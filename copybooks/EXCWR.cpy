           MOVE WS-EXC-MESSAGE TO EX-MESSAGE
           MOVE 'N' TO EX-STATUS
           MOVE SPACES TO EX-REVIEW-NOTE
           IF WS-EXC-ORIG-RUN-DATE NOT = SPACES THEN
              MOVE WS-EXC-ORIG-RUN-DATE TO EX-ORIG-RUN-DATE
              MOVE WS-EXC-ORIG-LINE-NUM TO EX-ORIG-LINE-NUM
           END-IF
           WRITE EXCEPTION-LOG-RECORD
           END-IF
           .
