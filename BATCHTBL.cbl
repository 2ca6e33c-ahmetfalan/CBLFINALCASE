              UNTIL WS-ACCT-IDX >= WS-ACCT-COUNT.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
      *AN ACCOUNT THAT DOES NOT PROVE GIVES RETURN CODE 4.
           IF WS-TOT-OUT-OF-BAL > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PROOF-DATE-PARA.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ELSE
              IF NOT JIX-ST-SUCC
                 DISPLAY 'CANNOT OPEN JOURNAL INDEX, STATUS: ' JIX-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PROOF-DATE TO JIX-JRN-DATE
       ADD-JIX-ACCT-PARA.
           IF WS-ACCT-COUNT >= WS-ACCT-LIMIT
              DISPLAY 'ACCOUNT TABLE FULL, LIMIT: ' WS-ACCT-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           OPEN INPUT JRN-FILE
           IF NOT JRN-ST-SUCC
              DISPLAY 'CANNOT OPEN JOURNAL FILE, STATUS: ' JRN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-JRN-PARA
       ADD-ACCT-ENTRY-PARA.
           IF WS-ACCT-COUNT >= WS-ACCT-LIMIT
              DISPLAY 'ACCOUNT TABLE FULL, LIMIT: ' WS-ACCT-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
