           03 WS-RUN-ID.
              05 WS-RUN-ID-DATE          PIC 9(06).
              05 WS-RUN-ID-TIME          PIC 9(08).
           03 WS-DEST-KEY.
              05 WS-DEST-ID              PIC 9(05).
              05 WS-DEST-DVZ             PIC 9(03).
           03 WS-DEST-AMOUNT             PIC S9(15) COMP-3.
      *AN ACCRUAL IS THE SYSTEM'S POSTING, NOT THE CUSTOMER'S - IT -
      * STILL REACHES A DORMANT ACCOUNT AND DOES NOT COUNT AS -
      * ACTIVITY THAT WOULD HOLD DORMANCY OFF.
           03 WS-POST-ORIGIN             PIC X(01) VALUE 'S'.
      *ONE GL BUCKET PER (EFFECTIVE DATE, CURRENCY, OPERATION TYPE) -
      * AMONG THE ACCRUALS THAT POSTED - SAME SHAPE AS BATCHPRG'S -
      * FEED TABLE, SIZED FOR THE CURRENCY TABLE SINCE EVERY ACCRUAL -
           OPEN INPUT INR-FILE
           IF NOT INR-ST-SUCC
              DISPLAY 'CANNOT OPEN INTEREST RATE FILE, STATUS: ' INR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-INT-RATE-PARA UNTIL INR-EOF
           CLOSE INR-FILE
           IF WS-IR-COUNT EQUAL 0
              DISPLAY 'NO INTEREST RATES IN EFFECT FOR ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

                 ELSE
                    IF WS-IR-COUNT >= WS-IR-LIMIT
                       DISPLAY 'RATE TABLE FULL, LIMIT: ' WS-IR-LIMIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-IR-COUNT
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

       ADD-ACCRUAL-ENTRY-PARA.
           IF WS-ACR-COUNT >= WS-ACR-LIMIT
              DISPLAY 'ACCRUAL TABLE FULL, LIMIT: ' WS-ACR-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACR-COUNT
           IF NOT WS-GL-FOUND
              IF WS-GL-COUNT >= WS-GL-LIMIT
                 DISPLAY 'GL TABLE FULL, LIMIT: ' WS-GL-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-GL-COUNT
           OPEN OUTPUT GL-FILE
           IF NOT GL-ST-SUCC
              DISPLAY 'CANNOT OPEN GL FILE, STATUS: ' GL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-GL-IDX
