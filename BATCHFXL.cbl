           PERFORM CHECK-STALENESS-PARA.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE RPT-FILE.
      *HELD OR STALE RATES ARE A WARNING (RETURN CODE 4), NOT A STOP.
           IF WS-TOT-HELD > 0 OR WS-TOT-STALE > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PARM-PARA.
           OPEN INPUT CND-FILE
           IF NOT CND-ST-SUCC
              DISPLAY 'CANNOT OPEN CANDIDATE FILE, STATUS: ' CND-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ELSE
              IF NOT FXR-ST-SUCC
                 DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-LIVE-PARA UNTIL FXR-EOF
           NOT AT END
              IF WS-LIV-COUNT >= WS-LIV-LIMIT
                 DISPLAY 'LIVE RATE TABLE FULL, LIMIT: ' WS-LIV-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LIV-COUNT
       ACCEPT-ROW-PARA.
           IF WS-ACC-COUNT >= WS-ACC-LIMIT
              DISPLAY 'ACCEPTED ROW TABLE FULL, LIMIT: ' WS-ACC-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACC-COUNT
           OPEN OUTPUT NEW-FILE
           IF NOT NEW-ST-SUCC
              DISPLAY 'CANNOT OPEN NEW RATE FILE, STATUS: ' NEW-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-LIV-IDX
           ELSE
              IF WS-CUR-COUNT >= WS-CUR-LIMIT
                 DISPLAY 'CURRENCY TABLE FULL, LIMIT: ' WS-CUR-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CUR-COUNT
