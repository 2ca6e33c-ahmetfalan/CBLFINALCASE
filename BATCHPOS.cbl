           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE
           IF WS-FX-COUNT EQUAL 0
              DISPLAY 'NO CURRENCY RATES IN EFFECT FOR ' WS-REPORT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

                 ELSE
                    IF WS-FX-COUNT >= WS-FX-LIMIT
                       DISPLAY 'RATE TABLE FULL, LIMIT: ' WS-FX-LIMIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-FX-COUNT
              IF NOT PRV-ST-SUCC
                 DISPLAY 'CANNOT OPEN PRIOR POSITION FILE, STATUS: '
                         PRV-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-PRIOR-PARA UNTIL PRV-EOF
              IF WS-PRV-COUNT >= WS-PRV-LIMIT
                 DISPLAY 'PRIOR POSITION TABLE FULL, LIMIT: '
                         WS-PRV-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PRV-COUNT
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       ADD-POS-ENTRY-PARA.
           IF WS-POS-COUNT >= WS-POS-LIMIT
              DISPLAY 'POSITION TABLE FULL, LIMIT: ' WS-POS-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-POS-COUNT
           IF NOT NEW-ST-SUCC
              DISPLAY 'CANNOT OPEN NEW POSITION FILE, STATUS: '
                      NEW-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-POS-IDX
