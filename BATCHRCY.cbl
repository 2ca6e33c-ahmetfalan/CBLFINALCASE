           PERFORM MERGE-DECKS-PARA.
           PERFORM WRITE-REPORT-PARA.
           PERFORM CLOSE-FILES-PARA.
      *CARDS LEFT ON THE EXCEPTION LIST GIVE RETURN CODE 4.
           IF WS-TOT-EXCEPTIONS > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PARM-PARA.
           OPEN INPUT REJ-FILE
           IF NOT REJ-ST-SUCC
              DISPLAY 'CANNOT OPEN REJECT FILE, STATUS: ' REJ-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RCYOUT-FILE
           IF NOT RCYOUT-ST-SUCC
              DISPLAY 'CANNOT OPEN CYCLE OUT FILE, STATUS: ' RCYOUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

              IF NOT RCYIN-ST-SUCC
                 DISPLAY 'CANNOT OPEN CYCLE IN FILE, STATUS: '
                         RCYIN-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-CYCLE-PARA UNTIL RCYIN-EOF
           NOT AT END
              IF WS-OLD-COUNT >= WS-OLD-LIMIT
                 DISPLAY 'CYCLE TABLE FULL, LIMIT: ' WS-OLD-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OLD-COUNT
           PERFORM FIND-OLD-ENTRY-PARA
           IF WS-NEW-COUNT >= WS-NEW-LIMIT
              DISPLAY 'CYCLE TABLE FULL, LIMIT: ' WS-NEW-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
              IF WS-OLD-CYCLE (WS-OLD-IDX) GREATER THAN WS-MAX-CYCLES
                 IF WS-NEW-COUNT >= WS-NEW-LIMIT
                    DISPLAY 'CYCLE TABLE FULL, LIMIT: ' WS-NEW-LIMIT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-NEW-COUNT
           OPEN INPUT NXT-FILE
           IF NOT NXT-ST-SUCC
              DISPLAY 'CANNOT OPEN NEXT DECK FILE, STATUS: ' NXT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT MRG-FILE
           IF NOT MRG-ST-SUCC
              DISPLAY 'CANNOT OPEN MERGED DECK FILE, STATUS: ' MRG-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N' TO WS-NXT-TRL-SW
           PERFORM COPY-ONE-NXT-REC-PARA UNTIL NXT-EOF
           IF NOT WS-NXT-TRL-SEEN
              DISPLAY 'NEXT DECK INVALID: TRAILER RECORD MISSING'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-MRG-REC-CNT TO WS-MT-COUNT
           END-READ
           IF NXT-EOF OR NXT-OPER-TYPE NOT EQUAL 'H'
              DISPLAY 'NEXT DECK INVALID: HEADER RECORD MISSING'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE MRG-REC FROM NXT-REC.
              EVALUATE NXT-OPER-TYPE
                 WHEN 'H'
                    DISPLAY 'NEXT DECK INVALID: DUPLICATE HEADER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 WHEN 'T'
                    SET WS-NXT-TRL-SEEN TO TRUE
                    IF WS-NXT-TRL-SEEN
                       DISPLAY 'NEXT DECK INVALID: RECORD AFTER '
                               'TRAILER'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    WRITE MRG-REC FROM NXT-REC
