              MOVE WS-HKP-PARM (1:6) TO WS-CUTOFF-DATE
           ELSE
              DISPLAY 'CUTOFF DATE PARAMETER (YYMMDD) REQUIRED'
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
              IF NOT AUD-ST-SUCC
                 DISPLAY 'CANNOT OPEN AUDIT FILE, STATUS: ' AUD-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-AUD-PRESENT TO TRUE
              OPEN OUTPUT ARC-FILE
              IF NOT ARC-ST-SUCC
                 DISPLAY 'CANNOT OPEN ARCHIVE FILE, STATUS: ' ARC-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT AUDNEW-FILE
              IF NOT AUDNEW-ST-SUCC
                 DISPLAY 'CANNOT OPEN NEW AUDIT FILE, STATUS: '
                         AUDNEW-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SWEEP-ONE-AUDIT-PARA UNTIL AUD-EOF
              IF NOT CHK-ST-SUCC
                 DISPLAY 'CANNOT OPEN CHECKPOINT FILE, STATUS: '
                         CHK-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-CHK-PRESENT TO TRUE
              IF NOT CHKNEW-ST-SUCC
                 DISPLAY 'CANNOT OPEN NEW CHECKPOINT FILE, STATUS: '
                         CHKNEW-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-TOT-CHK-READ > 0
