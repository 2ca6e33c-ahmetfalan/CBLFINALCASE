      * BUCKET TO THAT RUN'S GLFILE, REPORTS EVERY DIFFERENCE, AND -
      * WRITES THE COMPLETE JOURNAL-DERIVED FEED TO GLRNEW SO -
      * FINANCE CAN LOAD A CORRECTED FILE INSTEAD OF A FLAGGED ONE. -
      * ONLY 'W', 'A' AND 'M' POSTINGS ARE DERIVED - THE SAME TYPES -
      * THE FEED COVERS, A TRANSFER ('M') AS ITS TWO JOURNALLED -
      * SIDES; ACCOUNT CLOSES ('X') ARE INTERNAL TRANSFERS KEPT OUT -
      * OF THE FEED ON BOTH SIDES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           PERFORM WRITE-CORRECTED-FEED-PARA.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE RPT-FILE.
      *ANY BREAK BETWEEN JOURNAL AND FEED GIVES RETURN CODE 4.
           IF WS-TOT-DIFFERENT > 0 OR WS-TOT-MISSING > 0
              OR WS-TOT-EXTRA > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-RUN-ID-PARM-PARA.
              MOVE WS-GLR-PARM (1:14) TO WS-TARGET-RUN-ID
           ELSE
              DISPLAY 'RUN ID PARAMETER (14 DIGITS) REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT JRN-FILE
           IF NOT JRN-ST-SUCC
              DISPLAY 'CANNOT OPEN JOURNAL FILE, STATUS: ' JRN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT GL-FILE
           IF NOT GL-ST-SUCC
              DISPLAY 'CANNOT OPEN GL FEED FILE, STATUS: ' GL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * ON THE CREDIT SIDE.
       LOAD-JRN-RECS-PARA.
           IF JRN-RUN-ID EQUAL WS-TARGET-RUN-ID AND
              (JRN-OPER-TYPE EQUAL 'W' OR JRN-OPER-TYPE EQUAL 'A' OR
               JRN-OPER-TYPE EQUAL 'M')
              MOVE JRN-EFF-DATE TO WS-JRN-EFF-DATE
              PERFORM FIND-JB-ENTRY-PARA
              IF NOT WS-JB-FOUND
       ADD-JB-ENTRY-PARA.
           IF WS-JB-COUNT >= WS-JB-LIMIT
              DISPLAY 'JOURNAL BUCKET TABLE FULL, LIMIT: ' WS-JB-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-JB-COUNT
       LOAD-GL-RECS-PARA.
           IF WS-GB-COUNT >= WS-GB-LIMIT
              DISPLAY 'FEED ROW TABLE FULL, LIMIT: ' WS-GB-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-GB-COUNT
           IF NOT GLN-ST-SUCC
              DISPLAY 'CANNOT OPEN CORRECTED FEED FILE, STATUS: '
                      GLN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-JB-IDX
