           03 WS-RUN-ID.
              05 WS-RUN-ID-DATE          PIC 9(06).
              05 WS-RUN-ID-TIME          PIC 9(08).
           03 WS-DEST-KEY.
              05 WS-DEST-ID              PIC 9(05).
              05 WS-DEST-DVZ             PIC 9(03).
           03 WS-DEST-AMOUNT             PIC S9(15) COMP-3.
      *A REVERSAL IS THE SYSTEM'S POSTING - IT MUST GO THROUGH EVEN -
      * IF THE ACCOUNT HAS GONE DORMANT SINCE THE RUN IT UNDOES.
           03 WS-POST-ORIGIN             PIC X(01) VALUE 'S'.
       01  WS-TOT-REVERSED-OK            PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REVERSED-ERR           PIC 9(07) COMP-3 VALUE 0.
      *THE TARGET RUN'S POSTINGS ARE COLLECTED HERE AND THE JOURNAL -
              05 WS-BKO-DVZ              PIC S9(03) COMP.
              05 WS-BKO-AMOUNT           PIC S9(15) COMP-3.
              05 WS-BKO-EFF-DATE         PIC S9(07) COMP-3.
      *A TRANSFER ('M') IS JOURNALLED AS ITS DEBIT SIDE FOLLOWED -
      * DIRECTLY BY ITS CREDIT SIDE - THE CREDIT SIDE IS FOLDED INTO -
      * THE DEBIT SIDE'S ENTRY HERE SO THE PAIR IS REVERSED AS ONE.
              05 WS-BKO-OPER             PIC X(01).
              05 WS-BKO-DEST-SW          PIC X(01).
                 88 WS-BKO-HAS-DEST      VALUE 'Y'.
              05 WS-BKO-DEST-ID          PIC S9(05) COMP-3.
              05 WS-BKO-DEST-DVZ         PIC S9(03) COMP.
              05 WS-BKO-DEST-AMOUNT      PIC S9(15) COMP-3.
       01  WS-BKO-IDX                    PIC 9(07) COMP-3.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(29)   VALUE 'RUN BACKOUT REPORT, RUN ID: '.
              SET JIX-EOF TO TRUE
           END-IF.

      *THE CREDIT SIDE OF A TRANSFER IS RECOGNISED AS AN 'M' -
      * POSTING OF ZERO OR MORE THAT DIRECTLY FOLLOWS AN 'M' DEBIT -
      * SIDE STILL WAITING FOR ITS PARTNER - BATCHIDX WRITES THE TWO -
      * WITHIN ONE CALL, SO NOTHING ELSE OF THE RUN CAN FALL BETWEEN -
      * THEM.
       ADD-BKO-FROM-JIX-PARA.
           IF JIX-OPER-TYPE EQUAL 'M' AND JIX-AMOUNT NOT LESS THAN 0
              AND WS-BKO-COUNT > 0
              AND WS-BKO-OPER (WS-BKO-COUNT) EQUAL 'M'
              AND WS-BKO-AMOUNT (WS-BKO-COUNT) < 0
              AND NOT WS-BKO-HAS-DEST (WS-BKO-COUNT)
              SET WS-BKO-HAS-DEST (WS-BKO-COUNT) TO TRUE
              MOVE JIX-ID     TO WS-BKO-DEST-ID (WS-BKO-COUNT)
              MOVE JIX-DVZ    TO WS-BKO-DEST-DVZ (WS-BKO-COUNT)
              MOVE JIX-AMOUNT TO WS-BKO-DEST-AMOUNT (WS-BKO-COUNT)
           ELSE
              IF WS-BKO-COUNT >= WS-BKO-LIMIT
                 DISPLAY 'BACKOUT TABLE FULL, LIMIT: ' WS-BKO-LIMIT
                 STOP RUN
              END-IF
              ADD 1 TO WS-BKO-COUNT
              MOVE JIX-ID        TO WS-BKO-ID (WS-BKO-COUNT)
              MOVE JIX-DVZ       TO WS-BKO-DVZ (WS-BKO-COUNT)
              MOVE JIX-AMOUNT    TO WS-BKO-AMOUNT (WS-BKO-COUNT)
              MOVE JIX-EFF-DATE  TO WS-BKO-EFF-DATE (WS-BKO-COUNT)
              MOVE JIX-OPER-TYPE TO WS-BKO-OPER (WS-BKO-COUNT)
              MOVE 'N'           TO WS-BKO-DEST-SW (WS-BKO-COUNT)
              MOVE 0             TO WS-BKO-DEST-ID (WS-BKO-COUNT)
              MOVE 0             TO WS-BKO-DEST-DVZ (WS-BKO-COUNT)
              MOVE 0             TO WS-BKO-DEST-AMOUNT (WS-BKO-COUNT)
           END-IF.

      *EACH POSTING OF THE TARGET RUN IS REVERSED BY POSTING ITS -
      * NEGATED AMOUNT BACK THROUGH BATCHIDX AS AN ORDINARY 'W', -
      * KEEPING THE ORIGINAL EFFECTIVE DATE SO THE REVERSAL LANDS IN -
      * THE SAME PERIOD AS THE MISTAKE IT UNDOES. A PAIRED TRANSFER -
      * IS REVERSED AS A TRANSFER THE OTHER WAY - BOTH SIDES OR -
      * NEITHER, LIKE THE ORIGINAL - AT THE AMOUNTS IT ORIGINALLY -
      * POSTED, SO A CROSS-CURRENCY TRANSFER IS NOT RE-CONVERTED AT -
      * A LATER RATE.
       REVERSE-ONE-POSTING-PARA.
           ADD 1 TO WS-BKO-IDX
           IF WS-BKO-HAS-DEST (WS-BKO-IDX)
              PERFORM REVERSE-TRANSFER-PARA
           ELSE
              MOVE 'W'                     TO WS-OPER-TYPE
              MOVE WS-BKO-ID (WS-BKO-IDX)  TO WS-ID
              MOVE WS-BKO-DVZ (WS-BKO-IDX) TO WS-DVZ
              COMPUTE WS-AMOUNT = 0 - WS-BKO-AMOUNT (WS-BKO-IDX)
              MOVE WS-BKO-EFF-DATE (WS-BKO-IDX) TO WS-EFF-DATE
              CALL WS-BATCHIDX USING WS-BATCHIDX-REC
           END-IF
           MOVE SPACES                     TO WS-DETAIL-LINE
           MOVE WS-BKO-ID (WS-BKO-IDX)     TO WS-DL-ID
           MOVE WS-BKO-DVZ (WS-BKO-IDX)    TO WS-DL-DVZ
           MOVE WS-BKO-EFF-DATE (WS-BKO-IDX) TO WS-DL-EFF-DATE
           MOVE WS-RETURN-CODE             TO WS-DL-RC
           IF WS-RETURN-CODE EQUAL 00
              IF WS-BKO-HAS-DEST (WS-BKO-IDX)
                 MOVE 'TRANSFER REVERSED.' TO WS-DL-DESC
              ELSE
                 MOVE 'REVERSED.'          TO WS-DL-DESC
              END-IF
              ADD 1 TO WS-TOT-REVERSED-OK
           ELSE
              MOVE 'REVERSAL REJECTED!' TO WS-DL-DESC
           END-IF
           WRITE OUT-REC FROM WS-DETAIL-LINE.

      *THE ORIGINAL CREDIT SIDE PAYS BACK WHAT IT RECEIVED AND THE -
      * ORIGINAL DEBIT SIDE IS CREDITED WITH WHAT IT PAID - THE -
      * FIXED DESTINATION AMOUNT TELLS BATCHIDX NOT TO CONVERT. THE -
      * REPORT LINE STAYS ON THE ORIGINAL DEBIT ACCOUNT.
       REVERSE-TRANSFER-PARA.
           MOVE 'M'                             TO WS-OPER-TYPE
           MOVE WS-BKO-DEST-ID (WS-BKO-IDX)     TO WS-ID
           MOVE WS-BKO-DEST-DVZ (WS-BKO-IDX)    TO WS-DVZ
           MOVE WS-BKO-DEST-AMOUNT (WS-BKO-IDX) TO WS-AMOUNT
           MOVE WS-BKO-ID (WS-BKO-IDX)          TO WS-DEST-ID
           MOVE WS-BKO-DVZ (WS-BKO-IDX)         TO WS-DEST-DVZ
           COMPUTE WS-DEST-AMOUNT = 0 - WS-BKO-AMOUNT (WS-BKO-IDX)
           MOVE WS-BKO-EFF-DATE (WS-BKO-IDX)    TO WS-EFF-DATE
           CALL WS-BATCHIDX USING WS-BATCHIDX-REC
           COMPUTE WS-AMOUNT = 0 - WS-BKO-AMOUNT (WS-BKO-IDX).

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-TARGET-RUN-ID TO WS-RH-RUN-ID
           WRITE OUT-REC FROM WS-RPT-HEADER-1.
