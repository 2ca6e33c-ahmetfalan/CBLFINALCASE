       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSOM.
      *STANDING ORDER MAINTENANCE: APPLIES A DECK OF INSTRUCTION -
      * CHANGES (SIOIN) TO THE KEYED STANDING-INSTRUCTION MASTER -
      * (SIOFILE) THAT BATCHSOG GENERATES THE DAY'S DUE PAYMENTS -
      * FROM. EACH CARD ADDS ('A'), AMENDS ('C') OR CANCELS ('X') ONE -
      * INSTRUCTION: PAY A FIXED AMOUNT OUT OF THE DEBIT ACCOUNT INTO -
      * THE CREDIT ACCOUNT DAILY ('D'), WEEKLY ('W'), MONTHLY ('M'), -
      * QUARTERLY ('Q') OR YEARLY ('Y') FROM THE START DATE UNTIL THE -
      * END DATE (ZERO OR BLANK - UNTIL CANCELLED). BOTH ACCOUNTS -
      * MUST BE ON DATA-FILE AND NOT CLOSED. AN AMENDMENT ONLY -
      * CHANGES THE FIELDS ITS CARD CARRIES - A BLANK FIELD LEAVES -
      * THE MASTER AS IT IS - AND THE START DATE CAN ONLY BE MOVED -
      * BEFORE THE FIRST PAYMENT HAS GONE. A CANCELLED INSTRUCTION -
      * STAYS ON THE MASTER AS A RECORD, NEVER GENERATED AGAIN. AN -
      * INSTRUCTION WHOSE PAYMENT IS ON A DECK NOT YET CONFIRMED BY -
      * BATCHSOG IS IN FLIGHT AND CANNOT BE AMENDED OR CANCELLED -
      * UNTIL IT IS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOI-FILE
              ASSIGN TO SIOIN
              FILE STATUS IS SOI-ST.
           SELECT SIO-FILE
              ASSIGN TO SIOFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SIO-NO
              FILE STATUS IS SIO-ST.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT RPT-FILE
              ASSIGN TO SOMOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SOI-FILE RECORDING MODE F.
      *ONE INSTRUCTION PER CARD, NUMBERED BY WHOEVER RAISES IT. THE -
      * AMOUNT IS IN THE DEBIT ACCOUNT'S CURRENCY (BATCHIDX CONVERTS -
      * THE CREDIT SIDE WHEN THE CURRENCIES DIFFER); DATES ARE YYMMDD.
       01  SOI-REC.
           03 SOI-ACTION                 PIC X(01).
              88 SOI-ADD                 VALUE 'A'.
              88 SOI-AMEND               VALUE 'C'.
              88 SOI-CANCEL              VALUE 'X'.
           03 SOI-NO                     PIC X(06).
           03 SOI-DEBIT-KEY.
              05 SOI-DR-ID               PIC X(05).
              05 SOI-DR-DVZ              PIC X(03).
           03 SOI-CREDIT-KEY.
              05 SOI-CR-ID               PIC X(05).
              05 SOI-CR-DVZ              PIC X(03).
           03 SOI-AMOUNT                 PIC X(13).
           03 SOI-AMOUNT-N REDEFINES SOI-AMOUNT PIC 9(13).
           03 SOI-FREQ                   PIC X(01).
           03 SOI-START-DATE             PIC X(06).
           03 SOI-START-PARTS REDEFINES SOI-START-DATE.
              05 SOI-START-YY            PIC 9(02).
              05 SOI-START-MM            PIC 9(02).
              05 SOI-START-DD            PIC 9(02).
           03 SOI-END-DATE               PIC X(06).
           03 SOI-END-PARTS REDEFINES SOI-END-DATE.
              05 SOI-END-YY              PIC 9(02).
              05 SOI-END-MM              PIC 9(02).
              05 SOI-END-DD              PIC 9(02).
           03 FILLER                     PIC X(11).
       FD  SIO-FILE.
      *THE STANDING-INSTRUCTION MASTER. NEXT-DUE IS THE DATE OF THE -
      * NEXT PAYMENT; PEND-DATE IS NON-ZERO WHILE A PAYMENT IS ON A -
      * GENERATED DECK AWAITING CONFIRMATION, AND NEXT-DUE ONLY MOVES -
      * ON ONCE THAT PAYMENT IS CONFIRMED POSTED.
       01  SIO-REC.
           03 SIO-NO                     PIC 9(06).
           03 SIO-DEBIT-KEY.
              05 SIO-DR-ID               PIC S9(05) COMP-3.
              05 SIO-DR-DVZ              PIC S9(03) COMP.
           03 SIO-CREDIT-KEY.
              05 SIO-CR-ID               PIC S9(05) COMP-3.
              05 SIO-CR-DVZ              PIC S9(03) COMP.
           03 SIO-AMOUNT                 PIC S9(15) COMP-3.
           03 SIO-FREQ                   PIC X(01).
              88 SIO-FREQ-VALID          VALUE 'D' 'W' 'M' 'Q' 'Y'.
           03 SIO-START-DATE             PIC 9(06).
           03 SIO-END-DATE               PIC 9(06).
           03 SIO-NEXT-DUE               PIC 9(06).
           03 SIO-STATUS                 PIC X(01).
              88 SIO-ACTIVE              VALUE 'A'.
              88 SIO-CANCELLED           VALUE 'X'.
              88 SIO-ENDED               VALUE 'E'.
           03 SIO-PEND-DATE              PIC 9(06).
           03 SIO-LAST-PAID              PIC 9(06).
           03 SIO-FAIL-COUNT             PIC 9(03).
           03 SIO-MAINT-DATE             PIC 9(06).
       FD  DATA-FILE.
       01  DATA-REC.
           03 DATA-KEY.
              05 DATA-ID                 PIC S9(05) COMP-3.
              05 DATA-DVZ                PIC S9(03) COMP.
           03 DATA-FNAME                 PIC X(15).
           03 DATA-LNAME                 PIC X(15).
           03 DATA-DATE                  PIC S9(07) COMP-3.
           03 DATA-BALANCE               PIC S9(15) COMP-3.
           03 DATA-STATUS                PIC X(01).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 SOI-ST                     PIC 9(02).
              88 SOI-EOF                 VALUE 10.
              88 SOI-ST-SUCC             VALUE 00 97.
           03 SIO-ST                     PIC 9(02).
              88 SIO-ST-SUCC             VALUE 00 97.
              88 SIO-NOT-FOUND           VALUE 35.
           03 DATA-ST                    PIC 9(02).
              88 DATA-ST-SUCC            VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-CARD-OK-SW              PIC X(01).
              88 WS-CARD-OK              VALUE 'Y'.
           03 WS-SIO-FOUND-SW            PIC X(01).
              88 WS-SIO-FOUND            VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-SUSPENSE-ID                PIC S9(05) COMP-3 VALUE 99999.
      *THE ACCOUNT A CARD NAMES, CHECKED THE SAME WAY FOR EITHER SIDE.
       01  WS-ACCT-KEY.
           03 WS-ACCT-ID                 PIC X(05).
           03 WS-ACCT-DVZ                PIC X(03).
       01  WS-ACCT-SIDE                  PIC X(06).
       01  WS-DEBIT-KEY-SAVE             PIC X(08).
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-ADDED                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-AMENDED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-CANCELLED              PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REFUSED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(38)   VALUE
              'STANDING ORDER MAINTENANCE, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(04)   VALUE 'ACT'.
           03 FILLER PIC X(08)   VALUE 'NUMBER'.
           03 FILLER PIC X(11)   VALUE 'DEBIT'.
           03 FILLER PIC X(11)   VALUE 'CREDIT'.
           03 FILLER PIC X(17)   VALUE '           AMOUNT'.
           03 FILLER PIC X(03)   VALUE ' F'.
           03 FILLER PIC X(08)   VALUE ' START'.
           03 FILLER PIC X(07)   VALUE 'END'.
           03 FILLER PIC X(08)   VALUE 'NEXT'.
           03 FILLER PIC X(10)   VALUE 'STATUS'.
           03 FILLER PIC X(30)   VALUE 'REASON'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
      *THE CARD'S OWN IMAGE WHEN IT IS REFUSED, THE MASTER AS IT NOW -
      * STANDS WHEN IT IS APPLIED.
       01  WS-DETAIL-LINE.
           03 WS-DL-ACTION       PIC X(01).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-NO           PIC X(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DR-ID        PIC X(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-DR-DVZ       PIC X(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-CR-ID        PIC X(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-CR-DVZ       PIC X(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-AMOUNT       PIC X(16).
           03 WS-DL-AMOUNT-N REDEFINES WS-DL-AMOUNT PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-FREQ         PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-START        PIC X(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-END          PIC X(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-NEXT         PIC X(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(09).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-REASON       PIC X(30).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           PERFORM READ-SOI-PARA.
           PERFORM APPLY-ONE-CARD-PARA UNTIL SOI-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT SOI-FILE
           IF NOT SOI-ST-SUCC
              DISPLAY 'CANNOT OPEN INSTRUCTION CHANGE FILE, STATUS: '
                      SOI-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *THE VERY FIRST INSTRUCTION EVER RAISED FINDS NO MASTER - IT IS -
      * CREATED EMPTY AND REOPENED FOR UPDATE, AS THE LIMIT MASTER IS.
           OPEN I-O SIO-FILE
           IF SIO-NOT-FOUND
              OPEN OUTPUT SIO-FILE
              CLOSE SIO-FILE
              OPEN I-O SIO-FILE
           END-IF
           IF NOT SIO-ST-SUCC
              DISPLAY 'CANNOT OPEN STANDING ORDER FILE, STATUS: '
                      SIO-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
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

       READ-SOI-PARA.
           READ SOI-FILE
              AT END
                 SET SOI-EOF TO TRUE
           END-READ.

      *ONE CARD: FORMAT CHECKS FIRST, THEN THE MASTER ROW, THEN THE -
      * ACCOUNTS - THE FIRST FAILURE NAMES THE REASON AND THE MASTER -
      * IS NOT TOUCHED.
       APPLY-ONE-CARD-PARA.
           ADD 1 TO WS-TOT-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT SOI-ADD AND NOT SOI-AMEND AND NOT SOI-CANCEL
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'INVALID ACTION' TO WS-DL-REASON
           ELSE
              IF SOI-NO IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NUMBER NOT NUMERIC' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND NOT SOI-CANCEL
              PERFORM CHECK-CARD-FIELDS-PARA
           END-IF
           IF WS-CARD-OK
              PERFORM FIND-INSTRUCTION-PARA
              IF SOI-ADD AND WS-SIO-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NUMBER ALREADY ON FILE' TO WS-DL-REASON
              END-IF
              IF NOT SOI-ADD AND NOT WS-SIO-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO SUCH INSTRUCTION' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND NOT SOI-ADD
              PERFORM CHECK-INSTRUCTION-STATE-PARA
           END-IF
           IF WS-CARD-OK AND NOT SOI-CANCEL
              PERFORM CHECK-ACCOUNTS-PARA
           END-IF
           IF WS-CARD-OK
              EVALUATE TRUE
                 WHEN SOI-ADD
                    PERFORM ADD-INSTRUCTION-PARA
                 WHEN SOI-AMEND
                    PERFORM AMEND-INSTRUCTION-PARA
                 WHEN SOI-CANCEL
                    PERFORM CANCEL-INSTRUCTION-PARA
              END-EVALUATE
           END-IF
           IF WS-CARD-OK
              PERFORM MOVE-MASTER-DETAIL-PARA
           ELSE
              ADD 1 TO WS-TOT-REFUSED
              PERFORM MOVE-CARD-DETAIL-PARA
              MOVE 'REFUSED' TO WS-DL-STATUS
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE
           PERFORM READ-SOI-PARA.

      *AN ADD MUST CARRY EVERY FIELD BUT THE END DATE; AN AMENDMENT -
      * ONLY THE FIELDS IT CHANGES, EACH OF WHICH MUST BE VALID.
       CHECK-CARD-FIELDS-PARA.
           IF SOI-ADD
              IF SOI-DEBIT-KEY  EQUAL SPACES OR
                 SOI-CREDIT-KEY EQUAL SPACES OR
                 SOI-AMOUNT     EQUAL SPACES OR
                 SOI-FREQ       EQUAL SPACES OR
                 SOI-START-DATE EQUAL SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'REQUIRED FIELD MISSING' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-DEBIT-KEY NOT EQUAL SPACES
              IF SOI-DR-ID IS NOT NUMERIC OR SOI-DR-DVZ IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'DEBIT KEY NOT NUMERIC' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-CREDIT-KEY NOT EQUAL SPACES
              IF SOI-CR-ID IS NOT NUMERIC OR SOI-CR-DVZ IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'CREDIT KEY NOT NUMERIC' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-AMOUNT NOT EQUAL SPACES
              IF SOI-AMOUNT IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-DL-REASON
              ELSE
                 IF SOI-AMOUNT-N EQUAL 0
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'AMOUNT MUST BE POSITIVE' TO WS-DL-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-FREQ NOT EQUAL SPACES
              MOVE SOI-FREQ TO SIO-FREQ
              IF NOT SIO-FREQ-VALID
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'FREQUENCY NOT D/W/M/Q/Y' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-START-DATE NOT EQUAL SPACES
              IF SOI-START-DATE IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'START DATE INVALID' TO WS-DL-REASON
              ELSE
                 IF SOI-START-MM < 1 OR SOI-START-MM > 12 OR
                    SOI-START-DD < 1 OR SOI-START-DD > 31
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'START DATE INVALID' TO WS-DL-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-CARD-OK AND SOI-END-DATE NOT EQUAL SPACES
              IF SOI-END-DATE IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'END DATE INVALID' TO WS-DL-REASON
              ELSE
                 IF SOI-END-DATE NOT EQUAL '000000' AND
                    (SOI-END-MM < 1 OR SOI-END-MM > 12 OR
                     SOI-END-DD < 1 OR SOI-END-DD > 31)
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'END DATE INVALID' TO WS-DL-REASON
                 END-IF
              END-IF
           END-IF.

       FIND-INSTRUCTION-PARA.
           MOVE 'N'    TO WS-SIO-FOUND-SW
           MOVE SOI-NO TO SIO-NO
           READ SIO-FILE KEY IS SIO-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-SIO-FOUND TO TRUE
           END-READ.

      *ONLY A LIVE INSTRUCTION MAY BE AMENDED OR CANCELLED, AND NOT -
      * WHILE ITS PAYMENT IS OUT ON A DECK - THE CONFIRMATION WOULD -
      * THEN MOVE ON A SCHEDULE THAT NO LONGER MATCHES WHAT WAS PAID.
       CHECK-INSTRUCTION-STATE-PARA.
           IF SIO-CANCELLED
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'INSTRUCTION CANCELLED' TO WS-DL-REASON
           ELSE
              IF SIO-ENDED AND SOI-CANCEL
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'INSTRUCTION ENDED' TO WS-DL-REASON
              ELSE
                 IF SIO-PEND-DATE NOT EQUAL 0
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'PAYMENT IN FLIGHT' TO WS-DL-REASON
                 ELSE
                    IF SOI-AMEND AND SIO-LAST-PAID NOT EQUAL 0 AND
                       SOI-START-DATE NOT EQUAL SPACES
                       MOVE 'N' TO WS-CARD-OK-SW
                       MOVE 'STARTED - START DATE FIXED'
                          TO WS-DL-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *THE ACCOUNTS THE INSTRUCTION WILL NAME ONCE THE CARD IS -
      * APPLIED - THE CARD'S KEY WHERE IT CARRIES ONE, THE MASTER'S -
      * OTHERWISE - MUST EXIST, NOT BE CLOSED, NOT BE THE SUSPENSE -
      * ACCOUNT AND NOT BE THE SAME ACCOUNT; AND THE SCHEDULE MUST END -
      * NO EARLIER THAN IT STARTS.
       CHECK-ACCOUNTS-PARA.
           IF SOI-DEBIT-KEY NOT EQUAL SPACES
              MOVE SOI-DEBIT-KEY TO WS-ACCT-KEY
           ELSE
              MOVE SIO-DR-ID     TO WS-ACCT-ID
              MOVE SIO-DR-DVZ    TO WS-ACCT-DVZ
           END-IF
           MOVE 'DEBIT'  TO WS-ACCT-SIDE
           PERFORM CHECK-ONE-ACCOUNT-PARA
           IF WS-CARD-OK
              MOVE WS-ACCT-KEY TO WS-DEBIT-KEY-SAVE
              IF SOI-CREDIT-KEY NOT EQUAL SPACES
                 MOVE SOI-CREDIT-KEY TO WS-ACCT-KEY
              ELSE
                 MOVE SIO-CR-ID      TO WS-ACCT-ID
                 MOVE SIO-CR-DVZ     TO WS-ACCT-DVZ
              END-IF
              MOVE 'CREDIT' TO WS-ACCT-SIDE
              PERFORM CHECK-ONE-ACCOUNT-PARA
           END-IF
           IF WS-CARD-OK
              IF WS-ACCT-KEY EQUAL WS-DEBIT-KEY-SAVE
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'DEBIT AND CREDIT THE SAME' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK
              PERFORM CHECK-SCHEDULE-PARA
           END-IF.

       CHECK-ONE-ACCOUNT-PARA.
           MOVE WS-ACCT-ID  TO DATA-ID
           MOVE WS-ACCT-DVZ TO DATA-DVZ
           IF DATA-ID EQUAL WS-SUSPENSE-ID
              MOVE 'N' TO WS-CARD-OK-SW
              STRING WS-ACCT-SIDE DELIMITED BY SPACE
                     ' IS THE SUSPENSE ACCOUNT' DELIMITED BY SIZE
                 INTO WS-DL-REASON
              END-STRING
           ELSE
              READ DATA-FILE KEY IS DATA-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-CARD-OK-SW
                    STRING WS-ACCT-SIDE DELIMITED BY SPACE
                           ' ACCOUNT NOT ON FILE' DELIMITED BY SIZE
                       INTO WS-DL-REASON
                    END-STRING
                 NOT INVALID KEY
                    IF DATA-STATUS EQUAL 'C'
                       MOVE 'N' TO WS-CARD-OK-SW
                       STRING WS-ACCT-SIDE DELIMITED BY SPACE
                              ' ACCOUNT CLOSED' DELIMITED BY SIZE
                          INTO WS-DL-REASON
                       END-STRING
                    END-IF
              END-READ
           END-IF.

       CHECK-SCHEDULE-PARA.
           IF SOI-START-DATE NOT EQUAL SPACES
              MOVE SOI-START-DATE TO WS-DL-START
           ELSE
              MOVE SIO-START-DATE TO WS-DL-START
           END-IF
           IF SOI-END-DATE NOT EQUAL SPACES
              MOVE SOI-END-DATE   TO WS-DL-END
           ELSE
              IF SOI-ADD
                 MOVE ZEROS          TO WS-DL-END
              ELSE
                 MOVE SIO-END-DATE   TO WS-DL-END
              END-IF
           END-IF
           IF WS-DL-END NOT EQUAL '000000' AND
              WS-DL-END < WS-DL-START
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'END DATE BEFORE START DATE' TO WS-DL-REASON
           END-IF.

      *A NEW INSTRUCTION IS FIRST DUE ON ITS START DATE.
       ADD-INSTRUCTION-PARA.
           MOVE SOI-NO          TO SIO-NO
           MOVE SOI-DR-ID       TO SIO-DR-ID
           MOVE SOI-DR-DVZ      TO SIO-DR-DVZ
           MOVE SOI-CR-ID       TO SIO-CR-ID
           MOVE SOI-CR-DVZ      TO SIO-CR-DVZ
           MOVE SOI-AMOUNT-N    TO SIO-AMOUNT
           MOVE SOI-FREQ        TO SIO-FREQ
           MOVE SOI-START-DATE  TO SIO-START-DATE
           MOVE WS-DL-END       TO SIO-END-DATE
           MOVE SOI-START-DATE  TO SIO-NEXT-DUE
           SET SIO-ACTIVE       TO TRUE
           MOVE 0               TO SIO-PEND-DATE
           MOVE 0               TO SIO-LAST-PAID
           MOVE 0               TO SIO-FAIL-COUNT
           MOVE WS-RUN-DATE     TO SIO-MAINT-DATE
           WRITE SIO-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NUMBER ALREADY ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-ADDED
                 MOVE 'ADDED' TO WS-DL-STATUS
           END-WRITE.

      *A MOVED START DATE (ALLOWED ONLY BEFORE THE FIRST PAYMENT) -
      * MOVES THE FIRST DUE DATE WITH IT. AN ENDED INSTRUCTION GIVEN -
      * A LATER END DATE COMES BACK TO LIFE FROM ITS NEXT DUE DATE.
       AMEND-INSTRUCTION-PARA.
           IF SOI-DEBIT-KEY NOT EQUAL SPACES
              MOVE SOI-DR-ID      TO SIO-DR-ID
              MOVE SOI-DR-DVZ     TO SIO-DR-DVZ
           END-IF
           IF SOI-CREDIT-KEY NOT EQUAL SPACES
              MOVE SOI-CR-ID      TO SIO-CR-ID
              MOVE SOI-CR-DVZ     TO SIO-CR-DVZ
           END-IF
           IF SOI-AMOUNT NOT EQUAL SPACES
              MOVE SOI-AMOUNT-N   TO SIO-AMOUNT
           END-IF
           IF SOI-FREQ NOT EQUAL SPACES
              MOVE SOI-FREQ       TO SIO-FREQ
           END-IF
           IF SOI-START-DATE NOT EQUAL SPACES
              MOVE SOI-START-DATE TO SIO-START-DATE
              MOVE SOI-START-DATE TO SIO-NEXT-DUE
           END-IF
           IF SOI-END-DATE NOT EQUAL SPACES
              MOVE SOI-END-DATE   TO SIO-END-DATE
           END-IF
           IF SIO-ENDED AND
              (SIO-END-DATE EQUAL 0 OR
               SIO-NEXT-DUE NOT GREATER THAN SIO-END-DATE)
              SET SIO-ACTIVE TO TRUE
           END-IF
           MOVE WS-RUN-DATE       TO SIO-MAINT-DATE
           REWRITE SIO-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO SUCH INSTRUCTION' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-AMENDED
                 MOVE 'AMENDED' TO WS-DL-STATUS
           END-REWRITE.

       CANCEL-INSTRUCTION-PARA.
           SET SIO-CANCELLED  TO TRUE
           MOVE WS-RUN-DATE   TO SIO-MAINT-DATE
           REWRITE SIO-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO SUCH INSTRUCTION' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-CANCELLED
                 MOVE 'CANCELLED' TO WS-DL-STATUS
           END-REWRITE.

       MOVE-MASTER-DETAIL-PARA.
           MOVE SOI-ACTION      TO WS-DL-ACTION
           MOVE SIO-NO          TO WS-DL-NO
           MOVE SIO-DR-ID       TO WS-DL-DR-ID
           MOVE SIO-DR-DVZ      TO WS-DL-DR-DVZ
           MOVE SIO-CR-ID       TO WS-DL-CR-ID
           MOVE SIO-CR-DVZ      TO WS-DL-CR-DVZ
           MOVE SIO-AMOUNT      TO WS-DL-AMOUNT-N
           MOVE SIO-FREQ        TO WS-DL-FREQ
           MOVE SIO-START-DATE  TO WS-DL-START
           MOVE SIO-END-DATE    TO WS-DL-END
           MOVE SIO-NEXT-DUE    TO WS-DL-NEXT.

      *THE RAW CARD IMAGE GOES ON THE REPORT EVEN WHEN A FIELD WAS -
      * NOT NUMERIC - THAT IS EXACTLY THE CARD SOMEONE HAS TO FIX.
       MOVE-CARD-DETAIL-PARA.
           MOVE SOI-ACTION      TO WS-DL-ACTION
           MOVE SOI-NO          TO WS-DL-NO
           MOVE SOI-DR-ID       TO WS-DL-DR-ID
           MOVE SOI-DR-DVZ      TO WS-DL-DR-DVZ
           MOVE SOI-CR-ID       TO WS-DL-CR-ID
           MOVE SOI-CR-DVZ      TO WS-DL-CR-DVZ
           MOVE SOI-AMOUNT      TO WS-DL-AMOUNT
           MOVE SOI-FREQ        TO WS-DL-FREQ
           MOVE SOI-START-DATE  TO WS-DL-START
           MOVE SOI-END-DATE    TO WS-DL-END
           MOVE SPACES          TO WS-DL-NEXT.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'CARDS READ                ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'INSTRUCTIONS ADDED        ' TO WS-SL-LABEL
           MOVE WS-TOT-ADDED                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'INSTRUCTIONS AMENDED      ' TO WS-SL-LABEL
           MOVE WS-TOT-AMENDED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'INSTRUCTIONS CANCELLED    ' TO WS-SL-LABEL
           MOVE WS-TOT-CANCELLED             TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS REFUSED             ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE SOI-FILE.
           CLOSE SIO-FILE.
           CLOSE DATA-FILE.
           CLOSE RPT-FILE.
