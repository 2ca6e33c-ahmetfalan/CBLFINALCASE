      *CUSTOMER ACCOUNT STATEMENT: GIVEN A DATE RANGE, READS THE -
      * POSTING JOURNAL BATCHIDX KEEPS (JRNFILE) AND PRODUCES A -
      * FORMATTED STATEMENT PER DATA-KEY - THE CUSTOMER NAMES FROM -
      * THE CUSTOMER MASTER (CUSFILE), THE OPENING BALANCE, EVERY -
      * MOVEMENT IN POSTING ORDER WITH ITS EFFECTIVE DATE, AMOUNT AND -
      * OPERATION TYPE, AND THE CLOSING BALANCE - SO A DISPUTED -
      * BALANCE IS ANSWERED FROM THE JOURNAL ITSELF INSTEAD OF -
      * SOMEONE EYEBALLING THE RAW FILE. BATCHTBL PROVES THE DAY IN -
      * AGGREGATE; THIS IS THE PER-ACCOUNT, CUSTOMER-FACING VIEW THE -
      * BRANCH HANDS OVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              ALTERNATE RECORD KEY IS CUS-LNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUS-TAX-ID WITH DUPLICATES
              FILE STATUS IS CUS-ST.
           SELECT OUT-FILE
              ASSIGN TO STMOUT
              FILE STATUS IS OUT-ST.
           03 DATA-DATE                  PIC S9(07) COMP-3.
           03 DATA-BALANCE               PIC S9(15) COMP-3.
           03 DATA-STATUS                PIC X(01).
       FD  CUS-FILE.
       01  CUS-REC.
           03 CUS-ID                     PIC S9(05) COMP-3.
           03 CUS-FNAME                  PIC X(15).
           03 CUS-LNAME                  PIC X(15).
           03 CUS-TAX-ID                 PIC X(11).
           03 CUS-BIRTH-DATE             PIC 9(08).
           03 CUS-SINCE-DATE             PIC 9(06).
           03 CUS-ADDRESS.
              05 CUS-ADDR-LINE-1         PIC X(30).
              05 CUS-ADDR-LINE-2         PIC X(30).
              05 CUS-CITY                PIC X(20).
              05 CUS-POST-CODE           PIC X(05).
           03 CUS-MAINT-DATE             PIC 9(06).
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                       PIC X(100).
       WORKING-STORAGE SECTION.
              88 JRN-ST-SUCC             VALUE 00 97.
           03 DATA-ST                    PIC 9(02).
              88 DATA-ST-SUCC            VALUE 00 97.
           03 CUS-ST                     PIC 9(02).
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 WS-CUS-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN             VALUE 'Y'.
           03 OUT-ST                     PIC 9(02).
              88 OUT-ST-SUCC             VALUE 00 97.
           03 WS-ACCT-FOUND-SW           PIC X(01).
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              STOP RUN
           END-IF.
      *A SITE THAT HAS NOT YET BUILT ITS CUSTOMER MASTER STILL GETS -
      * ITS STATEMENTS - THE NAMES COME FROM THE ACCOUNT ROW INSTEAD.
           OPEN INPUT CUS-FILE
           IF CUS-ST-SUCC
              SET WS-CUS-OPEN TO TRUE
           ELSE
              IF NOT CUS-NOT-FOUND
                 DISPLAY 'CANNOT OPEN CUSTOMER FILE, STATUS: ' CUS-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
           MOVE WS-ACC-CLOSE-BAL (WS-ACCT-IDX) TO WS-CL-BALANCE
           WRITE OUT-REC FROM WS-CLOSE-LINE.

      *THE NAMES ARE THE CUSTOMER'S, FROM THE MASTER. A CUSTOMER NOT -
      * YET ON THE MASTER IS NAMED FROM THE ACCOUNT ROW, AND A KEY -
      * THAT HAS SINCE LEFT DATA-FILE (DELETED AFTER THE PERIOD) -
      * STILL GETS ITS STATEMENT - THE NAMES JUST PRINT AS '-'.
       READ-CUSTOMER-NAMES-PARA.
           MOVE 'N' TO WS-NAMES-FOUND-SW
           IF WS-CUS-OPEN
              MOVE WS-ACC-ID (WS-ACCT-IDX) TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-NAMES-FOUND TO TRUE
                    MOVE CUS-FNAME TO WS-STM-FNAME
                    MOVE CUS-LNAME TO WS-STM-LNAME
              END-READ
           END-IF
           IF NOT WS-NAMES-FOUND
              PERFORM READ-ACCOUNT-NAMES-PARA
           END-IF.

       READ-ACCOUNT-NAMES-PARA.
           MOVE WS-ACC-ID (WS-ACCT-IDX)  TO DATA-ID
           MOVE WS-ACC-DVZ (WS-ACCT-IDX) TO DATA-DVZ
           READ DATA-FILE KEY IS DATA-KEY
                 MOVE 'OPEN'    TO WS-ML-OPER
              WHEN 'X'
                 MOVE 'CLOSE'   TO WS-ML-OPER
              WHEN 'M'
                 MOVE 'TRANSFER' TO WS-ML-OPER
              WHEN OTHER
                 MOVE WS-MOV-OPER (WS-MOV-IDX) TO WS-ML-OPER
           END-EVALUATE.

       CLOSE-FILES-PARA.
           CLOSE DATA-FILE.
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF.
           CLOSE OUT-FILE.
