       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHODL.
      *OVERDRAFT LIMIT MAINTENANCE: APPLIES A DECK OF LIMIT CHANGES -
      * (ODLIN) TO THE KEYED LIMIT MASTER (ODLFILE) THAT BATCHIDX -
      * CHECKS EVERY DEBIT AGAINST. EACH CARD ADDS ('A'), CHANGES -
      * ('C') OR REMOVES ('D') ONE ACCOUNT'S AUTHORISED OVERDRAFT. A -
      * LIMIT MAY ONLY BE ADDED OR CHANGED FOR AN ACCOUNT ON -
      * DATA-FILE; REMOVING A ROW PUTS THE ACCOUNT BACK TO THE -
      * DEFAULT LIMIT OF ZERO. EVERY CARD IS LISTED ON THE REPORT -
      * WITH THE LIMIT BEFORE AND AFTER, OR THE REASON IT WAS -
      * REFUSED, SO THE CREDIT DESK HAS A RECORD OF WHO WAS GIVEN -
      * WHAT AND WHEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODI-FILE
              ASSIGN TO ODLIN
              FILE STATUS IS ODI-ST.
           SELECT ODL-FILE
              ASSIGN TO ODLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ODL-KEY
              FILE STATUS IS ODL-ST.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT RPT-FILE
              ASSIGN TO ODLOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ODI-FILE RECORDING MODE F.
      *ONE LIMIT CHANGE PER CARD. THE LIMIT IS THE POSITIVE AMOUNT -
      * THE ACCOUNT MAY GO BELOW ZERO; IT IS IGNORED ON A REMOVE.
       01  ODI-REC.
           03 ODI-ACTION                 PIC X(01).
              88 ODI-ADD                 VALUE 'A'.
              88 ODI-CHANGE              VALUE 'C'.
              88 ODI-REMOVE              VALUE 'D'.
           03 ODI-KEY.
              05 ODI-ID                  PIC X(05).
              05 ODI-DVZ                 PIC X(03).
           03 ODI-LIMIT                  PIC 9(13).
           03 FILLER                     PIC X(08).
       FD  ODL-FILE.
       01  ODL-REC.
           03 ODL-KEY.
              05 ODL-ID                  PIC S9(05) COMP-3.
              05 ODL-DVZ                 PIC S9(03) COMP.
           03 ODL-LIMIT                  PIC S9(15) COMP-3.
           03 ODL-SET-DATE               PIC 9(06).
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
       01  RPT-REC                       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 ODI-ST                     PIC 9(02).
              88 ODI-EOF                 VALUE 10.
              88 ODI-ST-SUCC             VALUE 00 97.
           03 ODL-ST                     PIC 9(02).
              88 ODL-ST-SUCC             VALUE 00 97.
              88 ODL-NOT-FOUND           VALUE 35.
           03 DATA-ST                    PIC 9(02).
              88 DATA-ST-SUCC            VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-CARD-OK-SW              PIC X(01).
              88 WS-CARD-OK              VALUE 'Y'.
           03 WS-ODL-FOUND-SW            PIC X(01).
              88 WS-ODL-FOUND            VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-OLD-LIMIT                  PIC S9(15) COMP-3.
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-ADDED                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-CHANGED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REMOVED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REFUSED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(38)   VALUE
              'OVERDRAFT LIMIT MAINTENANCE, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(05)   VALUE 'ACT'.
           03 FILLER PIC X(08)   VALUE 'ID'.
           03 FILLER PIC X(06)   VALUE 'DOVIZ'.
           03 FILLER PIC X(16)   VALUE '       OLD LIMIT'.
           03 FILLER PIC X(16)   VALUE '       NEW LIMIT'.
           03 FILLER PIC X(10)   VALUE '  STATUS'.
           03 FILLER PIC X(30)   VALUE '  REASON'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(91)   VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-ACTION       PIC X(01).
           03 FILLER PIC X(04)   VALUE SPACE.
           03 WS-DL-ID           PIC X(05).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-DVZ          PIC X(03).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-OLD-LIMIT    PIC -(15)9.
           03 WS-DL-NEW-LIMIT    PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(08).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-REASON       PIC X(28).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           PERFORM READ-ODI-PARA.
           PERFORM APPLY-ONE-CARD-PARA UNTIL ODI-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT ODI-FILE
           IF NOT ODI-ST-SUCC
              DISPLAY 'CANNOT OPEN LIMIT CHANGE FILE, STATUS: ' ODI-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *THE VERY FIRST LIMIT EVER SET FINDS NO MASTER - IT IS CREATED -
      * EMPTY AND REOPENED FOR UPDATE, SINCE AN OUTPUT-MODE INDEXED -
      * FILE CANNOT BE READ BY KEY.
           OPEN I-O ODL-FILE
           IF ODL-NOT-FOUND
              OPEN OUTPUT ODL-FILE
              CLOSE ODL-FILE
              OPEN I-O ODL-FILE
           END-IF
           IF NOT ODL-ST-SUCC
              DISPLAY 'CANNOT OPEN OVERDRAFT LIMIT FILE, STATUS: '
                      ODL-ST
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

       READ-ODI-PARA.
           READ ODI-FILE
              AT END
                 SET ODI-EOF TO TRUE
           END-READ.

      *ONE CARD: FORMAT CHECKS FIRST, THEN THE ACCOUNT, THEN WHETHER -
      * A ROW ALREADY EXISTS - THE FIRST FAILURE NAMES THE REASON AND -
      * THE MASTER IS NOT TOUCHED.
       APPLY-ONE-CARD-PARA.
           ADD 1 TO WS-TOT-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 0      TO WS-OLD-LIMIT
           IF NOT ODI-ADD AND NOT ODI-CHANGE AND NOT ODI-REMOVE
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'INVALID ACTION' TO WS-DL-REASON
           ELSE
              IF ODI-ID IS NOT NUMERIC OR ODI-DVZ IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'KEY NOT NUMERIC' TO WS-DL-REASON
              ELSE
                 IF NOT ODI-REMOVE AND ODI-LIMIT IS NOT NUMERIC
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'LIMIT NOT NUMERIC' TO WS-DL-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-CARD-OK AND NOT ODI-REMOVE
              PERFORM CHECK-ACCOUNT-PARA
           END-IF
           IF WS-CARD-OK
              PERFORM FIND-LIMIT-ROW-PARA
              IF ODI-ADD AND WS-ODL-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'LIMIT ALREADY ON FILE' TO WS-DL-REASON
              END-IF
              IF NOT ODI-ADD AND NOT WS-ODL-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO LIMIT ON FILE' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK
              EVALUATE TRUE
                 WHEN ODI-ADD
                    PERFORM ADD-LIMIT-PARA
                 WHEN ODI-CHANGE
                    PERFORM CHANGE-LIMIT-PARA
                 WHEN ODI-REMOVE
                    PERFORM REMOVE-LIMIT-PARA
              END-EVALUATE
           END-IF
           IF NOT WS-CARD-OK
              ADD 1 TO WS-TOT-REFUSED
              MOVE 'REFUSED' TO WS-DL-STATUS
           END-IF
           PERFORM WRITE-DETAIL-PARA
           PERFORM READ-ODI-PARA.

      *A LIMIT IS ONLY EVER SET FOR AN ACCOUNT THAT EXISTS AND IS -
      * NOT CLOSED - A ROW FOR A MIS-KEYED ACCOUNT WOULD SIT THERE -
      * WAITING FOR WHOEVER IS OPENED UNDER THAT KEY NEXT.
       CHECK-ACCOUNT-PARA.
           MOVE ODI-ID  TO DATA-ID
           MOVE ODI-DVZ TO DATA-DVZ
           READ DATA-FILE KEY IS DATA-KEY
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 IF DATA-STATUS EQUAL 'C'
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'ACCOUNT CLOSED' TO WS-DL-REASON
                 END-IF
           END-READ.

       FIND-LIMIT-ROW-PARA.
           MOVE 'N'     TO WS-ODL-FOUND-SW
           MOVE ODI-ID  TO ODL-ID
           MOVE ODI-DVZ TO ODL-DVZ
           READ ODL-FILE KEY IS ODL-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-ODL-FOUND TO TRUE
                 MOVE ODL-LIMIT TO WS-OLD-LIMIT
           END-READ.

       ADD-LIMIT-PARA.
           MOVE ODI-ID      TO ODL-ID
           MOVE ODI-DVZ     TO ODL-DVZ
           MOVE ODI-LIMIT   TO ODL-LIMIT
           MOVE WS-RUN-DATE TO ODL-SET-DATE
           WRITE ODL-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'LIMIT ALREADY ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-ADDED
                 MOVE 'ADDED' TO WS-DL-STATUS
                 MOVE ODI-LIMIT TO WS-DL-NEW-LIMIT
           END-WRITE.

       CHANGE-LIMIT-PARA.
           MOVE ODI-LIMIT   TO ODL-LIMIT
           MOVE WS-RUN-DATE TO ODL-SET-DATE
           REWRITE ODL-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO LIMIT ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-CHANGED
                 MOVE 'CHANGED' TO WS-DL-STATUS
                 MOVE ODI-LIMIT TO WS-DL-NEW-LIMIT
           END-REWRITE.

       REMOVE-LIMIT-PARA.
           DELETE ODL-FILE RECORD
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO LIMIT ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-REMOVED
                 MOVE 'REMOVED' TO WS-DL-STATUS
                 MOVE 0 TO WS-DL-NEW-LIMIT
           END-DELETE.

      *THE RAW CARD IMAGE GOES ON THE REPORT EVEN WHEN A FIELD WAS -
      * NOT NUMERIC - THAT IS EXACTLY THE CARD SOMEONE HAS TO FIX.
       WRITE-DETAIL-PARA.
           MOVE ODI-ACTION   TO WS-DL-ACTION
           MOVE ODI-ID       TO WS-DL-ID
           MOVE ODI-DVZ      TO WS-DL-DVZ
           MOVE WS-OLD-LIMIT TO WS-DL-OLD-LIMIT
           IF NOT WS-CARD-OK
              MOVE WS-OLD-LIMIT TO WS-DL-NEW-LIMIT
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE.

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
           MOVE 'LIMITS ADDED              ' TO WS-SL-LABEL
           MOVE WS-TOT-ADDED                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'LIMITS CHANGED            ' TO WS-SL-LABEL
           MOVE WS-TOT-CHANGED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'LIMITS REMOVED            ' TO WS-SL-LABEL
           MOVE WS-TOT-REMOVED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS REFUSED             ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE ODI-FILE.
           CLOSE ODL-FILE.
           CLOSE DATA-FILE.
           CLOSE RPT-FILE.
