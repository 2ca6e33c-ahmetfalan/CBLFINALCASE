       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHODR.
      *DAILY OVERDRAFT EXPOSURE REPORT FOR THE CREDIT DESK: EVERY -
      * ACCOUNT ON DATA-FILE THAT IS BELOW ZERO, OR WHOSE REMAINING -
      * HEADROOM (BALANCE PLUS AUTHORISED LIMIT) HAS FALLEN TO THE -
      * WARNING PERCENTAGE OF ITS LIMIT OR LESS, IS LISTED WITH ITS -
      * LIMIT FROM ODLFILE. AN ACCOUNT WITH NO LIMIT ROW HAS A LIMIT -
      * OF ZERO - THE SAME DEFAULT BATCHIDX ENFORCES - SO ANY SUCH -
      * ACCOUNT BELOW ZERO IS SHOWN AS OVER LIMIT (IT CAN ONLY HAVE -
      * GOT THERE BEFORE LIMITS WERE ENFORCED, OR BY A CREDIT-SIDE -
      * CORRECTION THE DESK NEEDS TO KNOW ABOUT).
      *PARAMETERS: COLUMNS 1-2 WARNING PER CENT OF LIMIT (DEFAULT 10).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT ODL-FILE
              ASSIGN TO ODLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ODL-KEY
              FILE STATUS IS ODL-ST.
           SELECT RPT-FILE
              ASSIGN TO ODROUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ODL-FILE.
       01  ODL-REC.
           03 ODL-KEY.
              05 ODL-ID                  PIC S9(05) COMP-3.
              05 ODL-DVZ                 PIC S9(03) COMP.
           03 ODL-LIMIT                  PIC S9(15) COMP-3.
           03 ODL-SET-DATE               PIC 9(06).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 ODL-ST                     PIC 9(02).
              88 ODL-ST-SUCC             VALUE 00 97.
              88 ODL-NOT-FOUND           VALUE 35.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-ODL-ABSENT-SW           PIC X(01) VALUE 'N'.
              88 WS-ODL-ABSENT           VALUE 'Y'.
       01  WS-ODR-PARM                   PIC X(20).
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-WARN-PCT                   PIC 9(02) VALUE 10.
       01  WS-LIMIT                      PIC S9(15) COMP-3.
       01  WS-HEADROOM                   PIC S9(15) COMP-3.
       01  WS-WARN-LEVEL                 PIC S9(15) COMP-3.
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-OVERDRAWN              PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-NEAR                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-OVER                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(34)   VALUE
              'OVERDRAFT EXPOSURE REPORT, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(11)   VALUE '  WARNING: '.
           03 WS-RH-PCT          PIC Z9.
           03 FILLER PIC X(18)   VALUE ' PCT OF LIMIT LEFT'.
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(08)   VALUE 'ID'.
           03 FILLER PIC X(06)   VALUE 'DOVIZ'.
           03 FILLER PIC X(16)   VALUE '         BALANCE'.
           03 FILLER PIC X(16)   VALUE '           LIMIT'.
           03 FILLER PIC X(16)   VALUE '        HEADROOM'.
           03 FILLER PIC X(14)   VALUE '  FLAG'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(76)   VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-ID           PIC 9(05).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-DVZ          PIC 9(03).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-BALANCE      PIC -(15)9.
           03 WS-DL-LIMIT        PIC -(15)9.
           03 WS-DL-HEADROOM     PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-FLAG         PIC X(12).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PARM-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           PERFORM READ-DATA-PARA.
           PERFORM CHECK-ONE-ACCOUNT-PARA UNTIL DATA-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-ODR-PARM FROM COMMAND-LINE
           IF WS-ODR-PARM (1:2) IS NUMERIC
              MOVE WS-ODR-PARM (1:2) TO WS-WARN-PCT
           END-IF.

      *NO LIMIT MASTER YET MEANS NO LIMIT HAS EVER BEEN GRANTED - -
      * EVERY LIMIT IS ZERO AND THE REPORT STILL LISTS WHO IS BELOW -
      * ZERO.
       OPEN-FILES-PARA.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ODL-FILE
           IF ODL-NOT-FOUND
              SET WS-ODL-ABSENT TO TRUE
           ELSE
              IF NOT ODL-ST-SUCC
                 DISPLAY 'CANNOT OPEN OVERDRAFT LIMIT FILE, STATUS: '
                         ODL-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-DATA-PARA.
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
           END-READ.

      *CLOSED ACCOUNTS ARE AT ZERO BY DEFINITION AND ARE SKIPPED. -
      * OVER LIMIT TAKES PRECEDENCE OVER NEAR LIMIT, WHICH TAKES -
      * PRECEDENCE OVER PLAIN OVERDRAWN, SO EACH ACCOUNT IS LISTED -
      * ONCE UNDER ITS WORST CONDITION.
       CHECK-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-TOT-READ
           IF DATA-STATUS NOT EQUAL 'C'
              PERFORM FIND-LIMIT-PARA
              COMPUTE WS-HEADROOM = DATA-BALANCE + WS-LIMIT
              COMPUTE WS-WARN-LEVEL = WS-LIMIT * WS-WARN-PCT / 100
              MOVE SPACES TO WS-DL-FLAG
              EVALUATE TRUE
                 WHEN WS-HEADROOM < 0
                    ADD 1 TO WS-TOT-OVER
                    MOVE 'OVER LIMIT' TO WS-DL-FLAG
                 WHEN WS-LIMIT > 0 AND WS-HEADROOM NOT > WS-WARN-LEVEL
                    ADD 1 TO WS-TOT-NEAR
                    MOVE 'NEAR LIMIT' TO WS-DL-FLAG
                 WHEN DATA-BALANCE < 0
                    ADD 1 TO WS-TOT-OVERDRAWN
                    MOVE 'OVERDRAWN' TO WS-DL-FLAG
              END-EVALUATE
              IF WS-DL-FLAG NOT EQUAL SPACES
                 PERFORM WRITE-DETAIL-PARA
              END-IF
           END-IF
           PERFORM READ-DATA-PARA.

       FIND-LIMIT-PARA.
           MOVE 0 TO WS-LIMIT
           IF NOT WS-ODL-ABSENT
              MOVE DATA-ID  TO ODL-ID
              MOVE DATA-DVZ TO ODL-DVZ
              READ ODL-FILE KEY IS ODL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ODL-LIMIT TO WS-LIMIT
              END-READ
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE DATA-ID      TO WS-DL-ID
           MOVE DATA-DVZ     TO WS-DL-DVZ
           MOVE DATA-BALANCE TO WS-DL-BALANCE
           MOVE WS-LIMIT     TO WS-DL-LIMIT
           MOVE WS-HEADROOM  TO WS-DL-HEADROOM
           WRITE RPT-REC FROM WS-DETAIL-LINE.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           MOVE WS-WARN-PCT TO WS-RH-PCT
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'ACCOUNTS READ             ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'OVERDRAWN WITHIN LIMIT    ' TO WS-SL-LABEL
           MOVE WS-TOT-OVERDRAWN             TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'NEAR LIMIT                ' TO WS-SL-LABEL
           MOVE WS-TOT-NEAR                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'OVER LIMIT                ' TO WS-SL-LABEL
           MOVE WS-TOT-OVER                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE DATA-FILE.
           IF NOT WS-ODL-ABSENT
              CLOSE ODL-FILE
           END-IF.
           CLOSE RPT-FILE.
