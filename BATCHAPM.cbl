       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHAPM.
      *ALERT PREFERENCE MAINTENANCE: APPLIES A DECK OF PREFERENCE -
      * CHANGES (APMIN) TO THE KEYED ALERT PREFERENCE MASTER (ALTPRF) -
      * THAT BATCHALT DECIDES WHICH EVENTS REACH WHICH CUSTOMER BY. -
      * ONE ROW PER DATA-ID - THE CUSTOMER, NOT THE CURRENCY ACCOUNT - -
      * NAMING THE CHANNEL ('S' SMS, 'E' E-MAIL), THE ADDRESS THE -
      * GATEWAY SENDS TO, AND A 'Y'/'N' OPT-IN FOR EACH EVENT TYPE: -
      * POSTING OVER THE CUSTOMER'S THRESHOLD (IN BASE 949), BALANCE -
      * FALLING BELOW ZERO, FREEZE, UNFREEZE, CLOSE AND OPEN. EACH -
      * CARD ADDS ('A'), CHANGES ('C') OR DELETES ('D') ONE ROW; THE -
      * CUSTOMER MUST BE ON THE CUSTOMER MASTER (CUSFILE). A CHANGE -
      * ONLY CHANGES THE FIELDS ITS CARD CARRIES - A BLANK FIELD -
      * LEAVES THE MASTER AS IT IS - AND AN OPT-IN LEFT BLANK ON AN -
      * ADD IS 'N': NOTHING IS SENT THAT WAS NOT ASKED FOR. A DELETED -
      * ROW IS GONE - THE CUSTOMER RECEIVES NO ALERTS AT ALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APM-FILE
              ASSIGN TO APMIN
              FILE STATUS IS APM-ST.
           SELECT PRF-FILE
              ASSIGN TO ALTPRF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRF-ID
              FILE STATUS IS PRF-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              FILE STATUS IS CUS-ST.
           SELECT RPT-FILE
              ASSIGN TO APMOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  APM-FILE RECORDING MODE F.
      *ONE CUSTOMER PER CARD. THE OPT-INS RUN IN THE ORDER LARGE -
      * POSTING, BELOW ZERO, FREEZE, UNFREEZE, CLOSE, OPEN; THE -
      * THRESHOLD IS A WHOLE AMOUNT IN BASE 949 (ZERO - EVERY POSTING).
       01  APM-REC.
           03 APM-ACTION                 PIC X(01).
              88 APM-ADD                 VALUE 'A'.
              88 APM-CHANGE              VALUE 'C'.
              88 APM-DELETE              VALUE 'D'.
           03 APM-ID                     PIC X(05).
           03 APM-CHANNEL                PIC X(01).
           03 APM-ADDRESS                PIC X(50).
           03 APM-WANTS.
              05 APM-WANT                PIC X(01) OCCURS 6 TIMES.
           03 APM-THRESHOLD              PIC X(13).
           03 APM-THRESHOLD-N REDEFINES APM-THRESHOLD PIC 9(13).
           03 FILLER                     PIC X(04).
       FD  PRF-FILE.
      *THE ALERT PREFERENCE MASTER. THE SIX OPT-INS ARE HELD IN THE -
      * SAME ORDER AS ON THE CARD AND AS BATCHALT NUMBERS ITS EVENTS.
       01  PRF-REC.
           03 PRF-ID                     PIC S9(05) COMP-3.
           03 PRF-CHANNEL                PIC X(01).
              88 PRF-CHANNEL-VALID       VALUE 'S' 'E'.
           03 PRF-ADDRESS                PIC X(50).
           03 PRF-WANTS.
              05 PRF-WANT-LARGE          PIC X(01).
              05 PRF-WANT-NEGATIVE       PIC X(01).
              05 PRF-WANT-FREEZE         PIC X(01).
              05 PRF-WANT-UNFREEZE       PIC X(01).
              05 PRF-WANT-CLOSE          PIC X(01).
              05 PRF-WANT-OPEN           PIC X(01).
           03 PRF-WANT-TABLE REDEFINES PRF-WANTS.
              05 PRF-WANT                PIC X(01) OCCURS 6 TIMES.
           03 PRF-THRESHOLD              PIC S9(15) COMP-3.
           03 PRF-MAINT-DATE             PIC 9(06).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 APM-ST                     PIC 9(02).
              88 APM-EOF                 VALUE 10.
              88 APM-ST-SUCC             VALUE 00 97.
           03 PRF-ST                     PIC 9(02).
              88 PRF-ST-SUCC             VALUE 00 97.
              88 PRF-NOT-FOUND           VALUE 35.
           03 CUS-ST                     PIC 9(02).
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-CARD-OK-SW              PIC X(01).
              88 WS-CARD-OK              VALUE 'Y'.
           03 WS-PRF-FOUND-SW            PIC X(01).
              88 WS-PRF-FOUND            VALUE 'Y'.
           03 WS-CUS-ABSENT-SW           PIC X(01) VALUE 'N'.
              88 WS-CUS-ABSENT           VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-WANT-IDX                   PIC 9(01).
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-ADDED                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-CHANGED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-DELETED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REFUSED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(38)   VALUE
              'ALERT PREFERENCE MAINTENANCE, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(04)   VALUE 'ACT'.
           03 FILLER PIC X(07)   VALUE 'ID'.
           03 FILLER PIC X(03)   VALUE 'CH'.
           03 FILLER PIC X(37)   VALUE 'ADDRESS'.
           03 FILLER PIC X(08)   VALUE 'LNFUCO'.
           03 FILLER PIC X(17)   VALUE '   THRESHOLD(949)'.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 FILLER PIC X(10)   VALUE 'STATUS'.
           03 FILLER PIC X(30)   VALUE 'REASON'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
      *THE CARD'S OWN IMAGE WHEN IT IS REFUSED, THE MASTER AS IT NOW -
      * STANDS WHEN IT IS APPLIED. THE ADDRESS IS CUT TO ITS FIRST 35 -
      * CHARACTERS ON THE REPORT ONLY.
       01  WS-DETAIL-LINE.
           03 WS-DL-ACTION       PIC X(01).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-ID           PIC X(05).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-CHANNEL      PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-ADDRESS      PIC X(35).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-WANTS        PIC X(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-THRESHOLD    PIC X(16).
           03 WS-DL-THRESHOLD-N REDEFINES WS-DL-THRESHOLD
                                 PIC -(15)9.
           03 FILLER PIC X(03)   VALUE SPACE.
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
           PERFORM READ-APM-PARA.
           PERFORM APPLY-ONE-CARD-PARA UNTIL APM-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT APM-FILE
           IF NOT APM-ST-SUCC
              DISPLAY 'CANNOT OPEN PREFERENCE CHANGE FILE, STATUS: '
                      APM-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *THE VERY FIRST PREFERENCE EVER SET FINDS NO MASTER - IT IS -
      * CREATED EMPTY AND REOPENED FOR UPDATE, AS THE LIMIT MASTER IS.
           OPEN I-O PRF-FILE
           IF PRF-NOT-FOUND
              OPEN OUTPUT PRF-FILE
              CLOSE PRF-FILE
              OPEN I-O PRF-FILE
           END-IF
           IF NOT PRF-ST-SUCC
              DISPLAY 'CANNOT OPEN ALERT PREFERENCE FILE, STATUS: '
                      PRF-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *NO CUSTOMER MASTER YET (BATCHCUM BUILD NOT RUN) IS NOT AN -
      * ERROR - NO CUSTOMER CAN BE FOUND ON IT, SO ADDS AND CHANGES -
      * ARE REFUSED CARD BY CARD, AND DELETES STILL GO THROUGH.
           OPEN INPUT CUS-FILE
           IF CUS-NOT-FOUND
              SET WS-CUS-ABSENT TO TRUE
           ELSE
              IF NOT CUS-ST-SUCC
                 DISPLAY 'CANNOT OPEN CUSTOMER FILE, STATUS: ' CUS-ST
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

       READ-APM-PARA.
           READ APM-FILE
              AT END
                 SET APM-EOF TO TRUE
           END-READ.

      *ONE CARD: FORMAT CHECKS FIRST, THEN THE MASTER ROW, THEN THE -
      * CUSTOMER - THE FIRST FAILURE NAMES THE REASON AND THE MASTER -
      * IS NOT TOUCHED.
       APPLY-ONE-CARD-PARA.
           ADD 1 TO WS-TOT-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT APM-ADD AND NOT APM-CHANGE AND NOT APM-DELETE
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'INVALID ACTION' TO WS-DL-REASON
           ELSE
              IF APM-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'ID NOT NUMERIC' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND NOT APM-DELETE
              PERFORM CHECK-CARD-FIELDS-PARA
           END-IF
           IF WS-CARD-OK
              PERFORM FIND-PREFERENCE-PARA
              IF APM-ADD AND WS-PRF-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'PREFERENCES ALREADY ON FILE' TO WS-DL-REASON
              END-IF
              IF NOT APM-ADD AND NOT WS-PRF-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO PREFERENCES ON FILE' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND NOT APM-DELETE
              PERFORM CHECK-CUSTOMER-PARA
           END-IF
           IF WS-CARD-OK
              EVALUATE TRUE
                 WHEN APM-ADD
                    PERFORM ADD-PREFERENCE-PARA
                 WHEN APM-CHANGE
                    PERFORM CHANGE-PREFERENCE-PARA
                 WHEN APM-DELETE
                    PERFORM DELETE-PREFERENCE-PARA
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
           PERFORM READ-APM-PARA.

      *AN ADD MUST CARRY THE CHANNEL AND THE ADDRESS - WITHOUT THEM -
      * THERE IS NOWHERE TO SEND ANYTHING; A CHANGE ONLY THE FIELDS IT -
      * CHANGES, EACH OF WHICH MUST BE VALID.
       CHECK-CARD-FIELDS-PARA.
           IF APM-ADD
              IF APM-CHANNEL EQUAL SPACES OR
                 APM-ADDRESS EQUAL SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'REQUIRED FIELD MISSING' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK AND APM-CHANNEL NOT EQUAL SPACES
              MOVE APM-CHANNEL TO PRF-CHANNEL
              IF NOT PRF-CHANNEL-VALID
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'CHANNEL NOT S/E' TO WS-DL-REASON
              END-IF
           END-IF
           IF WS-CARD-OK
              MOVE 0 TO WS-WANT-IDX
              PERFORM CHECK-ONE-WANT-PARA
                 UNTIL WS-WANT-IDX >= 6 OR NOT WS-CARD-OK
           END-IF
           IF WS-CARD-OK AND APM-THRESHOLD NOT EQUAL SPACES
              IF APM-THRESHOLD IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'THRESHOLD NOT NUMERIC' TO WS-DL-REASON
              END-IF
           END-IF.

       CHECK-ONE-WANT-PARA.
           ADD 1 TO WS-WANT-IDX
           IF APM-WANT (WS-WANT-IDX) NOT EQUAL 'Y' AND
              APM-WANT (WS-WANT-IDX) NOT EQUAL 'N' AND
              APM-WANT (WS-WANT-IDX) NOT EQUAL SPACE
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'OPT-IN NOT Y/N' TO WS-DL-REASON
           END-IF.

       FIND-PREFERENCE-PARA.
           MOVE 'N'    TO WS-PRF-FOUND-SW
           MOVE APM-ID TO PRF-ID
           READ PRF-FILE KEY IS PRF-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PRF-FOUND TO TRUE
           END-READ.

       CHECK-CUSTOMER-PARA.
           IF WS-CUS-ABSENT
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-REASON
           ELSE
              MOVE APM-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-REASON
              END-READ
           END-IF.

       ADD-PREFERENCE-PARA.
           MOVE APM-ID          TO PRF-ID
           MOVE APM-CHANNEL     TO PRF-CHANNEL
           MOVE APM-ADDRESS     TO PRF-ADDRESS
           MOVE 'NNNNNN'        TO PRF-WANTS
           MOVE 0               TO PRF-THRESHOLD
           PERFORM MOVE-CARD-WANTS-PARA
           IF APM-THRESHOLD NOT EQUAL SPACES
              MOVE APM-THRESHOLD-N TO PRF-THRESHOLD
           END-IF
           MOVE WS-RUN-DATE     TO PRF-MAINT-DATE
           WRITE PRF-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'PREFERENCES ALREADY ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-ADDED
                 MOVE 'ADDED' TO WS-DL-STATUS
           END-WRITE.

       CHANGE-PREFERENCE-PARA.
           IF APM-CHANNEL NOT EQUAL SPACES
              MOVE APM-CHANNEL     TO PRF-CHANNEL
           END-IF
           IF APM-ADDRESS NOT EQUAL SPACES
              MOVE APM-ADDRESS     TO PRF-ADDRESS
           END-IF
           PERFORM MOVE-CARD-WANTS-PARA
           IF APM-THRESHOLD NOT EQUAL SPACES
              MOVE APM-THRESHOLD-N TO PRF-THRESHOLD
           END-IF
           MOVE WS-RUN-DATE        TO PRF-MAINT-DATE
           REWRITE PRF-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO PREFERENCES ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-CHANGED
                 MOVE 'CHANGED' TO WS-DL-STATUS
           END-REWRITE.

      *ONLY THE OPT-INS THE CARD CARRIES ARE TAKEN OVER.
       MOVE-CARD-WANTS-PARA.
           MOVE 0 TO WS-WANT-IDX
           PERFORM MOVE-ONE-WANT-PARA UNTIL WS-WANT-IDX >= 6.

       MOVE-ONE-WANT-PARA.
           ADD 1 TO WS-WANT-IDX
           IF APM-WANT (WS-WANT-IDX) NOT EQUAL SPACE
              MOVE APM-WANT (WS-WANT-IDX) TO PRF-WANT (WS-WANT-IDX)
           END-IF.

       DELETE-PREFERENCE-PARA.
           DELETE PRF-FILE RECORD
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO PREFERENCES ON FILE' TO WS-DL-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-DELETED
                 MOVE 'DELETED' TO WS-DL-STATUS
           END-DELETE.

       MOVE-MASTER-DETAIL-PARA.
           MOVE APM-ACTION      TO WS-DL-ACTION
           MOVE PRF-ID          TO WS-DL-ID
           MOVE PRF-CHANNEL     TO WS-DL-CHANNEL
           MOVE PRF-ADDRESS     TO WS-DL-ADDRESS
           MOVE PRF-WANTS       TO WS-DL-WANTS
           MOVE PRF-THRESHOLD   TO WS-DL-THRESHOLD-N.

      *THE RAW CARD IMAGE GOES ON THE REPORT EVEN WHEN A FIELD WAS -
      * NOT NUMERIC - THAT IS EXACTLY THE CARD SOMEONE HAS TO FIX.
       MOVE-CARD-DETAIL-PARA.
           MOVE APM-ACTION      TO WS-DL-ACTION
           MOVE APM-ID          TO WS-DL-ID
           MOVE APM-CHANNEL     TO WS-DL-CHANNEL
           MOVE APM-ADDRESS     TO WS-DL-ADDRESS
           MOVE APM-WANTS       TO WS-DL-WANTS
           MOVE APM-THRESHOLD   TO WS-DL-THRESHOLD.

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
           MOVE 'PREFERENCES ADDED         ' TO WS-SL-LABEL
           MOVE WS-TOT-ADDED                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'PREFERENCES CHANGED       ' TO WS-SL-LABEL
           MOVE WS-TOT-CHANGED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'PREFERENCES DELETED       ' TO WS-SL-LABEL
           MOVE WS-TOT-DELETED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS REFUSED             ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE APM-FILE.
           CLOSE PRF-FILE.
           IF NOT WS-CUS-ABSENT
              CLOSE CUS-FILE
           END-IF.
           CLOSE RPT-FILE.
