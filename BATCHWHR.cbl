       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWHR.
      *WAREHOUSE RELEASE: RUN AT THE START OF EACH DAY, BEFORE THE -
      * DAY'S DECK IS POSTED. EVERY CARD BATCHPRG HELD IN THE -
      * PENDING-POSTINGS WAREHOUSE (WHSFILE) WHOSE VALUE DATE HAS -
      * ARRIVED IS POSTED THROUGH BATCHIDX EXACTLY AS THE DECK WOULD -
      * HAVE POSTED IT, BUT UNDER THIS RUN'S OWN RUN ID - SO THE -
      * RELEASED POSTINGS LAND IN JRNFILE AS A UNIT, TIE OUT IN -
      * BATCHTBL, AND CAN BE RECONCILED WITH BATCHGLR OR BACKED OUT -
      * WITH BATCHBKO LIKE ANY OTHER RUN. A RELEASED CARD LEAVES THE -
      * WAREHOUSE WHETHER IT POSTED OR NOT; ONE BATCHIDX REFUSED GOES -
      * TO WHRREJ IN THE DECK'S OWN CARD LAYOUT, READY TO BE -
      * CORRECTED AND RESUBMITTED. WRITES ITS OWN GL FEED, IN THE -
      * LAYOUT BATCHPRG WRITES, AND A REPORT OF WHAT WAS RELEASED.
      *THE GL FEED GOES TO WHRGL, NOT GLFILE, SO THE DAY'S BATCHPRG -
      * RUN CANNOT WRITE OVER IT; TO RECONCILE THIS RUN, BATCHGLR IS -
      * RUN WITH GLFILE POINTED AT THE WHRGL DATASET.
      *EACH CARD IS MARKED RELEASING, UNDER THIS RUN ID, BEFORE IT IS -
      * POSTED AND REMOVED ONCE IT HAS BEEN. A CARD FOUND STILL -
      * MARKED BY AN EARLIER RUN IS ONE THAT RUN DIED ON - IT MAY OR -
      * MAY NOT HAVE POSTED, SO IT IS NEVER POSTED AGAIN HERE: IT IS -
      * REPORTED AS IN DOUBT UNTIL THE OPERATOR HAS CHECKED THAT -
      * RUN'S JOURNAL AND CANCELLED IT OR PUT IT BACK WITH BATCHWHM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHS-FILE
              ASSIGN TO WHSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WHS-KEY
              FILE STATUS IS WHS-ST.
           SELECT REJ-FILE
              ASSIGN TO WHRREJ
              FILE STATUS IS REJ-ST.
           SELECT OUT-FILE
              ASSIGN TO WHROUT
              FILE STATUS IS OUT-ST.
           SELECT GL-FILE
              ASSIGN TO WHRGL
              FILE STATUS IS GL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  WHS-FILE.
       01  WHS-REC.
           03 WHS-KEY.
              05 WHS-VALUE-DATE          PIC 9(06).
              05 WHS-DECK-DATE           PIC 9(06).
              05 WHS-DECK-SOURCE         PIC X(08).
              05 WHS-DECK-SEQ            PIC 9(07).
           03 WHS-STATUS                 PIC X(01).
              88 WHS-PENDING             VALUE 'P'.
              88 WHS-RELEASING           VALUE 'R'.
           03 WHS-STORE-RUN-ID           PIC 9(14).
           03 WHS-RELEASE-RUN-ID         PIC 9(14).
      *THE HELD CARD, IN BATCHPRG'S INPFILE LAYOUT.
           03 WHS-CARD.
              05 WHS-OPER-TYPE           PIC X(01).
              05 WHS-ID                  PIC 9(05).
              05 WHS-DVZ                 PIC 9(03).
              05 WHS-AMOUNT              PIC S9(13).
              05 WHS-EFF-DATE            PIC 9(06).
              05 WHS-FNAME               PIC X(15).
              05 WHS-LNAME               PIC X(15).
           03 WHS-XFR-CARD REDEFINES WHS-CARD.
              05 FILLER                  PIC X(28).
              05 WHS-DEST-ID             PIC 9(05).
              05 WHS-DEST-DVZ            PIC 9(03).
              05 FILLER                  PIC X(22).
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC                       PIC X(58).
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                       PIC X(120).
       FD  GL-FILE RECORDING MODE F.
      *THE RELEASE RUN'S OWN GENERAL LEDGER FEED, IN THE SAME FIXED -
      * LAYOUT BATCHPRG WRITES, SO FINANCE LOADS RELEASED POSTINGS -
      * THE SAME WAY THEY LOAD A POSTING RUN'S FEED.
       01  GL-REC.
           03 GL-EFF-DATE             PIC 9(06).
           03 GL-DVZ                  PIC 9(03).
           03 GL-OPER-TYPE            PIC X(01).
           03 GL-DEBIT-AMT            PIC 9(15).
           03 GL-CREDIT-AMT           PIC 9(15).
           03 GL-NET-AMT              PIC S9(15) SIGN LEADING SEPARATE.
           03 GL-REC-COUNT            PIC 9(07).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 WHS-ST                     PIC 9(02).
              88 WHS-EOF                 VALUE 10.
              88 WHS-ST-SUCC             VALUE 00 97.
              88 WHS-NOT-FOUND           VALUE 35.
           03 REJ-ST                     PIC 9(02).
              88 REJ-ST-SUCC             VALUE 00 97.
           03 OUT-ST                     PIC 9(02).
              88 OUT-ST-SUCC             VALUE 00 97.
           03 GL-ST                      PIC 9(02).
              88 GL-ST-SUCC              VALUE 00 97.
           03 WS-WHS-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-WHS-OPEN             VALUE 'Y'.
           03 WS-DUE-END-SW              PIC X(01) VALUE 'N'.
              88 WS-DUE-END              VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-BATCHIDX                   PIC X(08) VALUE 'BATCHIDX'.
       01  WS-BATCHIDX-REC.
           03 WS-OPER-TYPE               PIC X(01).
           03 WS-KEY.
              05 WS-ID                   PIC 9(05).
              05 WS-DVZ                  PIC 9(03).
           03 WS-RETURN-CODE             PIC 9(02).
           03 WS-FNAME-FROM              PIC X(15).
           03 WS-FNAME-TO                PIC X(15).
           03 WS-LNAME-FROM              PIC X(15).
           03 WS-LNAME-TO                PIC X(15).
           03 WS-AMOUNT                  PIC S9(15) COMP-3.
           03 WS-EFF-DATE                PIC S9(07) COMP-3.
      *IDENTIFIES THIS RELEASE RUN ON EVERY POSTING BATCHIDX -
      * JOURNALS, SO THE DAY'S RELEASES CAN BE PICKED BACK OUT OF -
      * JRNFILE - OR REVERSED WITH BATCHBKO - AS A UNIT.
           03 WS-RUN-ID.
              05 WS-RUN-ID-DATE          PIC 9(06).
              05 WS-RUN-ID-TIME          PIC 9(08).
           03 WS-DEST-KEY.
              05 WS-DEST-ID              PIC 9(05).
              05 WS-DEST-DVZ             PIC 9(03).
           03 WS-DEST-AMOUNT             PIC S9(15) COMP-3.
      *A RELEASED CARD IS STILL THE CUSTOMER'S OWN POSTING, ONLY -
      * LATER THAN IT ARRIVED.
           03 WS-POST-ORIGIN             PIC X(01) VALUE SPACE.
      *ONE GL BUCKET PER (EFFECTIVE DATE, CURRENCY, OPERATION TYPE) -
      * AMONG THE RELEASES THAT POSTED - THE SAME TABLE AND THE SAME -
      * OVERFLOW RULE AS BATCHPRG'S FEED.
       01  WS-GL-LIMIT                PIC 9(05) COMP-3 VALUE 5000.
       01  WS-GL-COUNT                PIC 9(05) COMP-3 VALUE 0.
       01  WS-GL-TABLE.
           03 WS-GL-ENTRY OCCURS 5000 TIMES.
              05 WS-GL-EFF-DATE       PIC 9(06).
              05 WS-GL-DVZ            PIC 9(03).
              05 WS-GL-OPER           PIC X(01).
              05 WS-GL-DEBIT          PIC 9(15) COMP-3.
              05 WS-GL-CREDIT         PIC 9(15) COMP-3.
              05 WS-GL-CNT            PIC 9(07) COMP-3.
       01  WS-GL-IDX                  PIC 9(05) COMP-3.
       01  WS-GL-OVF-SW               PIC X(01) VALUE 'N'.
           88 WS-GL-OVERFLOWED        VALUE 'Y'.
       01  WS-GL-DROPPED              PIC 9(07) COMP-3 VALUE 0.
       01  WS-GL-FOUND-SW             PIC X(01).
           88 WS-GL-FOUND             VALUE 'Y'.
       01  WS-GL-KEY.
           03 WS-GL-KEY-DATE          PIC 9(06).
           03 WS-GL-KEY-DVZ           PIC 9(03).
           03 WS-GL-KEY-OPER          PIC X(01).
       01  WS-GL-AMOUNT               PIC S9(15) COMP-3.
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-POSTED-OK              PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-POSTED-ERR             PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-IN-DOUBT               PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(30)   VALUE
              'WAREHOUSE RELEASE RUN, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(10)   VALUE '  RUN ID: '.
           03 WS-RH-RUN-ID       PIC 9(14).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(08)   VALUE 'VALUE DT'.
           03 FILLER PIC X(24)   VALUE 'DECK'.
           03 FILLER PIC X(03)   VALUE 'OP'.
           03 FILLER PIC X(10)   VALUE 'ID'.
           03 FILLER PIC X(05)   VALUE 'DOVIZ'.
           03 FILLER PIC X(16)   VALUE '          AMOUNT'.
           03 FILLER PIC X(10)   VALUE '  DEST'.
           03 FILLER PIC X(05)   VALUE '   RC'.
           03 FILLER PIC X(39)   VALUE '  DESCRIPTION'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-VALUE-DATE   PIC 9(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DECK-DATE    PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-DECK-SOURCE  PIC X(08).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-DECK-SEQ     PIC 9(07).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-OPER         PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-ID           PIC 9(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-DVZ          PIC 9(03).
           03 WS-DL-AMOUNT       PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DEST         PIC X(09).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-RC           PIC 9(02).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DESC         PIC X(40).
       01  WS-DL-DEST-KEY.
           03 WS-DL-DEST-ID      PIC 9(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-DEST-DVZ     PIC 9(03).
       01  WS-DOUBT-DESC.
           03 FILLER PIC X(22)   VALUE 'IN DOUBT - CHECK RUN '.
           03 WS-DD-RUN-ID       PIC 9(14).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       01  WS-GL-WARN-LINE.
           03 FILLER PIC X(24) VALUE '*** GL FEED INCOMPLETE: '.
           03 WS-GL-WARN-COUNT PIC ZZZZZZ9.
           03 FILLER PIC X(22) VALUE ' POSTINGS NOT BUCKETED'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
           ACCEPT WS-RUN-ID-TIME FROM TIME
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           IF WS-WHS-OPEN
              PERFORM READ-WHS-PARA
              PERFORM RELEASE-ONE-CARD-PARA
                 UNTIL WHS-EOF OR WS-DUE-END
              CLOSE WHS-FILE
           END-IF.
           IF WS-TOT-POSTED-OK + WS-TOT-POSTED-ERR > 0
      *BATCHIDX HELD DATA-FILE AND THE JOURNAL OPEN ACROSS THE -
      * RELEASES - THE 'C' CONTROL CALL CLOSES THEM OUT.
              MOVE 'C' TO WS-OPER-TYPE
              CALL WS-BATCHIDX USING WS-BATCHIDX-REC
           END-IF.
           PERFORM WRITE-GL-EXTRACT-PARA.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE REJ-FILE.
           CLOSE OUT-FILE.
      *A RUN THAT SENT ANY CARD TO WHRREJ OR LEFT ANY IN DOUBT ENDS -
      * WITH 4 SO THE STREAM CAN DECIDE WHETHER TO CARRY ON.
           IF WS-TOT-POSTED-ERR + WS-TOT-IN-DOUBT > 0
              MOVE 04 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *NO WAREHOUSE YET JUST MEANS NOTHING HAS EVER BEEN HELD - THE -
      * REPORT, REJECT FILE AND FEED ARE STILL WRITTEN, EMPTY.
       OPEN-FILES-PARA.
           OPEN I-O WHS-FILE
           IF WHS-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT WHS-ST-SUCC
                 DISPLAY 'CANNOT OPEN WAREHOUSE FILE, STATUS: ' WHS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-WHS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT REJ-FILE
           IF NOT REJ-ST-SUCC
              DISPLAY 'CANNOT OPEN REJECT FILE, STATUS: ' REJ-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-WHS-PARA.
           READ WHS-FILE NEXT RECORD
              AT END
                 SET WHS-EOF TO TRUE
           END-READ.

      *THE WAREHOUSE IS IN VALUE-DATE ORDER, SO THE FIRST CARD DATED -
      * AFTER TODAY ENDS THE RELEASE.
       RELEASE-ONE-CARD-PARA.
           IF WHS-VALUE-DATE > WS-RUN-DATE
              SET WS-DUE-END TO TRUE
           ELSE
              ADD 1 TO WS-TOT-READ
              PERFORM MOVE-CARD-DETAIL-PARA
              IF WHS-RELEASING
                 ADD 1 TO WS-TOT-IN-DOUBT
                 MOVE 99                 TO WS-DL-RC
                 MOVE WHS-RELEASE-RUN-ID TO WS-DD-RUN-ID
                 MOVE WS-DOUBT-DESC      TO WS-DL-DESC
              ELSE
                 SET WHS-RELEASING  TO TRUE
                 MOVE WS-RUN-ID     TO WHS-RELEASE-RUN-ID
                 REWRITE WHS-REC
                 IF NOT WHS-ST-SUCC
                    DISPLAY 'CANNOT REWRITE WAREHOUSE FILE, STATUS: '
                            WHS-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 PERFORM POST-ONE-CARD-PARA
      *THE BATCHIDX CALL LIES BETWEEN THE READ AND THE DELETE, SO THE -
      * RECORD IS DELETED BY ITS KEY; THE READ NEXT STILL CARRIES ON -
      * FROM WHERE IT WAS.
                 DELETE WHS-FILE RECORD
                    INVALID KEY
                       DISPLAY 'CANNOT DELETE WAREHOUSE RECORD, '
                               'STATUS: ' WHS-ST
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-DELETE
              END-IF
              WRITE OUT-REC FROM WS-DETAIL-LINE
              PERFORM READ-WHS-PARA
           END-IF.

      *THE CARD GOES TO BATCHIDX AS BATCHPRG WOULD HAVE SENT IT ON ITS -
      * VALUE DATE - THE VALUE DATE IS ITS EFFECTIVE DATE.
       POST-ONE-CARD-PARA.
           MOVE WHS-OPER-TYPE TO WS-OPER-TYPE
           MOVE WHS-ID        TO WS-ID
           MOVE WHS-DVZ       TO WS-DVZ
           MOVE WHS-AMOUNT    TO WS-AMOUNT
           MOVE WHS-FNAME     TO WS-FNAME-TO
           MOVE WHS-LNAME     TO WS-LNAME-TO
           MOVE WHS-VALUE-DATE TO WS-EFF-DATE
           MOVE 0             TO WS-DEST-ID
           MOVE 0             TO WS-DEST-DVZ
           MOVE 0             TO WS-DEST-AMOUNT
           IF WHS-OPER-TYPE EQUAL 'M'
              MOVE WHS-DEST-ID  TO WS-DEST-ID
              MOVE WHS-DEST-DVZ TO WS-DEST-DVZ
           END-IF
           CALL WS-BATCHIDX USING WS-BATCHIDX-REC
           MOVE WS-RETURN-CODE TO WS-DL-RC
           IF WS-RETURN-CODE EQUAL 00
              ADD 1 TO WS-TOT-POSTED-OK
              MOVE 'RELEASED AND POSTED.' TO WS-DL-DESC
              EVALUATE WHS-OPER-TYPE
                 WHEN 'W'
                 WHEN 'A'
                    PERFORM ACCUMULATE-GL-PARA
                 WHEN 'M'
                    PERFORM ACCUMULATE-XFR-GL-PARA
              END-EVALUATE
           ELSE
              ADD 1 TO WS-TOT-POSTED-ERR
              MOVE 'RELEASED, REJECTED BY BATCHIDX!' TO WS-DL-DESC
              MOVE WHS-CARD TO REJ-REC
              WRITE REJ-REC
           END-IF.

       MOVE-CARD-DETAIL-PARA.
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE WHS-VALUE-DATE  TO WS-DL-VALUE-DATE
           MOVE WHS-DECK-DATE   TO WS-DL-DECK-DATE
           MOVE WHS-DECK-SOURCE TO WS-DL-DECK-SOURCE
           MOVE WHS-DECK-SEQ    TO WS-DL-DECK-SEQ
           MOVE WHS-OPER-TYPE   TO WS-DL-OPER
           MOVE WHS-ID          TO WS-DL-ID
           MOVE WHS-DVZ         TO WS-DL-DVZ
           MOVE WHS-AMOUNT      TO WS-DL-AMOUNT
           IF WHS-OPER-TYPE EQUAL 'M'
              MOVE WHS-DEST-ID    TO WS-DL-DEST-ID
              MOVE WHS-DEST-DVZ   TO WS-DL-DEST-DVZ
              MOVE WS-DL-DEST-KEY TO WS-DL-DEST
           END-IF.

      *FOLD THIS POSTING INTO ITS (EFFECTIVE DATE, CURRENCY, -
      * OPERATION TYPE) BUCKET - POSITIVE AMOUNTS ON THE DEBIT SIDE, -
      * NEGATIVE ON THE CREDIT SIDE - AS BATCHPRG DOES.
       ACCUMULATE-GL-PARA.
           MOVE WHS-VALUE-DATE TO WS-GL-KEY-DATE
           MOVE WS-DVZ         TO WS-GL-KEY-DVZ
           MOVE WHS-OPER-TYPE  TO WS-GL-KEY-OPER
           MOVE WS-AMOUNT      TO WS-GL-AMOUNT
           PERFORM POST-GL-BUCKET-PARA.

      *A TRANSFER GOES TO THE FEED AS ITS TWO SIDES, THE CREDIT SIDE -
      * AT THE AMOUNT BATCHIDX SETTLED IN THE DESTINATION CURRENCY.
       ACCUMULATE-XFR-GL-PARA.
           MOVE WHS-VALUE-DATE TO WS-GL-KEY-DATE
           MOVE WS-DVZ         TO WS-GL-KEY-DVZ
           MOVE WHS-OPER-TYPE  TO WS-GL-KEY-OPER
           COMPUTE WS-GL-AMOUNT = 0 - WS-AMOUNT
           PERFORM POST-GL-BUCKET-PARA
           MOVE WS-DEST-DVZ    TO WS-GL-KEY-DVZ
           MOVE WS-DEST-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-BUCKET-PARA.

       POST-GL-BUCKET-PARA.
           PERFORM FIND-GL-ENTRY-PARA
           IF NOT WS-GL-FOUND
              IF WS-GL-COUNT < WS-GL-LIMIT
                 PERFORM ADD-GL-ENTRY-PARA
                 MOVE 'Y' TO WS-GL-FOUND-SW
              ELSE
                 MOVE 'Y' TO WS-GL-OVF-SW
                 ADD 1 TO WS-GL-DROPPED
              END-IF
           END-IF
           IF WS-GL-FOUND
              IF WS-GL-AMOUNT NOT LESS THAN 0
                 ADD WS-GL-AMOUNT TO WS-GL-DEBIT (WS-GL-IDX)
              ELSE
                 SUBTRACT WS-GL-AMOUNT FROM WS-GL-CREDIT (WS-GL-IDX)
              END-IF
              ADD 1 TO WS-GL-CNT (WS-GL-IDX)
           END-IF.

       FIND-GL-ENTRY-PARA.
           MOVE 'N' TO WS-GL-FOUND-SW
           MOVE 1   TO WS-GL-IDX
           PERFORM CHECK-GL-ENTRY-PARA
              UNTIL WS-GL-IDX > WS-GL-COUNT OR WS-GL-FOUND.

       CHECK-GL-ENTRY-PARA.
           IF WS-GL-KEY-DATE EQUAL WS-GL-EFF-DATE (WS-GL-IDX) AND
              WS-GL-KEY-DVZ  EQUAL WS-GL-DVZ (WS-GL-IDX) AND
              WS-GL-KEY-OPER EQUAL WS-GL-OPER (WS-GL-IDX)
              MOVE 'Y' TO WS-GL-FOUND-SW
           ELSE
              ADD 1 TO WS-GL-IDX
           END-IF.

       ADD-GL-ENTRY-PARA.
           ADD 1 TO WS-GL-COUNT
           MOVE WS-GL-COUNT    TO WS-GL-IDX
           MOVE WS-GL-KEY-DATE TO WS-GL-EFF-DATE (WS-GL-IDX)
           MOVE WS-GL-KEY-DVZ  TO WS-GL-DVZ (WS-GL-IDX)
           MOVE WS-GL-KEY-OPER TO WS-GL-OPER (WS-GL-IDX)
           MOVE 0              TO WS-GL-DEBIT (WS-GL-IDX)
           MOVE 0              TO WS-GL-CREDIT (WS-GL-IDX)
           MOVE 0              TO WS-GL-CNT (WS-GL-IDX).

      *THE FEED IS WRITTEN EVEN WHEN NOTHING WAS RELEASED, SO THE -
      * DOWNSTREAM LOAD ALWAYS HAS A FILE TO PICK UP.
       WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-FILE
           IF NOT GL-ST-SUCC
              DISPLAY 'CANNOT OPEN GL FILE, STATUS: ' GL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-GL-IDX
           PERFORM WRITE-ONE-GL-REC-PARA
              UNTIL WS-GL-IDX >= WS-GL-COUNT
           CLOSE GL-FILE
           IF WS-GL-OVERFLOWED
              MOVE WS-GL-DROPPED TO WS-GL-WARN-COUNT
              DISPLAY 'GL FEED INCOMPLETE: ' WS-GL-DROPPED
                      ' POSTINGS NOT BUCKETED (TABLE FULL)'
              WRITE OUT-REC FROM WS-GL-WARN-LINE
           END-IF.

       WRITE-ONE-GL-REC-PARA.
           ADD 1 TO WS-GL-IDX
           MOVE WS-GL-EFF-DATE (WS-GL-IDX) TO GL-EFF-DATE
           MOVE WS-GL-DVZ (WS-GL-IDX)      TO GL-DVZ
           MOVE WS-GL-OPER (WS-GL-IDX)     TO GL-OPER-TYPE
           MOVE WS-GL-DEBIT (WS-GL-IDX)    TO GL-DEBIT-AMT
           MOVE WS-GL-CREDIT (WS-GL-IDX)   TO GL-CREDIT-AMT
           COMPUTE GL-NET-AMT =
              WS-GL-DEBIT (WS-GL-IDX) - WS-GL-CREDIT (WS-GL-IDX)
           MOVE WS-GL-CNT (WS-GL-IDX)      TO GL-REC-COUNT
           WRITE GL-REC.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           MOVE WS-RUN-ID   TO WS-RH-RUN-ID
           WRITE OUT-REC FROM WS-RPT-HEADER-1.
           WRITE OUT-REC FROM WS-RPT-HEADER-2.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.
           MOVE 'CARDS DUE                 ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'RELEASED AND POSTED       ' TO WS-SL-LABEL
           MOVE WS-TOT-POSTED-OK             TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'RELEASED AND REJECTED     ' TO WS-SL-LABEL
           MOVE WS-TOT-POSTED-ERR            TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'IN DOUBT, NOT RELEASED    ' TO WS-SL-LABEL
           MOVE WS-TOT-IN-DOUBT              TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
