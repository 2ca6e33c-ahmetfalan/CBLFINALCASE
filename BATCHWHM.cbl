       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWHM.
      *WAREHOUSE MAINTENANCE AND LISTING: APPLIES A DECK OF OPERATOR -
      * CARDS (WHMIN) TO THE PENDING-POSTINGS WAREHOUSE (WHSFILE) -
      * BATCHPRG HOLDS FUTURE-DATED CARDS IN, THEN LISTS EVERYTHING -
      * STILL HELD, IN VALUE-DATE ORDER, WITH COUNTS AND AMOUNTS. -
      * EACH CARD NAMES ONE HELD ITEM BY ITS FULL KEY AS THE LISTING -
      * PRINTS IT (VALUE DATE, DECK DATE, DECK SOURCE, DECK POSITION) -
      * AND EITHER CANCELS IT ('X') - PULLS IT OUT SO IT NEVER POSTS - -
      * OR PUTS IT BACK ('P') WHEN BATCHWHR LEFT IT IN DOUBT AND THE -
      * RELEASE RUN'S JOURNAL SHOWS IT NEVER POSTED. AN IN-DOUBT ITEM -
      * THAT DID POST IS CANCELLED. WITH NO WHMIN AT ALL THE PROGRAM -
      * ONLY LISTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHM-FILE
              ASSIGN TO WHMIN
              FILE STATUS IS WHM-ST.
           SELECT WHS-FILE
              ASSIGN TO WHSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WHS-KEY
              FILE STATUS IS WHS-ST.
           SELECT RPT-FILE
              ASSIGN TO WHMOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  WHM-FILE RECORDING MODE F.
       01  WHM-REC.
           03 WHM-ACTION                 PIC X(01).
              88 WHM-CANCEL              VALUE 'X'.
              88 WHM-PUT-BACK            VALUE 'P'.
           03 WHM-KEY.
              05 WHM-VALUE-DATE          PIC X(06).
              05 WHM-DECK-DATE           PIC X(06).
              05 WHM-DECK-SOURCE         PIC X(08).
              05 WHM-DECK-SEQ            PIC X(07).
           03 FILLER                     PIC X(52).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 WHM-ST                     PIC 9(02).
              88 WHM-EOF                 VALUE 10.
              88 WHM-ST-SUCC             VALUE 00 97.
              88 WHM-NOT-FOUND           VALUE 35.
           03 WHS-ST                     PIC 9(02).
              88 WHS-EOF                 VALUE 10.
              88 WHS-ST-SUCC             VALUE 00 97.
              88 WHS-NOT-FOUND           VALUE 35.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-WHM-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-WHM-OPEN             VALUE 'Y'.
           03 WS-CARD-OK-SW              PIC X(01).
              88 WS-CARD-OK              VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-TOTALS.
           03 WS-TOT-CARDS               PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-CANCELLED           PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-PUT-BACK            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REFUSED             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-HELD                PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-DUE                 PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-IN-DOUBT            PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 WS-RH-TITLE        PIC X(30).
           03 FILLER PIC X(06)   VALUE 'DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(08)   VALUE 'VALUE DT'.
           03 FILLER PIC X(24)   VALUE 'DECK'.
           03 FILLER PIC X(03)   VALUE 'OP'.
           03 FILLER PIC X(10)   VALUE 'ID'.
           03 FILLER PIC X(05)   VALUE 'DOVIZ'.
           03 FILLER PIC X(16)   VALUE '          AMOUNT'.
           03 FILLER PIC X(11)   VALUE '  DEST'.
           03 FILLER PIC X(16)   VALUE 'HELD BY RUN'.
           03 FILLER PIC X(39)   VALUE 'STATUS'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(132)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-VALUE-DATE   PIC X(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DECK-DATE    PIC X(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-DECK-SOURCE  PIC X(08).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-DECK-SEQ     PIC X(07).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-OPER         PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-ACCT         PIC X(09).
           03 WS-DL-AMOUNT       PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DEST         PIC X(09).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-RUN-ID       PIC X(14).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(39).
       01  WS-DL-KEY-VIEW.
           03 WS-DK-ID           PIC 9(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DK-DVZ          PIC 9(03).
       01  WS-DL-NUMBERS.
           03 WS-DN-DATE         PIC 9(06).
           03 WS-DN-SEQ          PIC 9(07).
           03 WS-DN-RUN-ID       PIC 9(14).
       01  WS-DOUBT-DESC.
           03 FILLER PIC X(22)   VALUE 'IN DOUBT - CHECK RUN '.
           03 WS-DD-RUN-ID       PIC 9(14).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM OPEN-FILES-PARA.
           IF WS-WHM-OPEN
              MOVE 'WAREHOUSE MAINTENANCE,' TO WS-RH-TITLE
              PERFORM WRITE-RPT-HEADERS-PARA
              PERFORM READ-WHM-PARA
              PERFORM APPLY-ONE-CARD-PARA UNTIL WHM-EOF
              PERFORM WRITE-MAINT-TRAILER-PARA
              CLOSE WHM-FILE
           END-IF.
           MOVE 'WAREHOUSE LISTING,' TO WS-RH-TITLE
           PERFORM WRITE-RPT-HEADERS-PARA.
           MOVE LOW-VALUES TO WHS-KEY
           START WHS-FILE KEY IS NOT LESS THAN WHS-KEY
              INVALID KEY
                 SET WHS-EOF TO TRUE
           END-START.
           IF NOT WHS-EOF
              PERFORM READ-WHS-NEXT-PARA
           END-IF.
           PERFORM LIST-ONE-ITEM-PARA UNTIL WHS-EOF.
           PERFORM WRITE-LIST-TRAILER-PARA.
           CLOSE WHS-FILE.
           CLOSE RPT-FILE.
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT WHM-FILE
           IF WHM-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT WHM-ST-SUCC
                 DISPLAY 'CANNOT OPEN WAREHOUSE CARD FILE, STATUS: '
                         WHM-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-WHM-OPEN TO TRUE
           END-IF.
      *NO WAREHOUSE YET IS CREATED EMPTY, AS BATCHPRG WOULD, SO THE -
      * LISTING CAN STILL SAY SO.
           OPEN I-O WHS-FILE
           IF WHS-NOT-FOUND
              OPEN OUTPUT WHS-FILE
              CLOSE WHS-FILE
              OPEN I-O WHS-FILE
           END-IF
           IF NOT WHS-ST-SUCC
              DISPLAY 'CANNOT OPEN WAREHOUSE FILE, STATUS: ' WHS-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-WHM-PARA.
           READ WHM-FILE
              AT END
                 SET WHM-EOF TO TRUE
           END-READ.

       READ-WHS-NEXT-PARA.
           READ WHS-FILE NEXT RECORD
              AT END
                 SET WHS-EOF TO TRUE
           END-READ.

      *A CANCEL TAKES ANY HELD ITEM; A PUT-BACK ONLY ONE THE RELEASE -
      * LEFT IN DOUBT, WHICH GOES OUT AGAIN ON THE NEXT RELEASE.
       APPLY-ONE-CARD-PARA.
           ADD 1 TO WS-TOT-CARDS
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WHM-VALUE-DATE  TO WS-DL-VALUE-DATE
           MOVE WHM-DECK-DATE   TO WS-DL-DECK-DATE
           MOVE WHM-DECK-SOURCE TO WS-DL-DECK-SOURCE
           MOVE WHM-DECK-SEQ    TO WS-DL-DECK-SEQ
           IF NOT WHM-CANCEL AND NOT WHM-PUT-BACK
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'REFUSED - INVALID ACTION' TO WS-DL-STATUS
           ELSE
              IF WHM-VALUE-DATE IS NOT NUMERIC OR
                 WHM-DECK-DATE IS NOT NUMERIC OR
                 WHM-DECK-SEQ IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'REFUSED - KEY NOT NUMERIC' TO WS-DL-STATUS
              END-IF
           END-IF
           IF WS-CARD-OK
              MOVE WHM-VALUE-DATE  TO WHS-VALUE-DATE
              MOVE WHM-DECK-DATE   TO WHS-DECK-DATE
              MOVE WHM-DECK-SOURCE TO WHS-DECK-SOURCE
              MOVE WHM-DECK-SEQ    TO WHS-DECK-SEQ
              READ WHS-FILE KEY IS WHS-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'REFUSED - NOT IN WAREHOUSE' TO WS-DL-STATUS
              END-READ
           END-IF
           IF WS-CARD-OK
              PERFORM MOVE-ITEM-DETAIL-PARA
              IF WHM-CANCEL
                 PERFORM CANCEL-ITEM-PARA
              ELSE
                 PERFORM PUT-BACK-ITEM-PARA
              END-IF
           END-IF
           IF NOT WS-CARD-OK
              ADD 1 TO WS-TOT-REFUSED
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE
           PERFORM READ-WHM-PARA.

       CANCEL-ITEM-PARA.
           DELETE WHS-FILE RECORD
              INVALID KEY
                 DISPLAY 'CANNOT DELETE WAREHOUSE RECORD, STATUS: '
                         WHS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-DELETE
           ADD 1 TO WS-TOT-CANCELLED
           MOVE 'CANCELLED' TO WS-DL-STATUS.

       PUT-BACK-ITEM-PARA.
           IF NOT WHS-RELEASING
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'REFUSED - NOT IN DOUBT' TO WS-DL-STATUS
           ELSE
              SET WHS-PENDING TO TRUE
              MOVE 0 TO WHS-RELEASE-RUN-ID
              REWRITE WHS-REC
                 INVALID KEY
                    DISPLAY 'CANNOT REWRITE WAREHOUSE RECORD, STATUS: '
                            WHS-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
              ADD 1 TO WS-TOT-PUT-BACK
              MOVE 'PUT BACK - RELEASES NEXT RUN' TO WS-DL-STATUS
           END-IF.

       LIST-ONE-ITEM-PARA.
           ADD 1 TO WS-TOT-HELD
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM MOVE-ITEM-DETAIL-PARA
           EVALUATE TRUE
              WHEN WHS-RELEASING
                 ADD 1 TO WS-TOT-IN-DOUBT
                 MOVE WHS-RELEASE-RUN-ID TO WS-DD-RUN-ID
                 MOVE WS-DOUBT-DESC      TO WS-DL-STATUS
              WHEN WHS-VALUE-DATE NOT GREATER THAN WS-RUN-DATE
                 ADD 1 TO WS-TOT-DUE
                 MOVE 'DUE - RELEASES NEXT RUN' TO WS-DL-STATUS
              WHEN OTHER
                 MOVE 'HELD' TO WS-DL-STATUS
           END-EVALUATE
           WRITE RPT-REC FROM WS-DETAIL-LINE
           PERFORM READ-WHS-NEXT-PARA.

       MOVE-ITEM-DETAIL-PARA.
           MOVE WHS-VALUE-DATE   TO WS-DN-DATE
           MOVE WS-DN-DATE       TO WS-DL-VALUE-DATE
           MOVE WHS-DECK-DATE    TO WS-DN-DATE
           MOVE WS-DN-DATE       TO WS-DL-DECK-DATE
           MOVE WHS-DECK-SOURCE  TO WS-DL-DECK-SOURCE
           MOVE WHS-DECK-SEQ     TO WS-DN-SEQ
           MOVE WS-DN-SEQ        TO WS-DL-DECK-SEQ
           MOVE WHS-OPER-TYPE    TO WS-DL-OPER
           MOVE WHS-ID           TO WS-DK-ID
           MOVE WHS-DVZ          TO WS-DK-DVZ
           MOVE WS-DL-KEY-VIEW   TO WS-DL-ACCT
           MOVE WHS-AMOUNT       TO WS-DL-AMOUNT
           IF WHS-OPER-TYPE EQUAL 'M'
              MOVE WHS-DEST-ID   TO WS-DK-ID
              MOVE WHS-DEST-DVZ  TO WS-DK-DVZ
              MOVE WS-DL-KEY-VIEW TO WS-DL-DEST
           END-IF
           MOVE WHS-STORE-RUN-ID TO WS-DN-RUN-ID
           MOVE WS-DN-RUN-ID     TO WS-DL-RUN-ID.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.

       WRITE-MAINT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'CARDS READ                ' TO WS-SL-LABEL
           MOVE WS-TOT-CARDS                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'ITEMS CANCELLED           ' TO WS-SL-LABEL
           MOVE WS-TOT-CANCELLED             TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'ITEMS PUT BACK            ' TO WS-SL-LABEL
           MOVE WS-TOT-PUT-BACK              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS REFUSED             ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       WRITE-LIST-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'ITEMS HELD                ' TO WS-SL-LABEL
           MOVE WS-TOT-HELD                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE '  OF WHICH DUE            ' TO WS-SL-LABEL
           MOVE WS-TOT-DUE                   TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE '  OF WHICH IN DOUBT       ' TO WS-SL-LABEL
           MOVE WS-TOT-IN-DOUBT              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
