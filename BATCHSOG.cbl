       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSOG.
      *STANDING ORDER GENERATOR: WRITES THE DAY'S DUE PAYMENTS FROM -
      * THE STANDING-INSTRUCTION MASTER (SIOFILE) AS AN INPFILE DECK -
      * FOR BATCHPRG - A HEADER (SOURCE STANDORD, DECK DATE = RUN -
      * DATE), ONE TRANSFER ('M') CARD PER PAYMENT DUE ON OR BEFORE -
      * THE RUN DATE, AND A TRAILER WITH THE CARD COUNT AND AMOUNT -
      * HASH - SO THE DECK IS CHECKED AND REGISTERED LIKE ANY OTHER, -
      * AND THE DECK REGISTER KEEPS A DAY'S DECK FROM POSTING TWICE. -
      * EACH CARD CARRIES ITS INSTRUCTION NUMBER IN THE TRANSFER -
      * REFERENCE, AND EACH INSTRUCTION PUT ON A DECK IS MARKED -
      * PENDING. AN OVERDUE INSTRUCTION PAYS ONCE PER DECK, CATCHING -
      * UP A PERIOD A DAY. AN INSTRUCTION PAST ITS END DATE IS -
      * MARKED ENDED.
      *RUN WITH CONFIRM ONCE BATCHPRG HAS POSTED THE DECK, AND -
      * BEFORE ANY OTHER DECK IS POSTED: THE RUN CONTROL RECORD MUST -
      * SHOW THE STANDING ORDER DECK, AND THE RUN'S REJFILE THEN -
      * SAYS WHICH PAYMENTS FAILED. ONLY AN INSTRUCTION WHOSE PAYMENT -
      * POSTED HAS ITS NEXT DUE DATE MOVED ON; ONE THAT FAILED KEEPS -
      * ITS DUE DATE, IS REPORTED, AND GOES ON THE NEXT DAY'S DECK -
      * AGAIN. A DECK BATCHPRG THREW OUT POSTED NOTHING, SO ALL OF -
      * IT COUNTS AS FAILED. A PENDING PAYMENT WHOSE DECK NEVER -
      * POSTED AT ALL (NOT ON THE DECK REGISTER) IS SIMPLY PUT ON THE -
      * NEXT DECK AGAIN; ONE WHOSE DECK DID POST BUT WAS NEVER -
      * CONFIRMED STOPS THE GENERATOR UNTIL IT IS.
      *PARAMETERS: THE WORD CONFIRM ANYWHERE ON THE COMMAND LINE -
      * CONFIRMS THE LAST DECK INSTEAD OF GENERATING A NEW ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIO-FILE
              ASSIGN TO SIOFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SIO-NO
              FILE STATUS IS SIO-ST.
           SELECT INP-FILE
              ASSIGN TO INPFILE
              FILE STATUS IS INP-ST.
           SELECT REG-FILE
              ASSIGN TO DECKREG
              FILE STATUS IS REG-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNCTL
              FILE STATUS IS RUN-ST.
           SELECT REJ-FILE
              ASSIGN TO REJFILE
              FILE STATUS IS REJ-ST.
           SELECT RPT-FILE
              ASSIGN TO SOGOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SIO-FILE.
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
              88 SIO-DAILY               VALUE 'D'.
              88 SIO-WEEKLY              VALUE 'W'.
              88 SIO-MONTHLY             VALUE 'M'.
              88 SIO-QUARTERLY           VALUE 'Q'.
              88 SIO-YEARLY              VALUE 'Y'.
           03 SIO-START-DATE             PIC 9(06).
           03 SIO-START-PARTS REDEFINES SIO-START-DATE.
              05 SIO-START-YY            PIC 9(02).
              05 SIO-START-MM            PIC 9(02).
              05 SIO-START-DD            PIC 9(02).
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
       FD  INP-FILE RECORDING MODE F.
      *THE DECK, IN BATCHPRG'S INPFILE LAYOUT: A TRANSFER CARD WITH -
      * THE INSTRUCTION NUMBER IN THE SENDER'S REFERENCE COLUMNS.
       01  INP-REC.
           03 INP-OPER-TYPE              PIC X(01).
           03 INP-KEY.
              05 INP-ID                  PIC 9(05).
              05 INP-DVZ                 PIC 9(03).
           03 INP-AMOUNT                 PIC S9(13).
           03 INP-EFF-DATE               PIC 9(06).
           03 INP-DEST-KEY.
              05 INP-DEST-ID             PIC 9(05).
              05 INP-DEST-DVZ            PIC 9(03).
           03 INP-XFR-REF.
              05 INP-REF-TAG             PIC X(03).
              05 INP-REF-NO              PIC 9(06).
              05 FILLER                  PIC X(13).
       01  INP-HDR-REC.
           03 HDR-REC-TYPE               PIC X(01).
           03 HDR-DECK-DATE              PIC 9(06).
           03 HDR-SOURCE-SYS             PIC X(08).
           03 FILLER                     PIC X(43).
       01  INP-TRL-REC.
           03 TRL-REC-TYPE               PIC X(01).
           03 TRL-REC-COUNT              PIC 9(07).
           03 TRL-HASH-TOTAL             PIC S9(13).
           03 FILLER                     PIC X(37).
       FD  REG-FILE RECORDING MODE F.
       01  REG-REC.
           03 REG-DECK-DATE              PIC 9(06).
           03 REG-SOURCE-SYS             PIC X(08).
           03 REG-REC-COUNT              PIC 9(07).
           03 REG-HASH-TOTAL             PIC S9(13).
           03 REG-RUN-ID                 PIC 9(14).
           03 REG-POST-DATE              PIC 9(06).
       FD  RUN-FILE RECORDING MODE F.
       01  RUN-REC.
           03 RUN-ID.
              05 RUN-ID-DATE             PIC 9(06).
              05 RUN-ID-TIME             PIC 9(08).
           03 RUN-START-DATE             PIC 9(06).
           03 RUN-START-TIME             PIC 9(08).
           03 RUN-END-DATE               PIC 9(06).
           03 RUN-END-TIME               PIC 9(08).
           03 RUN-DECK-DATE              PIC 9(06).
           03 RUN-DECK-SOURCE            PIC X(08).
           03 RUN-STATUS                 PIC X(01).
              88 RUN-IN-FLIGHT           VALUE 'I'.
              88 RUN-COMPLETE            VALUE 'C'.
              88 RUN-REJECTED            VALUE 'R'.
           03 RUN-TOT-RECS               PIC 9(07).
           03 RUN-TOT-OK                 PIC 9(07).
           03 RUN-TOT-ERR                PIC 9(07).
       FD  REJ-FILE RECORDING MODE F.
      *BATCHPRG'S REJECTED CARD IMAGES - ONLY THE TRANSFER REFERENCE -
      * IS NEEDED TO TELL WHICH INSTRUCTION A REJECT BELONGS TO.
       01  REJ-REC.
           03 REJ-OPER-TYPE              PIC X(01).
           03 FILLER                     PIC X(35).
           03 REJ-REF-TAG                PIC X(03).
           03 REJ-REF-NO                 PIC X(06).
           03 FILLER                     PIC X(13).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 SIO-ST                     PIC 9(02).
              88 SIO-EOF                 VALUE 10.
              88 SIO-ST-SUCC             VALUE 00 97.
              88 SIO-NOT-FOUND           VALUE 35.
           03 INP-ST                     PIC 9(02).
              88 INP-ST-SUCC             VALUE 00 97.
           03 REG-ST                     PIC 9(02).
              88 REG-EOF                 VALUE 10.
              88 REG-ST-SUCC             VALUE 00 97.
              88 REG-NOT-FOUND           VALUE 35.
           03 RUN-ST                     PIC 9(02).
              88 RUN-ST-SUCC             VALUE 00 97.
              88 RUN-NOT-FOUND           VALUE 35.
           03 REJ-ST                     PIC 9(02).
              88 REJ-EOF                 VALUE 10.
              88 REJ-ST-SUCC             VALUE 00 97.
              88 REJ-NOT-FOUND           VALUE 35.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-MODE-SW                 PIC X(01).
              88 WS-CONFIRM-MODE         VALUE 'C'.
              88 WS-GENERATE-MODE        VALUE 'G'.
           03 WS-DECK-POSTED-SW          PIC X(01).
              88 WS-DECK-POSTED          VALUE 'Y'.
           03 WS-REG-FOUND-SW            PIC X(01).
              88 WS-REG-FOUND            VALUE 'Y'.
           03 WS-REJ-FOUND-SW            PIC X(01).
              88 WS-REJ-FOUND            VALUE 'Y'.
       01  WS-SOG-PARM                   PIC X(20).
       01  WS-CONFIRM-COUNT              PIC 9(02) COMP-3 VALUE 0.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-SOURCE-SYS                 PIC X(08) VALUE 'STANDORD'.
       01  WS-REF-TAG                    PIC X(03) VALUE 'SIO'.
      *THE DECK DATE BEING CONFIRMED, AS THE RUN CONTROL RECORD -
      * GIVES IT.
       01  WS-CONFIRM-DATE               PIC 9(06).
       01  WS-DECK-REC-CNT               PIC 9(07) COMP-3 VALUE 0.
       01  WS-DECK-HASH                  PIC S9(13) COMP-3 VALUE 0.
      *THE STANDING ORDER DECKS BATCHPRG HAS POSTED TO COMPLETION, BY -
      * DECK DATE, FROM THE DECK REGISTER.
       01  WS-REG-LIMIT                  PIC 9(05) COMP-3 VALUE 2000.
       01  WS-REG-COUNT                  PIC 9(05) COMP-3 VALUE 0.
       01  WS-REG-TABLE.
           03 WS-REG-DATE                PIC 9(06) OCCURS 2000 TIMES.
       01  WS-REG-IDX                    PIC 9(05) COMP-3.
       01  WS-REG-WANT-DATE              PIC 9(06).
      *THE INSTRUCTION NUMBERS BATCHPRG REJECTED IN THE RUN BEING -
      * CONFIRMED.
       01  WS-REJ-LIMIT                  PIC 9(07) COMP-3 VALUE 50000.
       01  WS-REJ-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-REJ-TABLE.
           03 WS-REJ-NO                  PIC 9(06) OCCURS 50000 TIMES.
       01  WS-REJ-IDX                    PIC 9(07) COMP-3.
      *MOVING A DUE DATE ON BY ONE PERIOD. DAILY AND WEEKLY STEP DAY -
      * BY DAY; MONTHLY, QUARTERLY AND YEARLY STEP WHOLE MONTHS AND -
      * COME BACK TO THE START DATE'S DAY OF THE MONTH, OR THE LAST -
      * DAY OF A SHORTER MONTH. THE CENTURY IS WINDOWED (YY BELOW 50 -
      * IS 20YY) ONLY TO TELL A LEAP FEBRUARY.
       01  WS-ADV-WORK.
           03 WS-ADV-DATE                PIC 9(06).
           03 WS-ADV-PARTS REDEFINES WS-ADV-DATE.
              05 WS-ADV-YY               PIC 9(02).
              05 WS-ADV-MM               PIC 9(02).
              05 WS-ADV-DD               PIC 9(02).
           03 WS-ADV-MONTHS              PIC 9(02).
           03 WS-ADV-MM-SUM              PIC 9(02).
           03 WS-ADV-MONTH-LEN           PIC 9(02).
           03 WS-ADV-CCYY                PIC 9(04).
           03 WS-ADV-QUOT                PIC 9(04).
           03 WS-ADV-REM                 PIC 9(02).
       01  WS-MONTH-DAYS-VALUES          PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03 WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  WS-TOTALS.
           03 WS-TOT-READ                PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-ON-DECK             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REISSUED            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-ENDED               PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-POSTED              PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-FAILED              PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 WS-RH-TITLE        PIC X(36).
           03 FILLER PIC X(06)   VALUE 'DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(13)   VALUE '  DECK DATE: '.
           03 WS-RH-DECK-DATE    PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(08)   VALUE 'NUMBER'.
           03 FILLER PIC X(11)   VALUE 'DEBIT'.
           03 FILLER PIC X(11)   VALUE 'CREDIT'.
           03 FILLER PIC X(17)   VALUE '           AMOUNT'.
           03 FILLER PIC X(03)   VALUE ' F'.
           03 FILLER PIC X(08)   VALUE ' DUE'.
           03 FILLER PIC X(08)   VALUE 'NEXT'.
           03 FILLER PIC X(05)   VALUE 'FAIL'.
           03 FILLER PIC X(40)   VALUE 'STATUS'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-NO           PIC 9(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DR-ID        PIC 9(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-DR-DVZ       PIC 9(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-CR-ID        PIC 9(05).
           03 FILLER PIC X(01)   VALUE '/'.
           03 WS-DL-CR-DVZ       PIC 9(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-AMOUNT       PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-FREQ         PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DUE          PIC 9(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-NEXT         PIC 9(06).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-FAIL         PIC ZZ9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(40).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PARM-PARA.
           PERFORM LOAD-DECK-REGISTER-PARA.
           IF WS-CONFIRM-MODE
              PERFORM CHECK-RUN-CONTROL-PARA
              IF WS-DECK-POSTED
                 PERFORM LOAD-REJECTS-PARA
              END-IF
           ELSE
              PERFORM CHECK-UNCONFIRMED-PARA
           END-IF.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           IF WS-GENERATE-MODE
              PERFORM WRITE-DECK-HEADER-PARA
           END-IF.
           PERFORM READ-SIO-PARA.
           PERFORM PROCESS-ONE-INSTRUCTION-PARA UNTIL SIO-EOF.
           IF WS-GENERATE-MODE
              PERFORM WRITE-DECK-TRAILER-PARA
              CLOSE INP-FILE
           END-IF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE SIO-FILE.
           CLOSE RPT-FILE.
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-SOG-PARM FROM COMMAND-LINE
           MOVE 0 TO WS-CONFIRM-COUNT
           INSPECT WS-SOG-PARM TALLYING WS-CONFIRM-COUNT
              FOR ALL 'CONFIRM'
           IF WS-CONFIRM-COUNT > 0
              SET WS-CONFIRM-MODE TO TRUE
           ELSE
              SET WS-GENERATE-MODE TO TRUE
           END-IF.

      *NO REGISTER YET JUST MEANS NO DECK HAS EVER POSTED.
       LOAD-DECK-REGISTER-PARA.
           OPEN INPUT REG-FILE
           IF REG-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT REG-ST-SUCC
                 DISPLAY 'CANNOT OPEN DECK REGISTER, STATUS: ' REG-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-REG-PARA UNTIL REG-EOF
              CLOSE REG-FILE
           END-IF.

       LOAD-ONE-REG-PARA.
           READ REG-FILE
           NOT AT END
              IF REG-SOURCE-SYS EQUAL WS-SOURCE-SYS
                 IF WS-REG-COUNT >= WS-REG-LIMIT
                    DISPLAY 'DECK REGISTER TABLE FULL, LIMIT: '
                            WS-REG-LIMIT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-REG-COUNT
                 MOVE REG-DECK-DATE TO WS-REG-DATE (WS-REG-COUNT)
              END-IF
           END-READ.

       FIND-REG-DATE-PARA.
           MOVE 'N' TO WS-REG-FOUND-SW
           MOVE 1   TO WS-REG-IDX
           PERFORM CHECK-REG-DATE-PARA
              UNTIL WS-REG-IDX > WS-REG-COUNT OR WS-REG-FOUND.

       CHECK-REG-DATE-PARA.
           IF WS-REG-WANT-DATE EQUAL WS-REG-DATE (WS-REG-IDX)
              MOVE 'Y' TO WS-REG-FOUND-SW
           ELSE
              ADD 1 TO WS-REG-IDX
           END-IF.

      *CONFIRMATION WORKS FROM THE LAST POSTING RUN ONLY - ITS -
      * REJFILE IS OVERWRITTEN BY THE NEXT ONE - SO THAT RUN MUST BE -
      * THE STANDING ORDER DECK, AND FINISHED.
       CHECK-RUN-CONTROL-PARA.
           OPEN INPUT RUN-FILE
           IF NOT RUN-ST-SUCC
              DISPLAY 'CANNOT OPEN RUN CONTROL FILE, STATUS: ' RUN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ RUN-FILE
              AT END
                 DISPLAY 'RUN CONTROL FILE EMPTY - NOTHING TO CONFIRM'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE RUN-FILE
           IF RUN-DECK-SOURCE NOT EQUAL WS-SOURCE-SYS
              DISPLAY 'LAST POSTING RUN ' RUN-ID ' WAS NOT A '
                      'STANDING ORDER DECK - NOTHING TO CONFIRM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF RUN-IN-FLIGHT
              DISPLAY 'STANDING ORDER DECK ' RUN-DECK-DATE
                      ' STILL IN-FLIGHT - RESTART IT BEFORE '
                      'CONFIRMING'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RUN-DECK-DATE TO WS-CONFIRM-DATE
           IF RUN-COMPLETE
              SET WS-DECK-POSTED TO TRUE
           ELSE
              MOVE 'N' TO WS-DECK-POSTED-SW
           END-IF.

       LOAD-REJECTS-PARA.
           OPEN INPUT REJ-FILE
           IF REJ-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT REJ-ST-SUCC
                 DISPLAY 'CANNOT OPEN REJECT FILE, STATUS: ' REJ-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-REJECT-PARA UNTIL REJ-EOF
              CLOSE REJ-FILE
           END-IF.

       LOAD-ONE-REJECT-PARA.
           READ REJ-FILE
           NOT AT END
              IF REJ-REF-TAG EQUAL WS-REF-TAG AND
                 REJ-REF-NO IS NUMERIC
                 IF WS-REJ-COUNT >= WS-REJ-LIMIT
                    DISPLAY 'REJECT TABLE FULL, LIMIT: ' WS-REJ-LIMIT
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-REJ-COUNT
                 MOVE REJ-REF-NO TO WS-REJ-NO (WS-REJ-COUNT)
              END-IF
           END-READ.

       FIND-REJECT-PARA.
           MOVE 'N' TO WS-REJ-FOUND-SW
           MOVE 1   TO WS-REJ-IDX
           PERFORM CHECK-REJECT-PARA
              UNTIL WS-REJ-IDX > WS-REJ-COUNT OR WS-REJ-FOUND.

       CHECK-REJECT-PARA.
           IF SIO-NO EQUAL WS-REJ-NO (WS-REJ-IDX)
              MOVE 'Y' TO WS-REJ-FOUND-SW
           ELSE
              ADD 1 TO WS-REJ-IDX
           END-IF.

      *BEFORE ANYTHING IS WRITTEN: A SECOND DECK FOR A DATE ALREADY -
      * POSTED WOULD BE THROWN OUT BY BATCHPRG AS A RESEND, AND A -
      * PAYMENT WHOSE DECK POSTED BUT WAS NEVER CONFIRMED MAY HAVE -
      * GONE - PUTTING IT ON ANOTHER DECK COULD PAY IT TWICE.
       CHECK-UNCONFIRMED-PARA.
           MOVE WS-RUN-DATE TO WS-REG-WANT-DATE
           PERFORM FIND-REG-DATE-PARA
           IF WS-REG-FOUND
              DISPLAY 'STANDING ORDER DECK FOR ' WS-RUN-DATE
                      ' ALREADY POSTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SIO-FILE
           IF SIO-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT SIO-ST-SUCC
                 DISPLAY 'CANNOT OPEN STANDING ORDER FILE, STATUS: '
                         SIO-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-SIO-PARA
              PERFORM CHECK-ONE-PENDING-PARA UNTIL SIO-EOF
              CLOSE SIO-FILE
              MOVE 0 TO SIO-ST
           END-IF.

       CHECK-ONE-PENDING-PARA.
           IF SIO-PEND-DATE NOT EQUAL 0
              MOVE SIO-PEND-DATE TO WS-REG-WANT-DATE
              PERFORM FIND-REG-DATE-PARA
              IF WS-REG-FOUND
                 DISPLAY 'STANDING ORDER DECK ' SIO-PEND-DATE
                         ' POSTED BUT NOT CONFIRMED (INSTRUCTION '
                         SIO-NO ') - RUN CONFIRM FIRST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM READ-SIO-PARA.

       OPEN-FILES-PARA.
      *THE FIRST GENERATION EVER MAY FIND NO MASTER - IT IS CREATED -
      * EMPTY, AS BATCHSOM WOULD, AND AN EMPTY DECK GOES OUT.
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
           IF WS-GENERATE-MODE
              OPEN OUTPUT INP-FILE
              IF NOT INP-ST-SUCC
                 DISPLAY 'CANNOT OPEN DECK FILE, STATUS: ' INP-ST
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

       READ-SIO-PARA.
           READ SIO-FILE NEXT RECORD
              AT END
                 SET SIO-EOF TO TRUE
           END-READ.

       PROCESS-ONE-INSTRUCTION-PARA.
           ADD 1 TO WS-TOT-READ
           IF WS-GENERATE-MODE
              PERFORM GENERATE-ONE-PARA
           ELSE
              IF SIO-PEND-DATE EQUAL WS-CONFIRM-DATE AND
                 SIO-PEND-DATE NOT EQUAL 0
                 PERFORM CONFIRM-ONE-PARA
              END-IF
           END-IF
           PERFORM READ-SIO-PARA.

      *A PENDING PAYMENT GETS HERE ONLY IF ITS DECK NEVER POSTED -
      * CHECK-UNCONFIRMED-PARA HAS ALREADY STOPPED THE RUN FOR ANY -
      * OTHER - SO IT GOES ON TODAY'S DECK IN PLACE OF THE LOST ONE.
       GENERATE-ONE-PARA.
           IF SIO-ACTIVE
              IF SIO-END-DATE NOT EQUAL 0 AND
                 SIO-NEXT-DUE > SIO-END-DATE
                 SET SIO-ENDED TO TRUE
                 MOVE 0 TO SIO-PEND-DATE
                 PERFORM REWRITE-SIO-PARA
                 ADD 1 TO WS-TOT-ENDED
                 PERFORM MOVE-SIO-DETAIL-PARA
                 MOVE 'ENDED - PAST END DATE' TO WS-DL-STATUS
                 WRITE RPT-REC FROM WS-DETAIL-LINE
              ELSE
                 IF SIO-NEXT-DUE NOT GREATER THAN WS-RUN-DATE
                    PERFORM MOVE-SIO-DETAIL-PARA
                    EVALUATE TRUE
                       WHEN SIO-PEND-DATE NOT EQUAL 0
                          ADD 1 TO WS-TOT-REISSUED
                          MOVE 'ON DECK - REISSUED, EARLIER DECK LOST'
                             TO WS-DL-STATUS
                       WHEN SIO-FAIL-COUNT > 0
                          MOVE 'ON DECK - RETRY AFTER FAILURE'
                             TO WS-DL-STATUS
                       WHEN SIO-NEXT-DUE < WS-RUN-DATE
                          MOVE 'ON DECK - OVERDUE' TO WS-DL-STATUS
                       WHEN OTHER
                          MOVE 'ON DECK' TO WS-DL-STATUS
                    END-EVALUATE
                    PERFORM WRITE-DUE-PAYMENT-PARA
                    MOVE WS-RUN-DATE TO SIO-PEND-DATE
                    PERFORM REWRITE-SIO-PARA
                    WRITE RPT-REC FROM WS-DETAIL-LINE
                 END-IF
              END-IF
           END-IF.

       WRITE-DUE-PAYMENT-PARA.
           ADD 1 TO WS-TOT-ON-DECK
           MOVE SPACES         TO INP-REC
           MOVE 'M'            TO INP-OPER-TYPE
           MOVE SIO-DR-ID      TO INP-ID
           MOVE SIO-DR-DVZ     TO INP-DVZ
           MOVE SIO-AMOUNT     TO INP-AMOUNT
           MOVE WS-RUN-DATE    TO INP-EFF-DATE
           MOVE SIO-CR-ID      TO INP-DEST-ID
           MOVE SIO-CR-DVZ     TO INP-DEST-DVZ
           MOVE WS-REF-TAG     TO INP-REF-TAG
           MOVE SIO-NO         TO INP-REF-NO
           ADD 1               TO WS-DECK-REC-CNT
           ADD SIO-AMOUNT      TO WS-DECK-HASH
           WRITE INP-REC.

      *A PAYMENT NOT ON THE RUN'S REJFILE POSTED: THE INSTRUCTION -
      * MOVES ON ONE PERIOD. ONE THAT WAS REJECTED, OR WHOSE WHOLE -
      * DECK WAS THROWN OUT, KEEPS ITS DUE DATE FOR THE NEXT DECK.
       CONFIRM-ONE-PARA.
           PERFORM MOVE-SIO-DETAIL-PARA
           IF WS-DECK-POSTED
              PERFORM FIND-REJECT-PARA
           END-IF
           IF WS-DECK-POSTED AND NOT WS-REJ-FOUND
              ADD 1 TO WS-TOT-POSTED
              MOVE SIO-PEND-DATE TO SIO-LAST-PAID
              MOVE 0             TO SIO-FAIL-COUNT
              PERFORM ADVANCE-NEXT-DUE-PARA
              IF SIO-END-DATE NOT EQUAL 0 AND
                 SIO-NEXT-DUE > SIO-END-DATE
                 SET SIO-ENDED TO TRUE
                 ADD 1 TO WS-TOT-ENDED
                 MOVE 'POSTED - INSTRUCTION ENDED' TO WS-DL-STATUS
              ELSE
                 MOVE 'POSTED' TO WS-DL-STATUS
              END-IF
           ELSE
              ADD 1 TO WS-TOT-FAILED
              IF SIO-FAIL-COUNT < 999
                 ADD 1 TO SIO-FAIL-COUNT
              END-IF
              IF WS-DECK-POSTED
                 MOVE 'NOT POSTED - SEE BATCHPRG RUN REPORT'
                    TO WS-DL-STATUS
              ELSE
                 MOVE 'NOT POSTED - DECK REJECTED' TO WS-DL-STATUS
              END-IF
           END-IF
           MOVE 0 TO SIO-PEND-DATE
           PERFORM REWRITE-SIO-PARA
           MOVE SIO-NEXT-DUE   TO WS-DL-NEXT
           MOVE SIO-FAIL-COUNT TO WS-DL-FAIL
           WRITE RPT-REC FROM WS-DETAIL-LINE.

       REWRITE-SIO-PARA.
           REWRITE SIO-REC
              INVALID KEY
                 DISPLAY 'CANNOT REWRITE INSTRUCTION ' SIO-NO
                         ', STATUS: ' SIO-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.

       ADVANCE-NEXT-DUE-PARA.
           MOVE SIO-NEXT-DUE TO WS-ADV-DATE
           EVALUATE TRUE
              WHEN SIO-DAILY
                 PERFORM STEP-ONE-DAY-PARA
              WHEN SIO-WEEKLY
                 PERFORM STEP-ONE-DAY-PARA 7 TIMES
              WHEN SIO-MONTHLY
                 MOVE 1  TO WS-ADV-MONTHS
                 PERFORM STEP-MONTHS-PARA
              WHEN SIO-QUARTERLY
                 MOVE 3  TO WS-ADV-MONTHS
                 PERFORM STEP-MONTHS-PARA
              WHEN SIO-YEARLY
                 MOVE 12 TO WS-ADV-MONTHS
                 PERFORM STEP-MONTHS-PARA
           END-EVALUATE
           MOVE WS-ADV-DATE TO SIO-NEXT-DUE.

       STEP-ONE-DAY-PARA.
           PERFORM SET-MONTH-LEN-PARA
           IF WS-ADV-DD < WS-ADV-MONTH-LEN
              ADD 1 TO WS-ADV-DD
           ELSE
              MOVE 1 TO WS-ADV-DD
              IF WS-ADV-MM < 12
                 ADD 1 TO WS-ADV-MM
              ELSE
                 MOVE 1 TO WS-ADV-MM
                 PERFORM STEP-ONE-YEAR-PARA
              END-IF
           END-IF.

       STEP-MONTHS-PARA.
           COMPUTE WS-ADV-MM-SUM = WS-ADV-MM + WS-ADV-MONTHS
           IF WS-ADV-MM-SUM > 12
              SUBTRACT 12 FROM WS-ADV-MM-SUM
              PERFORM STEP-ONE-YEAR-PARA
           END-IF
           MOVE WS-ADV-MM-SUM TO WS-ADV-MM
           PERFORM SET-MONTH-LEN-PARA
           IF SIO-START-DD > WS-ADV-MONTH-LEN
              MOVE WS-ADV-MONTH-LEN TO WS-ADV-DD
           ELSE
              MOVE SIO-START-DD     TO WS-ADV-DD
           END-IF.

       STEP-ONE-YEAR-PARA.
           IF WS-ADV-YY < 99
              ADD 1 TO WS-ADV-YY
           ELSE
              MOVE 0 TO WS-ADV-YY
           END-IF.

       SET-MONTH-LEN-PARA.
           MOVE WS-MONTH-DAYS (WS-ADV-MM) TO WS-ADV-MONTH-LEN
           IF WS-ADV-MM EQUAL 2
              IF WS-ADV-YY < 50
                 COMPUTE WS-ADV-CCYY = 2000 + WS-ADV-YY
              ELSE
                 COMPUTE WS-ADV-CCYY = 1900 + WS-ADV-YY
              END-IF
              DIVIDE WS-ADV-CCYY BY 4 GIVING WS-ADV-QUOT
                 REMAINDER WS-ADV-REM
              IF WS-ADV-REM EQUAL 0
                 MOVE 29 TO WS-ADV-MONTH-LEN
              END-IF
           END-IF.

       MOVE-SIO-DETAIL-PARA.
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE SIO-NO          TO WS-DL-NO
           MOVE SIO-DR-ID       TO WS-DL-DR-ID
           MOVE SIO-DR-DVZ      TO WS-DL-DR-DVZ
           MOVE SIO-CR-ID       TO WS-DL-CR-ID
           MOVE SIO-CR-DVZ      TO WS-DL-CR-DVZ
           MOVE SIO-AMOUNT      TO WS-DL-AMOUNT
           MOVE SIO-FREQ        TO WS-DL-FREQ
           MOVE SIO-NEXT-DUE    TO WS-DL-DUE
           MOVE SIO-NEXT-DUE    TO WS-DL-NEXT
           MOVE SIO-FAIL-COUNT  TO WS-DL-FAIL.

       WRITE-DECK-HEADER-PARA.
           MOVE SPACES        TO INP-HDR-REC
           MOVE 'H'           TO HDR-REC-TYPE
           MOVE WS-RUN-DATE   TO HDR-DECK-DATE
           MOVE WS-SOURCE-SYS TO HDR-SOURCE-SYS
           WRITE INP-HDR-REC.

       WRITE-DECK-TRAILER-PARA.
           MOVE SPACES          TO INP-TRL-REC
           MOVE 'T'             TO TRL-REC-TYPE
           MOVE WS-DECK-REC-CNT TO TRL-REC-COUNT
           MOVE WS-DECK-HASH    TO TRL-HASH-TOTAL
           WRITE INP-TRL-REC.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           IF WS-GENERATE-MODE
              MOVE 'STANDING ORDER DUE PAYMENTS,'  TO WS-RH-TITLE
              MOVE WS-RUN-DATE     TO WS-RH-DECK-DATE
           ELSE
              MOVE 'STANDING ORDER CONFIRMATION,'  TO WS-RH-TITLE
              MOVE WS-CONFIRM-DATE TO WS-RH-DECK-DATE
           END-IF
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'INSTRUCTIONS READ         ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           IF WS-GENERATE-MODE
              MOVE 'PAYMENTS ON DECK          ' TO WS-SL-LABEL
              MOVE WS-TOT-ON-DECK               TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
              MOVE '  OF WHICH REISSUED       ' TO WS-SL-LABEL
              MOVE WS-TOT-REISSUED              TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
           ELSE
              MOVE 'PAYMENTS POSTED           ' TO WS-SL-LABEL
              MOVE WS-TOT-POSTED                TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
              MOVE 'PAYMENTS FAILED           ' TO WS-SL-LABEL
              MOVE WS-TOT-FAILED                TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
           END-IF.
           MOVE 'INSTRUCTIONS ENDED        ' TO WS-SL-LABEL
           MOVE WS-TOT-ENDED                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
