           SELECT HIS-FILE
              ASSIGN TO RUNHIST
              FILE STATUS IS HIS-ST.
           SELECT WHS-FILE
              ASSIGN TO WHSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WHS-KEY
              FILE STATUS IS WHS-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
      * OPERATION TYPE.
           03 INP-FNAME               PIC X(15).
           03 INP-LNAME               PIC X(15).
      *A TRANSFER ('M') CARRIES ITS DESTINATION KEY WHERE AN OPEN -
      * CARRIES THE NAMES - INP-AMOUNT IS TAKEN OUT OF INP-KEY AND -
      * PAID INTO INP-DEST-KEY, CONVERTED BY BATCHIDX WHEN THE TWO -
      * CURRENCIES DIFFER. THE REST OF THE CARD IS THE SENDER'S OWN -
      * REFERENCE (BATCHSOG PUTS ITS INSTRUCTION NUMBER THERE) - NOT -
      * USED HERE, BUT CARRIED TO REJFILE WITH THE REST OF THE IMAGE.
       01  INP-XFR-REC.
           03 FILLER                  PIC X(28).
           03 INP-DEST-KEY.
              05 INP-DEST-ID          PIC X(05).
              05 INP-DEST-DVZ         PIC X(03).
           03 INP-XFR-REF             PIC X(22).
      *EVERY DECK MUST ARRIVE WRAPPED IN A HEADER RECORD (TYPE 'H') -
      * IDENTIFYING THE DECK AND A TRAILER RECORD (TYPE 'T') CARRYING -
      * THE DETAIL RECORD COUNT AND A HASH TOTAL OF INP-AMOUNT, SO A -
           03 REG-HASH-TOTAL          PIC S9(13).
           03 REG-RUN-ID              PIC 9(14).
           03 REG-POST-DATE           PIC 9(06).
       FD  WHS-FILE.
      *PENDING-POSTINGS WAREHOUSE: A DETAIL CARD VALUE-DATED AFTER -
      * THE RUN DATE IS NOT POSTED - POSTING IT NOW WOULD MOVE THE -
      * BALANCE DAYS EARLY AND THROW OUT INTEREST AND POSITIONS - BUT -
      * HELD HERE, CARD IMAGE AND ALL, UNTIL BATCHWHR RELEASES IT ON -
      * ITS VALUE DATE (BATCHWHM LISTS AND CANCELS). KEYED BY VALUE -
      * DATE FIRST SO THE RELEASE READS ONLY WHAT HAS FALLEN DUE, -
      * THEN BY THE CARD'S DECK AND ABSOLUTE DECK POSITION, SO A -
      * RESTART THAT REPLAYS A CARD FINDS IT ALREADY HELD.
       01  WHS-REC.
           03 WHS-KEY.
              05 WHS-VALUE-DATE       PIC 9(06).
              05 WHS-DECK-DATE        PIC 9(06).
              05 WHS-DECK-SOURCE      PIC X(08).
              05 WHS-DECK-SEQ         PIC 9(07).
           03 WHS-STATUS              PIC X(01).
              88 WHS-PENDING          VALUE 'P'.
              88 WHS-RELEASING        VALUE 'R'.
           03 WHS-STORE-RUN-ID        PIC 9(14).
           03 WHS-RELEASE-RUN-ID      PIC 9(14).
           03 WHS-CARD                PIC X(58).
       FD  GL-FILE RECORDING MODE F.
      *END-OF-RUN GENERAL LEDGER FEED: THE DAY'S SUCCESSFUL POSTINGS -
      * NETTED BY EFFECTIVE DATE, CURRENCY AND OPERATION TYPE, IN A -
              88 OUT-ST-SUCC          VALUE 00 97.
           03 REJ-ST                  PIC 9(02).
              88 REJ-ST-SUCC          VALUE 00 97.
              88 REJ-NOT-FOUND        VALUE 35.
           03 CHK-ST                  PIC 9(02).
              88 CHK-EOF              VALUE 10.
              88 CHK-ST-SUCC          VALUE 00 97.
           03 HIS-ST                  PIC 9(02).
              88 HIS-ST-SUCC          VALUE 00 97.
              88 HIS-NOT-FOUND        VALUE 35.
           03 WHS-ST                  PIC 9(02).
              88 WHS-ST-SUCC          VALUE 00 97.
              88 WHS-NOT-FOUND        VALUE 35.
              88 WHS-DUPLICATE        VALUE 22.
           03 WS-RESTART-SW           PIC X(01).
              88 WS-RESTART-MODE      VALUE 'Y'.
              88 WS-NORMAL-MODE       VALUE 'N'.
              88 WS-FORCE-MODE        VALUE 'Y'.
           03 WS-REG-FOUND-SW         PIC X(01).
              88 WS-REG-FOUND         VALUE 'Y'.
           03 WS-XFR-VALID-SW         PIC X(01).
              88 WS-XFR-VALID         VALUE 'Y'.
       01  WS-RESTART-PARM            PIC X(20).
       01  WS-CSV-COUNT               PIC 9(02) COMP-3 VALUE 0.
       01  WS-RESTART-COUNT           PIC 9(02) COMP-3 VALUE 0.
           03 WS-GL-KEY-DATE          PIC 9(06).
           03 WS-GL-KEY-DVZ           PIC 9(03).
           03 WS-GL-KEY-OPER          PIC X(01).
       01  WS-GL-AMOUNT               PIC S9(15) COMP-3.
       01  WS-BATCHIDX                PIC X(08) VALUE 'BATCHIDX'.
       01  WS-BATCHIDX-REC.
           03  WS-OPER-TYPE           PIC X(01).
               88 WS-OPER-TYPE-VALID  VALUE 'R' 'U' 'W' 'D' 'A'
                                            'F' 'N' 'X' 'O' 'M'
                                            'V'.
               88 WS-READ-OPER        VALUE 'R'.
               88 WS-UPDATE-OPER      VALUE 'U'.
               88 WS-WRITE-OPER       VALUE 'W'.
               88 WS-UNFREEZE-OPER    VALUE 'N'.
               88 WS-CLOSEOUT-OPER    VALUE 'X'.
               88 WS-REOPEN-OPER      VALUE 'O'.
               88 WS-TRANSFER-OPER    VALUE 'M'.
               88 WS-REACTIVATE-OPER  VALUE 'V'.
           03 WS-KEY.
              05 WS-ID                PIC 9(05).
              05 WS-DVZ               PIC 9(03).
           03 WS-RUN-ID.
              05 WS-RUN-ID-DATE       PIC 9(06).
              05 WS-RUN-ID-TIME       PIC 9(08).
      *A TRANSFER'S DESTINATION, AND THE AMOUNT BATCHIDX ACTUALLY -
      * CREDITED THERE (IN THE DESTINATION'S CURRENCY) - PASSED IN -
      * AS ZERO SO BATCHIDX SETTLES IT.
           03 WS-DEST-KEY.
              05 WS-DEST-ID           PIC 9(05).
              05 WS-DEST-DVZ          PIC 9(03).
           03 WS-DEST-AMOUNT          PIC S9(15) COMP-3.
      *EVERYTHING ON THE DECK IS THE CUSTOMER'S OWN POSTING.
           03 WS-POST-ORIGIN          PIC X(01) VALUE SPACE.
       01  WS-XFR-SAVE-DVZ            PIC 9(03).
       01  WS-ERROR-MSG.
           03 WS-INVALID-OPER         PIC X(01).
           03 FILLER PIC X(25)        VALUE ': INVALID OPERATION TYPE!'.
           03 WS-TOT-CLOSE-ERR        PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REOPEN-OK        PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REOPEN-ERR       PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-XFER-OK          PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-XFER-ERR         PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REACT-OK         PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-REACT-ERR        PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-INVALID-OPER     PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-INVALID-CCY      PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-WHS-OK           PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-WHS-ERR          PIC 9(07) COMP-3 VALUE 0.
       01  WS-TRAILER-1.
           03 FILLER PIC X(26)        VALUE 'TOTAL RECORDS READ       '.
           03 WS-TR-RECS              PIC ZZZZZZ9.
           03 WS-TR-REOPEN-OK         PIC ZZZZZZ9.
           03 FILLER PIC X(03)        VALUE ' / '.
           03 WS-TR-REOPEN-ERR        PIC ZZZZZZ9.
       01  WS-TRAILER-12.
           03 FILLER PIC X(26)        VALUE 'TRANSFER OK/ERR          '.
           03 WS-TR-XFER-OK           PIC ZZZZZZ9.
           03 FILLER PIC X(03)        VALUE ' / '.
           03 WS-TR-XFER-ERR          PIC ZZZZZZ9.
       01  WS-TRAILER-13.
           03 FILLER PIC X(26)        VALUE 'REACTIVATE OK/ERR        '.
           03 WS-TR-REACT-OK          PIC ZZZZZZ9.
           03 FILLER PIC X(03)        VALUE ' / '.
           03 WS-TR-REACT-ERR         PIC ZZZZZZ9.
       01  WS-TRAILER-14.
           03 FILLER PIC X(26)        VALUE 'WAREHOUSED OK/ERR        '.
           03 WS-TR-WHS-OK            PIC ZZZZZZ9.
           03 FILLER PIC X(03)        VALUE ' / '.
           03 WS-TR-WHS-ERR           PIC ZZZZZZ9.
      *DESCRIPTION FOR A CARD HELD IN THE WAREHOUSE.
       01  WS-WHS-DESC.
           03 FILLER PIC X(17)        VALUE 'HELD TO VALUE DT '.
           03 WS-WHS-DESC-DATE        PIC 9(06).
       01  WS-CSV-LENS.
      *TRAILING-SPACE-STRIPPED LENGTH OF EACH ALPHANUMERIC COLUMN OF -
      * THE CSV LINE, COMPUTED JUST BEFORE THE LINE IS STRUNG -
              IF NOT RUN-ST-SUCC
                 DISPLAY 'CANNOT OPEN RUN CONTROL FILE, STATUS: '
                         RUN-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ RUN-FILE
                       DISPLAY 'RUN ' RUN-ID ' STILL IN-FLIGHT - '
                               'RESTART OR INVESTIGATE BEFORE '
                               'STARTING A NEW RUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
           OPEN OUTPUT RUN-FILE
           IF NOT RUN-ST-SUCC
              DISPLAY 'CANNOT OPEN RUN CONTROL FILE, STATUS: ' RUN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0              TO WS-DECK-DATE
           END-IF
           IF NOT HIS-ST-SUCC
              DISPLAY 'CANNOT OPEN RUN HISTORY FILE, STATUS: ' HIS-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE HIS-REC FROM WS-RUN-IMAGE
           COMPUTE WS-RUN-TOT-OK = WS-TOT-READ-OK + WS-TOT-UPDATE-OK
              + WS-TOT-WRITE-OK + WS-TOT-DELETE-OK + WS-TOT-OPEN-OK
              + WS-TOT-FREEZE-OK + WS-TOT-UNFREEZE-OK
              + WS-TOT-CLOSE-OK + WS-TOT-REOPEN-OK + WS-TOT-XFER-OK
              + WS-TOT-REACT-OK + WS-TOT-WHS-OK
           COMPUTE WS-RUN-TOT-ERR = WS-TOT-READ-ERR
              + WS-TOT-UPDATE-ERR + WS-TOT-WRITE-ERR
              + WS-TOT-DELETE-ERR + WS-TOT-OPEN-ERR
              + WS-TOT-FREEZE-ERR + WS-TOT-UNFREEZE-ERR
              + WS-TOT-CLOSE-ERR + WS-TOT-REOPEN-ERR + WS-TOT-XFER-ERR
              + WS-TOT-REACT-ERR + WS-TOT-WHS-ERR
              + WS-TOT-INVALID-OPER + WS-TOT-INVALID-CCY
           OPEN OUTPUT RUN-FILE
           IF NOT RUN-ST-SUCC
              DISPLAY 'CANNOT OPEN RUN CONTROL FILE, STATUS: ' RUN-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-ID       TO RUN-ID
           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-CCY-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE
           IF WS-VALID-DVZ-CNT EQUAL 0
              DISPLAY 'NO CURRENCY RATES IN EFFECT FOR ' WS-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

                    IF WS-VALID-DVZ-CNT >= WS-VALID-DVZ-LIMIT
                       DISPLAY 'CURRENCY TABLE FULL, LIMIT: '
                               WS-VALID-DVZ-LIMIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-VALID-DVZ-CNT
           ELSE
              IF NOT REG-ST-SUCC
                 DISPLAY 'CANNOT OPEN DECK REGISTER, STATUS: ' REG-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-REG-PARA UNTIL REG-EOF
              IF WS-REG-COUNT >= WS-REG-LIMIT
                 DISPLAY 'DECK REGISTER TABLE FULL, LIMIT: '
                         WS-REG-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-REG-COUNT
           END-IF
           IF NOT REG-ST-SUCC
              DISPLAY 'CANNOT OPEN DECK REGISTER, STATUS: ' REG-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DECK-DATE    TO REG-DECK-DATE
           WRITE RUN-REC
           PERFORM WRITE-RUN-HISTORY-PARA
           CLOSE RUN-FILE
           MOVE 08 TO RETURN-CODE
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT INP-FILE
           IF NOT INP-ST-SUCC
              DISPLAY 'CANNOT OPEN INPUT FILE, STATUS: ' INP-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *A RESTART KEEPS THE REJECTS WRITTEN BEFORE THE FAILURE - THE -
      * RECORDS THEY CAME FROM ARE SKIPPED THIS TIME, AND ANYONE -
      * WORKING FROM REJFILE (BATCHSOG CONFIRMING A STANDING-ORDER -
      * DECK) WOULD OTHERWISE TAKE THEM FOR POSTED.
           IF WS-RESTART-MODE
              OPEN EXTEND REJ-FILE
              IF REJ-NOT-FOUND
                 OPEN OUTPUT REJ-FILE
              END-IF
           ELSE
              OPEN OUTPUT REJ-FILE
           END-IF
           IF NOT REJ-ST-SUCC
              DISPLAY 'CANNOT OPEN REJECT FILE, STATUS: ' REJ-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RESTART-MODE
           END-IF.
           IF NOT CHK-ST-SUCC
              DISPLAY 'CANNOT OPEN CHECKPOINT FILE, STATUS: ' CHK-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CSV-MODE
              OPEN OUTPUT CSV-FILE
              IF NOT CSV-ST-SUCC
                 DISPLAY 'CANNOT OPEN CSV FILE, STATUS: ' CSV-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *THE FIRST FUTURE-DATED CARD EVER FINDS NO WAREHOUSE - IT IS -
      * CREATED EMPTY AND REOPENED FOR UPDATE.
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

       READ-REC-PARA.
           READ INP-FILE
           ELSE
              MOVE INP-EFF-DATE TO WS-EFF-DATE
           END-IF
           MOVE 0               TO WS-DEST-ID
           MOVE 0               TO WS-DEST-DVZ
           MOVE 0               TO WS-DEST-AMOUNT
           IF WS-TRANSFER-OPER
              PERFORM VALIDATE-TRANSFER-PARA
           END-IF
           PERFORM VALIDATE-CURRENCY-PARA
      *OPERATION VALIDITY IS CHECKED BEFORE THE CALL - A STRAY BYTE -
      * IN THE OPERATION COLUMN MUST NEVER REACH BATCHIDX, WHERE A -
                    (INP-FNAME EQUAL SPACES OR INP-LNAME EQUAL SPACES)
                    PERFORM WRITE-INVALID-NAME-PARA
                 ELSE
                    IF WS-TRANSFER-OPER AND NOT WS-XFR-VALID
                       PERFORM WRITE-INVALID-XFR-PARA
                    ELSE
                       IF INP-EFF-DATE > WS-RUN-DATE
                          PERFORM WAREHOUSE-REC-PARA
                       ELSE
                          PERFORM CALL-WS-BATCHIDX-PARA
                          PERFORM CHECK-OPER-TYPE-PARA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           ADD 1 TO WS-DVZ-IDX.

      *A TRANSFER NEEDS A NUMERIC DESTINATION KEY IN A CURRENCY THE -
      * RATE MASTER CARRIES, AND A POSITIVE AMOUNT - A NEGATIVE ONE -
      * WOULD RUN THE MONEY THE WRONG WAY. THE DESTINATION CURRENCY -
      * IS LOOKED UP THROUGH THE SAME TABLE AS THE SOURCE, SO THIS -
      * RUNS BEFORE THE SOURCE CHECK THAT PROCESS-DETAIL-REC-PARA -
      * TESTS.
       VALIDATE-TRANSFER-PARA.
           MOVE 'N' TO WS-XFR-VALID-SW
           IF INP-DEST-ID IS NUMERIC AND INP-DEST-DVZ IS NUMERIC AND
              INP-AMOUNT > 0
              MOVE INP-DEST-KEY    TO WS-DEST-KEY
              MOVE WS-DVZ          TO WS-XFR-SAVE-DVZ
              MOVE WS-DEST-DVZ     TO WS-DVZ
              PERFORM VALIDATE-CURRENCY-PARA
              IF WS-CCY-IS-VALID
                 SET WS-XFR-VALID TO TRUE
              END-IF
              MOVE WS-XFR-SAVE-DVZ TO WS-DVZ
           END-IF.

       WRITE-INVALID-CCY-PARA.
           ADD 1 TO WS-TOT-INVALID-CCY
           MOVE SPACES                  TO OUT-REC
           END-IF
           PERFORM WRITE-REJECT-PARA.

      *A TRANSFER WITH A BAD DESTINATION OR AMOUNT NEVER REACHES -
      * BATCHIDX, SO NEITHER ACCOUNT IS EVER READ FOR IT.
       WRITE-INVALID-XFR-PARA.
           ADD 1 TO WS-TOT-XFER-ERR
           MOVE SPACES                  TO OUT-REC
           MOVE WS-ID                   TO OUT-ID
           MOVE WS-DVZ                  TO OUT-DVZ
           MOVE 'TRANSFER'              TO OUT-OPER-NAME
           MOVE 99                      TO OUT-RETURN-CODE
           MOVE 'TRANSFER DETAILS INVALID!' TO OUT-DESCRIPTION
           WRITE OUT-REC
           IF WS-CSV-MODE
              PERFORM WRITE-CSV-LINE-PARA
           END-IF
           PERFORM WRITE-REJECT-PARA.

      *A CARD THAT PASSED EVERY CHECK BUT IS VALUE-DATED AFTER THE -
      * RUN DATE GOES INTO THE WAREHOUSE INSTEAD OF TO BATCHIDX. THE -
      * SAME CARD ALREADY HELD IS A RESTART REPLAYING IT - FINE AS IT -
      * STANDS - OR A FORCED RESEND OF THE DECK, WHICH IS REJECTED -
      * SO THE CARD CAN BE RESUBMITTED ON A DECK OF ITS OWN.
       WAREHOUSE-REC-PARA.
           MOVE SPACES          TO OUT-REC
           MOVE WS-ID           TO OUT-ID
           MOVE WS-DVZ          TO OUT-DVZ
           MOVE 'WAREHOUSE'     TO OUT-OPER-NAME
           MOVE INP-EFF-DATE    TO WHS-VALUE-DATE
           MOVE WS-DECK-DATE    TO WHS-DECK-DATE
           MOVE WS-DECK-SOURCE  TO WHS-DECK-SOURCE
           COMPUTE WHS-DECK-SEQ = WS-SKIP-COUNT + WS-TOT-READS
           SET WHS-PENDING      TO TRUE
           MOVE WS-RUN-ID       TO WHS-STORE-RUN-ID
           MOVE 0               TO WHS-RELEASE-RUN-ID
           MOVE INP-REC         TO WHS-CARD
           MOVE INP-EFF-DATE    TO WS-WHS-DESC-DATE
           WRITE WHS-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WHS-ST-SUCC OR (WHS-DUPLICATE AND WS-RESTART-MODE)
              ADD 1 TO WS-TOT-WHS-OK
              MOVE 00              TO OUT-RETURN-CODE
              MOVE WS-WHS-DESC     TO OUT-DESCRIPTION
           ELSE
              IF WHS-DUPLICATE
                 ADD 1 TO WS-TOT-WHS-ERR
                 MOVE 02           TO OUT-RETURN-CODE
                 MOVE 'ALREADY WAREHOUSED!' TO OUT-DESCRIPTION
              ELSE
                 DISPLAY 'CANNOT WRITE WAREHOUSE FILE, STATUS: '
                         WHS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           WRITE OUT-REC
           IF WS-CSV-MODE
              PERFORM WRITE-CSV-LINE-PARA
           END-IF
           IF OUT-RETURN-CODE NOT EQUAL 00
              PERFORM WRITE-REJECT-PARA
           END-IF.

       WRITE-REJECT-PARA.
      *COPY THE ORIGINAL INPUT IMAGE OUT TO THE REJECT FILE SO IT -
      * CAN BE CORRECTED AND RESUBMITTED ON ITS OWN.
                 PERFORM OPER-CLOSEOUT-PARA
               WHEN 'O'
                 PERFORM OPER-REOPEN-PARA
               WHEN 'M'
                 PERFORM OPER-TRANSFER-PARA
               WHEN 'V'
                 PERFORM OPER-REACTIVATE-PARA
           END-EVALUATE
           WRITE OUT-REC
           IF WS-CSV-MODE
              WHEN 41
                 MOVE 'ACCOUNT FROZEN!'            TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-WRITE-ERR
              WHEN 27
                 MOVE 'OVERDRAFT LIMIT EXCEEDED!'  TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-WRITE-ERR
              WHEN 46
                 MOVE 'ACCOUNT DORMANT!'           TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-WRITE-ERR
              WHEN OTHER
                 MOVE 'RECORD NOT FOUND!'          TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-WRITE-ERR
              WHEN 42
                 MOVE 'ACCOUNT ALREADY CLOSED!' TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-FREEZE-ERR
              WHEN 48
                 MOVE 'ACCOUNT NOT ACTIVE!'     TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-FREEZE-ERR
              WHEN OTHER
                 MOVE 'ACCOUNT FROZEN.'         TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-FREEZE-OK
           SET WS-UNFREEZE-OPER TO TRUE
           MOVE 'UNFREEZE'    TO OUT-OPER-NAME.

      *THE TRANSFER POSTS BOTH SIDES OR NEITHER, SO A SINGLE RETURN -
      * CODE DESCRIBES IT. UNLIKE A CLOSE IT IS FOLDED INTO THE GL -
      * FEED: ACROSS CURRENCIES THE TWO SIDES DO NOT NET TO ZERO IN -
      * ANY ONE CURRENCY, AND FINANCE NEEDS BOTH POSITIONS MOVED.
       OPER-TRANSFER-PARA.
           EVALUATE WS-RETURN-CODE
              WHEN 00
                 MOVE 'TRANSFER POSTED.'           TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-OK
                 PERFORM ACCUMULATE-XFR-GL-PARA
              WHEN 41
                 MOVE 'ACCOUNT FROZEN!'            TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN 42
                 MOVE 'ACCOUNT ALREADY CLOSED!'    TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN 45
                 MOVE 'DESTINATION NOT AVAILABLE!' TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN 26
                 MOVE 'NO RATE FOR TRANSFER!'      TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN 27
                 MOVE 'OVERDRAFT LIMIT EXCEEDED!'  TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN 46
                 MOVE 'ACCOUNT DORMANT!'           TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
              WHEN OTHER
                 MOVE 'RECORD NOT FOUND!'          TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-XFER-ERR
           END-EVALUATE.
           SET WS-TRANSFER-OPER TO TRUE
           MOVE 'TRANSFER'    TO OUT-OPER-NAME.

      *THE REACTIVATION BRINGS A DORMANT ACCOUNT BACK INTO SERVICE -
      * WHEN THE CUSTOMER RETURNS - STATUS ONLY, LIKE THE REOPEN, -
      * AND ONLY ON AN ACCOUNT THAT REALLY IS DORMANT.
       OPER-REACTIVATE-PARA.
           EVALUATE WS-RETURN-CODE
              WHEN 23
                 MOVE 'RECORD NOT FOUND!'       TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-REACT-ERR
              WHEN 47
                 MOVE 'ACCOUNT NOT DORMANT!'    TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-REACT-ERR
              WHEN OTHER
                 MOVE 'ACCOUNT REACTIVATED.'    TO OUT-DESCRIPTION
                 ADD 1 TO WS-TOT-REACT-OK
           END-EVALUATE.
           SET WS-REACTIVATE-OPER TO TRUE
           MOVE 'REACTIVATE'  TO OUT-OPER-NAME.

       CALL-WS-BATCHIDX-PARA.
      *CALL WS-BATCHIDX SUB PROGRAM AND USE WS-BATCHIDX-REC PARAMATER
      * THAN GIVE THE CHANGED DATA WITHIN WS-BATCHIDX-REC
           MOVE WS-TOT-CLOSE-ERR   TO WS-TR-CLOSE-ERR
           MOVE WS-TOT-REOPEN-OK   TO WS-TR-REOPEN-OK
           MOVE WS-TOT-REOPEN-ERR  TO WS-TR-REOPEN-ERR
           MOVE WS-TOT-XFER-OK     TO WS-TR-XFER-OK
           MOVE WS-TOT-XFER-ERR    TO WS-TR-XFER-ERR
           MOVE WS-TOT-REACT-OK    TO WS-TR-REACT-OK
           MOVE WS-TOT-REACT-ERR   TO WS-TR-REACT-ERR
           MOVE WS-TOT-WHS-OK      TO WS-TR-WHS-OK
           MOVE WS-TOT-WHS-ERR     TO WS-TR-WHS-ERR
           WRITE OUT-REC FROM WS-HEADER-3.
           WRITE OUT-REC FROM WS-TRAILER-1.
           WRITE OUT-REC FROM WS-TRAILER-2.
           WRITE OUT-REC FROM WS-TRAILER-9.
           WRITE OUT-REC FROM WS-TRAILER-10.
           WRITE OUT-REC FROM WS-TRAILER-11.
           WRITE OUT-REC FROM WS-TRAILER-12.
           WRITE OUT-REC FROM WS-TRAILER-13.
           WRITE OUT-REC FROM WS-TRAILER-14.
           WRITE OUT-REC FROM WS-TRAILER-6.

      *FOLD THIS POSTING INTO ITS (EFFECTIVE DATE, CURRENCY, -
           MOVE WS-EFF-DATE   TO WS-GL-KEY-DATE
           MOVE WS-DVZ        TO WS-GL-KEY-DVZ
           MOVE INP-OPER-TYPE TO WS-GL-KEY-OPER
           MOVE WS-AMOUNT     TO WS-GL-AMOUNT
           PERFORM POST-GL-BUCKET-PARA.

      *A TRANSFER GOES TO THE FEED AS TWO POSTINGS UNDER ITS OWN -
      * TYPE: THE DEBIT SIDE OUT OF THE SOURCE CURRENCY (CREDIT -
      * COLUMN) AND THE CREDIT SIDE, AT THE AMOUNT BATCHIDX SETTLED, -
      * INTO THE DESTINATION CURRENCY (DEBIT COLUMN).
       ACCUMULATE-XFR-GL-PARA.
           MOVE WS-EFF-DATE   TO WS-GL-KEY-DATE
           MOVE WS-DVZ        TO WS-GL-KEY-DVZ
           MOVE INP-OPER-TYPE TO WS-GL-KEY-OPER
           COMPUTE WS-GL-AMOUNT = 0 - WS-AMOUNT
           PERFORM POST-GL-BUCKET-PARA
           MOVE WS-DEST-DVZ   TO WS-GL-KEY-DVZ
           MOVE WS-DEST-AMOUNT TO WS-GL-AMOUNT
           PERFORM POST-GL-BUCKET-PARA.

       POST-GL-BUCKET-PARA.
           PERFORM FIND-GL-ENTRY-PARA
           IF NOT WS-GL-FOUND
              IF WS-GL-COUNT < WS-GL-LIMIT
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
           OPEN OUTPUT GL-FILE
           IF NOT GL-ST-SUCC
              DISPLAY 'CANNOT OPEN GL FILE, STATUS: ' GL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-GL-IDX
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
           CLOSE CHK-FILE.
           CLOSE WHS-FILE.
           IF WS-CSV-MODE
              CLOSE CSV-FILE
           END-IF.

      *A RUN THAT POSTED CLEAN ENDS WITH RETURN CODE 0; ONE THAT -
      * TURNED ANY CARD AWAY ENDS WITH 4 SO THE STREAM CAN DECIDE -
      * WHETHER TO CARRY ON.
       EXIT-PARA.
           IF WS-RUN-TOT-ERR > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.
