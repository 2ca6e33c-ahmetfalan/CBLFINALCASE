       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHDRM.
      *DORMANCY RUN: SWEEPS DATA-FILE IN KEY SEQUENCE AND MEASURES -
      * HOW LONG EACH ACCOUNT HAS GONE WITHOUT CUSTOMER ACTIVITY -
      * (DATA-DATE - SYSTEM POSTINGS SUCH AS INTEREST ACCRUALS DO -
      * NOT STAMP IT). AN ACTIVE ACCOUNT UNTOUCHED FOR THE DORMANCY -
      * PERIOD IS MARKED DORMANT THROUGH BATCHIDX ('S'), AFTER WHICH -
      * BATCHIDX REFUSES CUSTOMER POSTINGS AGAINST IT UNTIL A -
      * REACTIVATION ('V') COMES THROUGH BATCHPRG. THE DORMANCY -
      * REPORT (DRMOUT) LISTS EVERY DORMANT ACCOUNT - NEWLY MARKED -
      * OR ALREADY SO - WITH ITS BALANCE IN ITS OWN CURRENCY AND -
      * CONVERTED TO BASE 949 AT THE RATE IN EFFECT ON THE RUN DATE. -
      * A DORMANT ACCOUNT UNTOUCHED FOR THE LONGER UNCLAIMED PERIOD -
      * IS ALSO LISTED ON UNCOUT AS DUE FOR TRANSFER TO THE -
      * UNCLAIMED-FUNDS AUTHORITY (THE TRANSFER ITSELF IS AN -
      * ACCOUNT CLOSE, 'X', WHICH A DORMANT ACCOUNT STILL TAKES). -
      * FROZEN AND CLOSED ACCOUNTS AND THE SUSPENSE ACCOUNT ARE LEFT -
      * OUT.
      *PARAMETERS: COLUMNS 1-3 THE DORMANCY PERIOD IN MONTHS, -
      * COLUMNS 4-6 THE UNCLAIMED PERIOD IN MONTHS - BOTH REQUIRED, -
      * THE SECOND LONGER THAN THE FIRST. A RUN THAT CHANGES ACCOUNT -
      * STATUS IS TOO CONSEQUENTIAL TO GUESS A PERIOD FOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT FXR-FILE
              ASSIGN TO FXRFILE
              FILE STATUS IS FXR-ST.
           SELECT OUT-FILE
              ASSIGN TO DRMOUT
              FILE STATUS IS OUT-ST.
           SELECT UNC-FILE
              ASSIGN TO UNCOUT
              FILE STATUS IS UNC-ST.
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
              88 DATA-ACTIVE             VALUE 'A'.
              88 DATA-FROZEN             VALUE 'F'.
              88 DATA-CLOSED             VALUE 'C'.
              88 DATA-DORMANT            VALUE 'D'.
       FD  FXR-FILE RECORDING MODE F.
       01  FXR-REC.
           03 FXR-DVZ                    PIC 9(03).
           03 FXR-RATE                   PIC 9(05)V9(02).
           03 FXR-EFF-DATE               PIC 9(06).
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                       PIC X(120).
       FD  UNC-FILE RECORDING MODE F.
       01  UNC-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 FXR-ST                     PIC 9(02).
              88 FXR-EOF                 VALUE 10.
              88 FXR-ST-SUCC             VALUE 00 97.
           03 OUT-ST                     PIC 9(02).
              88 OUT-ST-SUCC             VALUE 00 97.
           03 UNC-ST                     PIC 9(02).
              88 UNC-ST-SUCC             VALUE 00 97.
       01  WS-DRM-PARM                   PIC X(20).
       01  WS-DORMANT-MONTHS             PIC 9(03).
       01  WS-UNCLAIMED-MONTHS           PIC 9(03).
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-SUSPENSE-ID                PIC S9(05) COMP-3 VALUE 99999.
      *MONTHS WITHOUT ACTIVITY: THE DATES ARE YYMMDD, SO EACH IS -
      * TURNED INTO A MONTH NUMBER WITH THE CENTURY WINDOWED (YY -
      * BELOW 50 IS 20YY), AND A MONTH ONLY COUNTS ONCE ITS DAY HAS -
      * BEEN REACHED.
       01  WS-AGE-WORK.
           03 WS-AGE-DATE                PIC 9(06).
           03 WS-AGE-PARTS REDEFINES WS-AGE-DATE.
              05 WS-AGE-YY               PIC 9(02).
              05 WS-AGE-MM               PIC 9(02).
              05 WS-AGE-DD               PIC 9(02).
           03 WS-AGE-MONTH-NO            PIC 9(05) COMP-3.
           03 WS-RUN-MONTH-NO            PIC 9(05) COMP-3.
           03 WS-RUN-DD                  PIC 9(02).
           03 WS-MONTHS-IDLE             PIC S9(05) COMP-3.
      *TABLE OF THE CURRENCY RATES TO BASE 949 IN EFFECT ON THE RUN -
      * DATE, LOADED THE WAY BATCHCON LOADS ITS OWN.
       01  WS-FX-LIMIT                   PIC 9(02) COMP-3 VALUE 20.
       01  WS-FX-COUNT                   PIC 9(02) COMP-3 VALUE 0.
       01  WS-FX-TABLE.
           03 WS-FX-ENTRY OCCURS 20 TIMES.
              05 WS-FX-CODE              PIC 9(03).
              05 WS-FX-RATE              PIC 9(05)V9(02).
              05 WS-FX-DATE              PIC 9(06).
       01  WS-FX-IDX                     PIC 9(02).
       01  WS-FX-FOUND-SW                PIC X(01).
           88 WS-FX-FOUND                VALUE 'Y'.
       01  WS-FX-WANT-CODE               PIC 9(03).
      *THE DORMANT ACCOUNTS ARE COLLECTED HERE AND DATA-FILE CLOSED -
      * BEFORE ANY IS MARKED - BATCHIDX OPENS DATA-FILE I-O FOR THE -
      * MARKING, SO THE SWEEP MUST NOT STILL BE HOLDING IT (THE SAME -
      * DISCIPLINE AS BATCHINT).
       01  WS-DRM-LIMIT                  PIC 9(07) COMP-3 VALUE 250000.
       01  WS-DRM-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-DRM-TABLE.
           03 WS-DRM-ENTRY OCCURS 250000 TIMES.
              05 WS-DRM-ID               PIC S9(05) COMP-3.
              05 WS-DRM-DVZ              PIC S9(03) COMP.
              05 WS-DRM-FNAME            PIC X(15).
              05 WS-DRM-LNAME            PIC X(15).
              05 WS-DRM-DATE             PIC S9(07) COMP-3.
              05 WS-DRM-BALANCE          PIC S9(15) COMP-3.
              05 WS-DRM-MONTHS           PIC 9(05) COMP-3.
              05 WS-DRM-NEW-SW           PIC X(01).
                 88 WS-DRM-NEW           VALUE 'Y'.
       01  WS-DRM-IDX                    PIC 9(07) COMP-3.
       01  WS-CONVERTED                  PIC S9(15) COMP-3.
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
           03 WS-RUN-ID.
              05 WS-RUN-ID-DATE          PIC 9(06).
              05 WS-RUN-ID-TIME          PIC 9(08).
           03 WS-DEST-KEY.
              05 WS-DEST-ID              PIC 9(05).
              05 WS-DEST-DVZ             PIC 9(03).
           03 WS-DEST-AMOUNT             PIC S9(15) COMP-3.
           03 WS-POST-ORIGIN             PIC X(01) VALUE 'S'.
       01  WS-TOTALS.
           03 WS-TOT-SWEPT               PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NO-DATE             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NEW-DORMANT         PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-OLD-DORMANT         PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-MARK-ERR            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-UNCLAIMED           PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NOT-CONVERTED       PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-DORMANT-BASE        PIC S9(17) COMP-3 VALUE 0.
           03 WS-TOT-UNCLAIMED-BASE      PIC S9(17) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(24)   VALUE 'DORMANCY REPORT, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(20)   VALUE '  DORMANT AFTER    '.
           03 WS-RH-DORMANT      PIC ZZ9.
           03 FILLER PIC X(08)   VALUE ' MONTHS,'.
           03 FILLER PIC X(18)   VALUE ' UNCLAIMED AFTER '.
           03 WS-RH-UNCLAIMED    PIC ZZ9.
           03 FILLER PIC X(07)   VALUE ' MONTHS'.
       01  WS-UNC-HEADER-1.
           03 FILLER PIC X(40)   VALUE
              'BALANCES DUE TO UNCLAIMED FUNDS, DATE: '.
           03 WS-UH-DATE         PIC 9(06).
           03 FILLER PIC X(18)   VALUE '  IDLE AT LEAST '.
           03 WS-UH-UNCLAIMED    PIC ZZ9.
           03 FILLER PIC X(07)   VALUE ' MONTHS'.
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(07)   VALUE 'ID'.
           03 FILLER PIC X(05)   VALUE 'DVZ'.
           03 FILLER PIC X(32)   VALUE 'CUSTOMER'.
           03 FILLER PIC X(09)   VALUE 'LAST ACT'.
           03 FILLER PIC X(06)   VALUE 'IDLE'.
           03 FILLER PIC X(17)   VALUE '          BALANCE'.
           03 FILLER PIC X(17)   VALUE '     BALANCE(949)'.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 FILLER PIC X(20)   VALUE 'STATUS'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-ID           PIC 9(05).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DVZ          PIC 9(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-FNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-LNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-DATE         PIC 9(06).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-MONTHS       PIC ZZZ9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-BALANCE      PIC -(15)9.
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-BASE         PIC -(15)9.
           03 WS-DL-BASE-X REDEFINES WS-DL-BASE PIC X(16).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(20).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       01  WS-AMT-LINE.
           03 WS-AL-LABEL        PIC X(26).
           03 WS-AL-VALUE        PIC -(17)9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PARM-PARA.
           PERFORM LOAD-FX-RATES-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           PERFORM READ-DATA-PARA.
           PERFORM SWEEP-ONE-ACCOUNT-PARA UNTIL DATA-EOF.
           CLOSE DATA-FILE.
           MOVE 0 TO WS-DRM-IDX
           PERFORM REPORT-ONE-DORMANT-PARA
              UNTIL WS-DRM-IDX >= WS-DRM-COUNT.
           IF WS-TOT-NEW-DORMANT + WS-TOT-MARK-ERR > 0
      *BATCHIDX HELD DATA-FILE OPEN ACROSS THE MARKING - THE 'C' -
      * CONTROL CALL CLOSES IT OUT.
              MOVE 'C' TO WS-OPER-TYPE
              CALL WS-BATCHIDX USING WS-BATCHIDX-REC
           END-IF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE OUT-FILE.
           CLOSE UNC-FILE.
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
           ACCEPT WS-RUN-ID-TIME FROM TIME
           ACCEPT WS-DRM-PARM FROM COMMAND-LINE
           IF WS-DRM-PARM (1:3) IS NUMERIC AND
              WS-DRM-PARM (4:3) IS NUMERIC
              MOVE WS-DRM-PARM (1:3) TO WS-DORMANT-MONTHS
              MOVE WS-DRM-PARM (4:3) TO WS-UNCLAIMED-MONTHS
           ELSE
              DISPLAY 'DORMANT AND UNCLAIMED MONTHS (NNNNNN) REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-DORMANT-MONTHS EQUAL 0 OR
              WS-UNCLAIMED-MONTHS NOT GREATER THAN WS-DORMANT-MONTHS
              DISPLAY 'UNCLAIMED PERIOD MUST EXCEED DORMANCY PERIOD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-AGE-DATE
           PERFORM COMPUTE-MONTH-NO-PARA
           MOVE WS-AGE-MONTH-NO TO WS-RUN-MONTH-NO
           MOVE WS-AGE-DD       TO WS-RUN-DD.

       LOAD-FX-RATES-PARA.
           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE.

      *ROWS DATED AFTER THE RUN DATE ARE SKIPPED; OF THE ROWS IN -
      * EFFECT, THE LATEST EFFECTIVE DATE WINS FOR EACH CODE (TIES GO -
      * TO THE ROW LOADED LAST).
       LOAD-ONE-RATE-PARA.
           READ FXR-FILE
           NOT AT END
              IF FXR-EFF-DATE NOT GREATER THAN WS-RUN-DATE
                 MOVE FXR-DVZ TO WS-FX-WANT-CODE
                 PERFORM FIND-FX-CODE-PARA
                 IF WS-FX-FOUND
                    IF FXR-EFF-DATE NOT LESS THAN
                       WS-FX-DATE (WS-FX-IDX)
                       MOVE FXR-RATE     TO WS-FX-RATE (WS-FX-IDX)
                       MOVE FXR-EFF-DATE TO WS-FX-DATE (WS-FX-IDX)
                    END-IF
                 ELSE
                    IF WS-FX-COUNT >= WS-FX-LIMIT
                       DISPLAY 'RATE TABLE FULL, LIMIT: ' WS-FX-LIMIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-FX-COUNT
                    MOVE FXR-DVZ      TO WS-FX-CODE (WS-FX-COUNT)
                    MOVE FXR-RATE     TO WS-FX-RATE (WS-FX-COUNT)
                    MOVE FXR-EFF-DATE TO WS-FX-DATE (WS-FX-COUNT)
                 END-IF
              END-IF
           END-READ.

       FIND-FX-CODE-PARA.
           MOVE 'N' TO WS-FX-FOUND-SW
           MOVE 1   TO WS-FX-IDX
           PERFORM CHECK-FX-CODE-PARA
              UNTIL WS-FX-IDX > WS-FX-COUNT OR WS-FX-FOUND.

       CHECK-FX-CODE-PARA.
           IF WS-FX-WANT-CODE EQUAL WS-FX-CODE (WS-FX-IDX)
              MOVE 'Y' TO WS-FX-FOUND-SW
           ELSE
              ADD 1 TO WS-FX-IDX
           END-IF.

       OPEN-FILES-PARA.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT UNC-FILE
           IF NOT UNC-ST-SUCC
              DISPLAY 'CANNOT OPEN UNCLAIMED FILE, STATUS: ' UNC-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-DATA-PARA.
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
           END-READ.

      *AN ACTIVE ACCOUNT IDLE FOR THE DORMANCY PERIOD IS COLLECTED -
      * TO BE MARKED; ONE ALREADY DORMANT IS COLLECTED TO BE LISTED. -
      * AN ACCOUNT WITH NO ACTIVITY DATE AT ALL CANNOT BE AGED AND IS -
      * COUNTED, NOT GUESSED AT.
       SWEEP-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-TOT-SWEPT
           IF (DATA-ACTIVE OR DATA-DORMANT) AND
              DATA-ID NOT EQUAL WS-SUSPENSE-ID
              IF DATA-DATE NOT GREATER THAN 0
                 ADD 1 TO WS-TOT-NO-DATE
              ELSE
                 MOVE DATA-DATE TO WS-AGE-DATE
                 PERFORM COMPUTE-MONTH-NO-PARA
                 COMPUTE WS-MONTHS-IDLE =
                    WS-RUN-MONTH-NO - WS-AGE-MONTH-NO
                 IF WS-RUN-DD < WS-AGE-DD
                    SUBTRACT 1 FROM WS-MONTHS-IDLE
                 END-IF
                 IF WS-MONTHS-IDLE < 0
                    MOVE 0 TO WS-MONTHS-IDLE
                 END-IF
                 IF DATA-DORMANT OR
                    WS-MONTHS-IDLE NOT LESS THAN WS-DORMANT-MONTHS
                    PERFORM ADD-DORMANT-ENTRY-PARA
                 END-IF
              END-IF
           END-IF
           PERFORM READ-DATA-PARA.

       COMPUTE-MONTH-NO-PARA.
           IF WS-AGE-YY < 50
              COMPUTE WS-AGE-MONTH-NO =
                 (2000 + WS-AGE-YY) * 12 + WS-AGE-MM
           ELSE
              COMPUTE WS-AGE-MONTH-NO =
                 (1900 + WS-AGE-YY) * 12 + WS-AGE-MM
           END-IF.

       ADD-DORMANT-ENTRY-PARA.
           IF WS-DRM-COUNT >= WS-DRM-LIMIT
              DISPLAY 'DORMANT TABLE FULL, LIMIT: ' WS-DRM-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-DRM-COUNT
           MOVE DATA-ID        TO WS-DRM-ID (WS-DRM-COUNT)
           MOVE DATA-DVZ       TO WS-DRM-DVZ (WS-DRM-COUNT)
           MOVE DATA-FNAME     TO WS-DRM-FNAME (WS-DRM-COUNT)
           MOVE DATA-LNAME     TO WS-DRM-LNAME (WS-DRM-COUNT)
           MOVE DATA-DATE      TO WS-DRM-DATE (WS-DRM-COUNT)
           MOVE DATA-BALANCE   TO WS-DRM-BALANCE (WS-DRM-COUNT)
           MOVE WS-MONTHS-IDLE TO WS-DRM-MONTHS (WS-DRM-COUNT)
           IF DATA-ACTIVE
              MOVE 'Y' TO WS-DRM-NEW-SW (WS-DRM-COUNT)
           ELSE
              MOVE 'N' TO WS-DRM-NEW-SW (WS-DRM-COUNT)
           END-IF.

      *MARK A NEWLY DORMANT ACCOUNT AND LIST EVERY DORMANT ONE. AN -
      * ACCOUNT BATCHIDX WOULD NOT MARK (ITS STATUS CHANGED SINCE THE -
      * SWEEP) IS LISTED WITH THE RETURN CODE AND LEFT OFF THE -
      * UNCLAIMED LIST - IT IS NOT DORMANT.
       REPORT-ONE-DORMANT-PARA.
           ADD 1 TO WS-DRM-IDX
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 00     TO WS-RETURN-CODE
           IF WS-DRM-NEW (WS-DRM-IDX)
              MOVE 'S'                        TO WS-OPER-TYPE
              MOVE WS-DRM-ID (WS-DRM-IDX)     TO WS-ID
              MOVE WS-DRM-DVZ (WS-DRM-IDX)    TO WS-DVZ
              MOVE 0                          TO WS-AMOUNT
              MOVE WS-RUN-DATE                TO WS-EFF-DATE
              CALL WS-BATCHIDX USING WS-BATCHIDX-REC
              IF WS-RETURN-CODE EQUAL 00
                 ADD 1 TO WS-TOT-NEW-DORMANT
                 MOVE 'MARKED DORMANT.'       TO WS-DL-STATUS
              ELSE
                 ADD 1 TO WS-TOT-MARK-ERR
                 STRING 'NOT MARKED, RC ' WS-RETURN-CODE
                    DELIMITED BY SIZE INTO WS-DL-STATUS
                 END-STRING
              END-IF
           ELSE
              ADD 1 TO WS-TOT-OLD-DORMANT
              MOVE 'DORMANT'                  TO WS-DL-STATUS
           END-IF
           MOVE WS-DRM-ID (WS-DRM-IDX)      TO WS-DL-ID
           MOVE WS-DRM-DVZ (WS-DRM-IDX)     TO WS-DL-DVZ
           MOVE WS-DRM-FNAME (WS-DRM-IDX)   TO WS-DL-FNAME
           MOVE WS-DRM-LNAME (WS-DRM-IDX)   TO WS-DL-LNAME
           MOVE WS-DRM-DATE (WS-DRM-IDX)    TO WS-DL-DATE
           MOVE WS-DRM-MONTHS (WS-DRM-IDX)  TO WS-DL-MONTHS
           MOVE WS-DRM-BALANCE (WS-DRM-IDX) TO WS-DL-BALANCE
           PERFORM CONVERT-BALANCE-PARA
           WRITE OUT-REC FROM WS-DETAIL-LINE
           IF WS-RETURN-CODE EQUAL 00
              IF WS-FX-FOUND
                 ADD WS-CONVERTED TO WS-TOT-DORMANT-BASE
              END-IF
              IF WS-DRM-MONTHS (WS-DRM-IDX)
                 NOT LESS THAN WS-UNCLAIMED-MONTHS
                 PERFORM WRITE-UNCLAIMED-PARA
              END-IF
           END-IF.

      *A CURRENCY WITH NO RATE IN EFFECT IS LISTED UNCONVERTED AND -
      * LEFT OUT OF THE BASE TOTALS RATHER THAN GUESSED AT.
       CONVERT-BALANCE-PARA.
           MOVE WS-DRM-DVZ (WS-DRM-IDX) TO WS-FX-WANT-CODE
           PERFORM FIND-FX-CODE-PARA
           IF WS-FX-FOUND
              COMPUTE WS-CONVERTED ROUNDED =
                 WS-DRM-BALANCE (WS-DRM-IDX) * WS-FX-RATE (WS-FX-IDX)
              MOVE WS-CONVERTED TO WS-DL-BASE
           ELSE
              MOVE 0 TO WS-CONVERTED
              ADD 1 TO WS-TOT-NOT-CONVERTED
              MOVE '   NOT CONVERTED' TO WS-DL-BASE-X
           END-IF.

       WRITE-UNCLAIMED-PARA.
           ADD 1 TO WS-TOT-UNCLAIMED
           IF WS-FX-FOUND
              ADD WS-CONVERTED TO WS-TOT-UNCLAIMED-BASE
           END-IF
           MOVE 'DUE TO UNCLAIMED' TO WS-DL-STATUS
           WRITE UNC-REC FROM WS-DETAIL-LINE.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE         TO WS-RH-DATE
           MOVE WS-DORMANT-MONTHS   TO WS-RH-DORMANT
           MOVE WS-UNCLAIMED-MONTHS TO WS-RH-UNCLAIMED
           WRITE OUT-REC FROM WS-RPT-HEADER-1.
           WRITE OUT-REC FROM WS-RPT-HEADER-2.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.
           MOVE WS-RUN-DATE         TO WS-UH-DATE
           MOVE WS-UNCLAIMED-MONTHS TO WS-UH-UNCLAIMED
           WRITE UNC-REC FROM WS-UNC-HEADER-1.
           WRITE UNC-REC FROM WS-RPT-HEADER-2.
           WRITE UNC-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.
           MOVE 'ACCOUNTS SWEPT            ' TO WS-SL-LABEL
           MOVE WS-TOT-SWEPT                 TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'NO ACTIVITY DATE          ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-DATE               TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'NEWLY MARKED DORMANT      ' TO WS-SL-LABEL
           MOVE WS-TOT-NEW-DORMANT           TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'ALREADY DORMANT           ' TO WS-SL-LABEL
           MOVE WS-TOT-OLD-DORMANT           TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'MARKING REFUSED           ' TO WS-SL-LABEL
           MOVE WS-TOT-MARK-ERR              TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'DUE TO UNCLAIMED FUNDS    ' TO WS-SL-LABEL
           MOVE WS-TOT-UNCLAIMED             TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'NOT CONVERTED (NO RATE)   ' TO WS-SL-LABEL
           MOVE WS-TOT-NOT-CONVERTED         TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'DORMANT BALANCE (949)     ' TO WS-AL-LABEL
           MOVE WS-TOT-DORMANT-BASE          TO WS-AL-VALUE
           WRITE OUT-REC FROM WS-AMT-LINE.
           MOVE 'UNCLAIMED BALANCE (949)   ' TO WS-AL-LABEL
           MOVE WS-TOT-UNCLAIMED-BASE        TO WS-AL-VALUE
           WRITE OUT-REC FROM WS-AMT-LINE.
           WRITE UNC-REC FROM WS-RPT-HEADER-3.
           MOVE 'DUE TO UNCLAIMED FUNDS    ' TO WS-SL-LABEL
           MOVE WS-TOT-UNCLAIMED             TO WS-SL-VALUE
           WRITE UNC-REC FROM WS-SUM-LINE.
           MOVE 'UNCLAIMED BALANCE (949)   ' TO WS-AL-LABEL
           MOVE WS-TOT-UNCLAIMED-BASE        TO WS-AL-VALUE
           WRITE UNC-REC FROM WS-AMT-LINE.
