       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCMP.
      *COMPLIANCE REPORT: PULLS THE POSTINGS OF THE REPORT DATE, AND -
      * OF THE DAYS OF THE ROLLING WINDOW BEFORE IT, STRAIGHT FROM -
      * THE KEYED JOURNAL INDEX (JRNIDX) BY ONE START ON THE -
      * JOURNAL-DATE ALTERNATE KEY, AND CONVERTS EACH AMOUNT TO BASE -
      * 949 AT THE FXRFILE RATE IN EFFECT ON ITS EFFECTIVE DATE (THE -
      * SAME RULE BATCHIDX CONVERTS TRANSFERS BY). IT REPORTS EVERY -
      * POSTING OF THE REPORT DATE OVER THE REPORTABLE THRESHOLD, -
      * AND FLAGS POSSIBLE STRUCTURING: TWO OR MORE POSTINGS ON ONE -
      * DATA-ID, IN ANY CURRENCIES, WITHIN THE WINDOW, EACH AT OR -
      * UNDER THE THRESHOLD BUT TOGETHER OVER IT, AT LEAST ONE OF -
      * THEM ON THE REPORT DATE (SO A PATTERN IS RAISED ON THE DAY -
      * IT APPEARS OR GROWS, NOT AGAIN ON EVERY QUIET DAY AFTER). -
      * AMOUNTS ARE MEASURED BY SIZE, PAYMENTS IN AND OUT ALIKE. -
      * EVERY FLAGGED POSTING ALSO GOES TO THE FIXED-LAYOUT EXTRACT -
      * CMPEXT FOR THE REGULATORY FILING TEAM. ONLY CUSTOMER MONEY -
      * MOVEMENTS ARE ASSESSED - 'W', 'A' AND 'M' POSTINGS, THE -
      * TYPES THE GL FEED CARRIES, A TRANSFER ('M') BY ITS DEBIT LEG -
      * ONLY; ACCOUNT CLOSES ('X') ARE INTERNAL -
      * SWEEPS TO SUSPENSE AND THE SUSPENSE ACCOUNT ITSELF IS LEFT -
      * OUT.
      *PARAMETERS: COLUMNS 1-11 THE THRESHOLD IN BASE 949, COLUMNS -
      * 12-13 THE WINDOW IN DAYS (BOTH REQUIRED), COLUMNS 14-19 THE -
      * REPORT DATE (YYMMDD, DEFAULT TODAY).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JIX-FILE
              ASSIGN TO JRNIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JIX-KEY
              ALTERNATE RECORD KEY IS JIX-JRN-DATE WITH DUPLICATES
              FILE STATUS IS JIX-ST.
           SELECT FXR-FILE
              ASSIGN TO FXRFILE
              FILE STATUS IS FXR-ST.
           SELECT OUT-FILE
              ASSIGN TO CMPOUT
              FILE STATUS IS OUT-ST.
           SELECT EXT-FILE
              ASSIGN TO CMPEXT
              FILE STATUS IS EXT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JIX-FILE.
       01  JIX-REC.
           03 JIX-KEY.
              05 JIX-RUN-ID.
                 07 JIX-RUN-DATE         PIC 9(06).
                 07 JIX-RUN-TIME         PIC 9(08).
              05 JIX-SEQ                 PIC 9(07).
           03 JIX-JRN-DATE               PIC 9(06).
           03 JIX-ACCT-KEY.
              05 JIX-ID                  PIC S9(05) COMP-3.
              05 JIX-DVZ                 PIC S9(03) COMP.
           03 JIX-OPER-TYPE              PIC X(01).
           03 JIX-AMOUNT                 PIC S9(15) COMP-3.
           03 JIX-EFF-DATE               PIC S9(07) COMP-3.
           03 JIX-BAL-BEFORE             PIC S9(15) COMP-3.
           03 JIX-BAL-AFTER              PIC S9(15) COMP-3.
           03 JIX-TIME                   PIC 9(08).
       FD  FXR-FILE RECORDING MODE F.
       01  FXR-REC.
           03 FXR-DVZ                    PIC 9(03).
           03 FXR-RATE                   PIC 9(05)V9(02).
           03 FXR-EFF-DATE               PIC 9(06).
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                       PIC X(120).
       FD  EXT-FILE RECORDING MODE F.
      *ONE RECORD PER FLAGGED POSTING: 'L' OVER THE THRESHOLD ON ITS -
      * OWN, 'S' PART OF A STRUCTURING PATTERN (CARRYING THE -
      * PATTERN'S POSTING COUNT AND BASE TOTAL). ALL DISPLAY -
      * NUMERICS, SIGNS LEADING AND SEPARATE, AS IN THE GL FEED.
       01  EXT-REC.
           03 EXT-REC-TYPE               PIC X(01).
           03 EXT-REPORT-DATE            PIC 9(06).
           03 EXT-ID                     PIC 9(05).
           03 EXT-DVZ                    PIC 9(03).
           03 EXT-OPER-TYPE              PIC X(01).
           03 EXT-JRN-DATE               PIC 9(06).
           03 EXT-JRN-TIME               PIC 9(08).
           03 EXT-RUN-ID.
              05 EXT-RUN-DATE            PIC 9(06).
              05 EXT-RUN-TIME            PIC 9(08).
           03 EXT-SEQ                    PIC 9(07).
           03 EXT-AMOUNT                 PIC S9(15) SIGN LEADING
                                         SEPARATE.
           03 EXT-RATE                   PIC 9(05)V9(02).
           03 EXT-BASE-AMT               PIC 9(15).
           03 EXT-THRESHOLD              PIC 9(15).
           03 EXT-WINDOW-DAYS            PIC 9(02).
           03 EXT-WINDOW-CNT             PIC 9(05).
           03 EXT-WINDOW-TOTAL           PIC 9(17).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 JIX-ST                     PIC 9(02).
              88 JIX-EOF                 VALUE 10.
              88 JIX-ST-SUCC             VALUE 00 97.
              88 JIX-NOT-FOUND           VALUE 35.
           03 FXR-ST                     PIC 9(02).
              88 FXR-EOF                 VALUE 10.
              88 FXR-ST-SUCC             VALUE 00 97.
           03 OUT-ST                     PIC 9(02).
              88 OUT-ST-SUCC             VALUE 00 97.
           03 EXT-ST                     PIC 9(02).
              88 EXT-ST-SUCC             VALUE 00 97.
       01  WS-CMP-PARM                   PIC X(20).
       01  WS-THRESHOLD                  PIC 9(11).
       01  WS-WINDOW-DAYS                PIC 9(02).
       01  WS-REPORT-DATE                PIC 9(06).
       01  WS-WINDOW-START               PIC 9(06).
       01  WS-SUSPENSE-ID                PIC S9(05) COMP-3 VALUE 99999.
      *STEPPING A YYMMDD DATE BACK ONE DAY AT A TIME TO THE FIRST -
      * DAY OF THE WINDOW - THE CENTURY IS WINDOWED (YY BELOW 50 IS -
      * 20YY) ONLY TO TELL A LEAP FEBRUARY.
       01  WS-STEP-WORK.
           03 WS-STEP-DATE               PIC 9(06).
           03 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
              05 WS-STEP-YY              PIC 9(02).
              05 WS-STEP-MM              PIC 9(02).
              05 WS-STEP-DD              PIC 9(02).
           03 WS-STEP-CCYY               PIC 9(04).
           03 WS-STEP-QUOT               PIC 9(04).
           03 WS-STEP-REM                PIC 9(02).
           03 WS-STEP-COUNT              PIC 9(02).
       01  WS-MONTH-DAYS-VALUES          PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03 WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
      *THE RATE MASTER, HELD ROW BY ROW - THE WINDOW SPANS SEVERAL -
      * DAYS, SO THE RATE IN EFFECT IS LOOKED UP PER POSTING: THE -
      * LATEST ROW FOR THE CODE ON OR BEFORE ITS EFFECTIVE DATE -
      * WINS, TIES TO THE ROW LOADED LAST.
       01  WS-FX-LIMIT                   PIC 9(03) COMP-3 VALUE 500.
       01  WS-FX-COUNT                   PIC 9(03) COMP-3 VALUE 0.
       01  WS-FX-TABLE.
           03 WS-FX-ENTRY OCCURS 500 TIMES.
              05 WS-FX-CODE              PIC 9(03).
              05 WS-FX-RATE              PIC 9(05)V9(02).
              05 WS-FX-DATE              PIC 9(06).
       01  WS-FX-IDX                     PIC 9(03) COMP-3.
       01  WS-FX-FOUND-SW                PIC X(01).
           88 WS-FX-FOUND                VALUE 'Y'.
       01  WS-FX-WANT-CODE               PIC 9(03).
       01  WS-FX-WANT-DATE               PIC 9(06).
       01  WS-FX-BEST-DATE               PIC 9(06).
       01  WS-FX-BEST-RATE               PIC 9(05)V9(02).
       01  WS-BASE-AMT                   PIC S9(15) COMP-3.
      *THE WINDOW'S POSTINGS AT OR UNDER THE THRESHOLD - THE RAW -
      * MATERIAL OF A STRUCTURING PATTERN - AND THE RUNNING TOTALS -
      * PER DATA-ID THEY ADD UP TO.
       01  WS-PST-LIMIT                  PIC 9(07) COMP-3 VALUE 250000.
       01  WS-PST-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-PST-TABLE.
           03 WS-PST-ENTRY OCCURS 250000 TIMES.
              05 WS-PST-ID               PIC S9(05) COMP-3.
              05 WS-PST-DVZ              PIC S9(03) COMP.
              05 WS-PST-OPER             PIC X(01).
              05 WS-PST-AMOUNT           PIC S9(15) COMP-3.
              05 WS-PST-RATE             PIC 9(05)V9(02) COMP-3.
              05 WS-PST-BASE             PIC S9(15) COMP-3.
              05 WS-PST-JRN-DATE         PIC 9(06).
              05 WS-PST-JRN-TIME         PIC 9(08).
              05 WS-PST-RUN-DATE         PIC 9(06).
              05 WS-PST-RUN-TIME         PIC 9(08).
              05 WS-PST-SEQ              PIC 9(07).
       01  WS-PST-IDX                    PIC 9(07) COMP-3.
       01  WS-ACC-LIMIT                  PIC 9(07) COMP-3 VALUE 250000.
       01  WS-ACC-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-ACC-TABLE.
           03 WS-ACC-ENTRY OCCURS 250000 TIMES.
              05 WS-ACC-ID               PIC S9(05) COMP-3.
              05 WS-ACC-CNT              PIC 9(05) COMP-3.
              05 WS-ACC-TOTAL            PIC S9(17) COMP-3.
              05 WS-ACC-TODAY-SW         PIC X(01).
                 88 WS-ACC-TODAY         VALUE 'Y'.
       01  WS-ACC-IDX                    PIC 9(07) COMP-3.
       01  WS-ACC-FOUND-SW               PIC X(01).
           88 WS-ACC-FOUND               VALUE 'Y'.
       01  WS-TOTALS.
           03 WS-TOT-READ                PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-ASSESSED            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-TODAY               PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NO-RATE             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-LARGE               PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-STRUCT-IDS          PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-STRUCT-PST          PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-EXTRACT             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-LARGE-BASE          PIC S9(17) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(26)   VALUE 'COMPLIANCE REPORT, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(15)   VALUE '  THRESHOLD: '.
           03 WS-RH-THRESHOLD    PIC Z(10)9.
           03 FILLER PIC X(09)   VALUE ' (949), '.
           03 FILLER PIC X(08)   VALUE 'WINDOW '.
           03 WS-RH-DAYS         PIC Z9.
           03 FILLER PIC X(13)   VALUE ' DAYS FROM '.
           03 WS-RH-START        PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(07)   VALUE 'ID'.
           03 FILLER PIC X(05)   VALUE 'DVZ'.
           03 FILLER PIC X(03)   VALUE 'OP'.
           03 FILLER PIC X(17)   VALUE 'JOURNALLED'.
           03 FILLER PIC X(23)   VALUE 'RUN ID / SEQ'.
           03 FILLER PIC X(17)   VALUE '           AMOUNT'.
           03 FILLER PIC X(09)   VALUE '     RATE'.
           03 FILLER PIC X(17)   VALUE '      AMOUNT(949)'.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 FILLER PIC X(20)   VALUE 'NOTE'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-SECTION-LINE.
           03 FILLER PIC X(03)   VALUE '** '.
           03 WS-SC-TITLE        PIC X(60).
       01  WS-DETAIL-LINE.
           03 WS-DL-ID           PIC 9(05).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-DVZ          PIC 9(03).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-OPER         PIC X(01).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-JRN-DATE     PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-JRN-TIME     PIC 9(08).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-RUN-ID       PIC 9(14).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-SEQ          PIC 9(07).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-AMOUNT       PIC -(15)9.
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-RATE         PIC ZZZZ9.99.
           03 WS-DL-RATE-X REDEFINES WS-DL-RATE PIC X(08).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-BASE         PIC -(15)9.
           03 WS-DL-BASE-X REDEFINES WS-DL-BASE PIC X(16).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-NOTE         PIC X(20).
       01  WS-PATTERN-LINE.
           03 FILLER PIC X(07)   VALUE SPACE.
           03 FILLER PIC X(15)   VALUE 'PATTERN ON ID '.
           03 WS-PL-ID           PIC 9(05).
           03 FILLER PIC X(02)   VALUE ': '.
           03 WS-PL-CNT          PIC ZZZZ9.
           03 FILLER PIC X(24)   VALUE ' POSTINGS, TOTAL (949) '.
           03 WS-PL-TOTAL        PIC -(17)9.
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
           MOVE 'POSTINGS OVER THRESHOLD ON THE REPORT DATE'
              TO WS-SC-TITLE
           WRITE OUT-REC FROM WS-SECTION-LINE.
           PERFORM LOAD-WINDOW-PARA.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.
           MOVE 'POSSIBLE STRUCTURING WITHIN THE WINDOW'
              TO WS-SC-TITLE
           WRITE OUT-REC FROM WS-SECTION-LINE.
           MOVE 0 TO WS-ACC-IDX
           PERFORM ASSESS-ONE-ACCOUNT-PARA
              UNTIL WS-ACC-IDX >= WS-ACC-COUNT.
           PERFORM WRITE-RPT-TRAILER-PARA.
           CLOSE OUT-FILE.
           CLOSE EXT-FILE.
           STOP RUN.

      *THE THRESHOLD AND WINDOW DECIDE WHAT IS PUT IN FRONT OF THE -
      * REGULATOR, SO NEITHER IS DEFAULTED; THE DATE DEFAULTS TO -
      * TODAY, AS IN BATCHTBL.
       CHECK-PARM-PARA.
           ACCEPT WS-REPORT-DATE FROM DATE
           ACCEPT WS-CMP-PARM FROM COMMAND-LINE
           IF WS-CMP-PARM (1:11) IS NUMERIC AND
              WS-CMP-PARM (12:2) IS NUMERIC
              MOVE WS-CMP-PARM (1:11) TO WS-THRESHOLD
              MOVE WS-CMP-PARM (12:2) TO WS-WINDOW-DAYS
           ELSE
              DISPLAY 'THRESHOLD (11 DIGITS) AND WINDOW DAYS (2) '
                      'REQUIRED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-THRESHOLD EQUAL 0 OR WS-WINDOW-DAYS EQUAL 0
              DISPLAY 'THRESHOLD AND WINDOW DAYS MUST NOT BE ZERO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CMP-PARM (14:6) IS NUMERIC
              MOVE WS-CMP-PARM (14:6) TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-STEP-DATE
           COMPUTE WS-STEP-COUNT = WS-WINDOW-DAYS - 1
           PERFORM STEP-BACK-ONE-DAY-PARA WS-STEP-COUNT TIMES
           MOVE WS-STEP-DATE TO WS-WINDOW-START.

       STEP-BACK-ONE-DAY-PARA.
           IF WS-STEP-DD > 1
              SUBTRACT 1 FROM WS-STEP-DD
           ELSE
              IF WS-STEP-MM > 1
                 SUBTRACT 1 FROM WS-STEP-MM
              ELSE
                 MOVE 12 TO WS-STEP-MM
                 IF WS-STEP-YY > 0
                    SUBTRACT 1 FROM WS-STEP-YY
                 ELSE
                    MOVE 99 TO WS-STEP-YY
                 END-IF
              END-IF
              MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-STEP-DD
              IF WS-STEP-MM EQUAL 2
                 IF WS-STEP-YY < 50
                    COMPUTE WS-STEP-CCYY = 2000 + WS-STEP-YY
                 ELSE
                    COMPUTE WS-STEP-CCYY = 1900 + WS-STEP-YY
                 END-IF
                 DIVIDE WS-STEP-CCYY BY 4 GIVING WS-STEP-QUOT
                    REMAINDER WS-STEP-REM
                 IF WS-STEP-REM EQUAL 0
                    MOVE 29 TO WS-STEP-DD
                 END-IF
              END-IF
           END-IF.

       LOAD-FX-RATES-PARA.
           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE.

       LOAD-ONE-RATE-PARA.
           READ FXR-FILE
           NOT AT END
              IF WS-FX-COUNT >= WS-FX-LIMIT
                 DISPLAY 'RATE TABLE FULL, LIMIT: ' WS-FX-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FX-COUNT
              MOVE FXR-DVZ      TO WS-FX-CODE (WS-FX-COUNT)
              MOVE FXR-RATE     TO WS-FX-RATE (WS-FX-COUNT)
              MOVE FXR-EFF-DATE TO WS-FX-DATE (WS-FX-COUNT)
           END-READ.

       FIND-FX-RATE-PARA.
           MOVE 'N' TO WS-FX-FOUND-SW
           MOVE 0   TO WS-FX-BEST-DATE
           MOVE 0   TO WS-FX-BEST-RATE
           MOVE 0   TO WS-FX-IDX
           PERFORM CHECK-FX-RATE-PARA
              UNTIL WS-FX-IDX >= WS-FX-COUNT.

       CHECK-FX-RATE-PARA.
           ADD 1 TO WS-FX-IDX
           IF WS-FX-CODE (WS-FX-IDX) EQUAL WS-FX-WANT-CODE AND
              WS-FX-DATE (WS-FX-IDX) NOT GREATER THAN WS-FX-WANT-DATE
              IF NOT WS-FX-FOUND OR
                 WS-FX-DATE (WS-FX-IDX) NOT LESS THAN WS-FX-BEST-DATE
                 SET WS-FX-FOUND TO TRUE
                 MOVE WS-FX-DATE (WS-FX-IDX) TO WS-FX-BEST-DATE
                 MOVE WS-FX-RATE (WS-FX-IDX) TO WS-FX-BEST-RATE
              END-IF
           END-IF.

       OPEN-FILES-PARA.
           OPEN INPUT JIX-FILE
           IF JIX-NOT-FOUND
              DISPLAY 'JOURNAL INDEX NOT FOUND (RUN BATCHJIX TO BUILD '
                      'THE INDEX)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT JIX-ST-SUCC
              DISPLAY 'CANNOT OPEN JOURNAL INDEX, STATUS: ' JIX-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXT-FILE
           IF NOT EXT-ST-SUCC
              DISPLAY 'CANNOT OPEN EXTRACT FILE, STATUS: ' EXT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *ONE START ON THE JOURNAL-DATE ALTERNATE KEY AT THE FIRST DAY -
      * OF THE WINDOW, THEN READ NEXT TO THE END OF THE REPORT DATE.
       LOAD-WINDOW-PARA.
           MOVE WS-WINDOW-START TO JIX-JRN-DATE
           START JIX-FILE KEY NOT LESS THAN JIX-JRN-DATE
              INVALID KEY
                 SET JIX-EOF TO TRUE
           END-START
           IF NOT JIX-EOF
              PERFORM READ-JIX-NEXT-PARA
           END-IF
           PERFORM LOAD-JIX-RECS-PARA UNTIL JIX-EOF
           CLOSE JIX-FILE.

       READ-JIX-NEXT-PARA.
           READ JIX-FILE NEXT RECORD
              AT END
                 SET JIX-EOF TO TRUE
           END-READ.

       LOAD-JIX-RECS-PARA.
           IF JIX-JRN-DATE NOT GREATER THAN WS-REPORT-DATE
              ADD 1 TO WS-TOT-READ
      *A TRANSFER IS ONE MOVEMENT JOURNALLED AS TWO LEGS - ONLY ITS -
      * DEBIT LEG (NEGATIVE) IS ASSESSED, OR A TRANSFER BETWEEN A -
      * CUSTOMER'S OWN ACCOUNTS WOULD COUNT TWICE IN THE WINDOW.
              IF (JIX-OPER-TYPE EQUAL 'W' OR 'A' OR
                  (JIX-OPER-TYPE EQUAL 'M' AND JIX-AMOUNT < 0)) AND
                 JIX-ID NOT EQUAL WS-SUSPENSE-ID AND
                 JIX-AMOUNT NOT EQUAL 0
                 PERFORM ASSESS-ONE-POSTING-PARA
              END-IF
              PERFORM READ-JIX-NEXT-PARA
           ELSE
              SET JIX-EOF TO TRUE
           END-IF.

      *A POSTING OVER THE THRESHOLD IS REPORTED ON THE DAY IT WAS -
      * JOURNALLED (EARLIER DAYS OF THE WINDOW WERE THEIR OWN REPORT -
      * DATES); ONE AT OR UNDER IT IS KEPT FOR THE PATTERN CHECK. A -
      * POSTING IN A CURRENCY WITH NO RATE IN EFFECT CANNOT BE -
      * MEASURED AND IS LISTED AS SUCH RATHER THAN PASSED OVER.
       ASSESS-ONE-POSTING-PARA.
           MOVE JIX-DVZ TO WS-FX-WANT-CODE
           IF JIX-EFF-DATE > 0
              MOVE JIX-EFF-DATE TO WS-FX-WANT-DATE
           ELSE
              MOVE JIX-JRN-DATE TO WS-FX-WANT-DATE
           END-IF
           PERFORM FIND-FX-RATE-PARA
           IF JIX-JRN-DATE EQUAL WS-REPORT-DATE
              ADD 1 TO WS-TOT-TODAY
           END-IF
           IF NOT WS-FX-FOUND
              IF JIX-JRN-DATE EQUAL WS-REPORT-DATE
                 ADD 1 TO WS-TOT-NO-RATE
                 PERFORM MOVE-JIX-DETAIL-PARA
                 MOVE '  NO RATE'           TO WS-DL-RATE-X
                 MOVE '   NOT CONVERTED'    TO WS-DL-BASE-X
                 MOVE 'NOT ASSESSED'        TO WS-DL-NOTE
                 WRITE OUT-REC FROM WS-DETAIL-LINE
              END-IF
           ELSE
              ADD 1 TO WS-TOT-ASSESSED
              IF JIX-AMOUNT < 0
                 COMPUTE WS-BASE-AMT ROUNDED =
                    0 - JIX-AMOUNT * WS-FX-BEST-RATE
              ELSE
                 COMPUTE WS-BASE-AMT ROUNDED =
                    JIX-AMOUNT * WS-FX-BEST-RATE
              END-IF
              IF WS-BASE-AMT > WS-THRESHOLD
                 IF JIX-JRN-DATE EQUAL WS-REPORT-DATE
                    PERFORM REPORT-LARGE-POSTING-PARA
                 END-IF
              ELSE
                 PERFORM KEEP-WINDOW-POSTING-PARA
              END-IF
           END-IF.

       MOVE-JIX-DETAIL-PARA.
           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE JIX-ID        TO WS-DL-ID
           MOVE JIX-DVZ       TO WS-DL-DVZ
           MOVE JIX-OPER-TYPE TO WS-DL-OPER
           MOVE JIX-JRN-DATE  TO WS-DL-JRN-DATE
           MOVE JIX-TIME      TO WS-DL-JRN-TIME
           MOVE JIX-RUN-ID    TO WS-DL-RUN-ID
           MOVE JIX-SEQ       TO WS-DL-SEQ
           MOVE JIX-AMOUNT    TO WS-DL-AMOUNT.

       REPORT-LARGE-POSTING-PARA.
           ADD 1           TO WS-TOT-LARGE
           ADD WS-BASE-AMT TO WS-TOT-LARGE-BASE
           PERFORM MOVE-JIX-DETAIL-PARA
           MOVE WS-FX-BEST-RATE TO WS-DL-RATE
           MOVE WS-BASE-AMT     TO WS-DL-BASE
           MOVE 'OVER THRESHOLD'     TO WS-DL-NOTE
           WRITE OUT-REC FROM WS-DETAIL-LINE
           MOVE 'L'             TO EXT-REC-TYPE
           MOVE WS-REPORT-DATE  TO EXT-REPORT-DATE
           MOVE JIX-ID          TO EXT-ID
           MOVE JIX-DVZ         TO EXT-DVZ
           MOVE JIX-OPER-TYPE   TO EXT-OPER-TYPE
           MOVE JIX-JRN-DATE    TO EXT-JRN-DATE
           MOVE JIX-TIME        TO EXT-JRN-TIME
           MOVE JIX-RUN-ID      TO EXT-RUN-ID
           MOVE JIX-SEQ         TO EXT-SEQ
           MOVE JIX-AMOUNT      TO EXT-AMOUNT
           MOVE WS-FX-BEST-RATE TO EXT-RATE
           MOVE WS-BASE-AMT     TO EXT-BASE-AMT
           MOVE 0               TO EXT-WINDOW-CNT
           MOVE 0               TO EXT-WINDOW-TOTAL
           PERFORM WRITE-EXTRACT-PARA.

       KEEP-WINDOW-POSTING-PARA.
           IF WS-PST-COUNT >= WS-PST-LIMIT
              DISPLAY 'POSTING TABLE FULL, LIMIT: ' WS-PST-LIMIT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PST-COUNT
           MOVE JIX-ID          TO WS-PST-ID (WS-PST-COUNT)
           MOVE JIX-DVZ         TO WS-PST-DVZ (WS-PST-COUNT)
           MOVE JIX-OPER-TYPE   TO WS-PST-OPER (WS-PST-COUNT)
           MOVE JIX-AMOUNT      TO WS-PST-AMOUNT (WS-PST-COUNT)
           MOVE WS-FX-BEST-RATE TO WS-PST-RATE (WS-PST-COUNT)
           MOVE WS-BASE-AMT     TO WS-PST-BASE (WS-PST-COUNT)
           MOVE JIX-JRN-DATE    TO WS-PST-JRN-DATE (WS-PST-COUNT)
           MOVE JIX-TIME        TO WS-PST-JRN-TIME (WS-PST-COUNT)
           MOVE JIX-RUN-DATE    TO WS-PST-RUN-DATE (WS-PST-COUNT)
           MOVE JIX-RUN-TIME    TO WS-PST-RUN-TIME (WS-PST-COUNT)
           MOVE JIX-SEQ         TO WS-PST-SEQ (WS-PST-COUNT)
           PERFORM FIND-ACC-PARA
           IF NOT WS-ACC-FOUND
              IF WS-ACC-COUNT >= WS-ACC-LIMIT
                 DISPLAY 'ACCOUNT TABLE FULL, LIMIT: ' WS-ACC-LIMIT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ACC-COUNT
              MOVE WS-ACC-COUNT TO WS-ACC-IDX
              MOVE JIX-ID       TO WS-ACC-ID (WS-ACC-IDX)
              MOVE 0            TO WS-ACC-CNT (WS-ACC-IDX)
              MOVE 0            TO WS-ACC-TOTAL (WS-ACC-IDX)
              MOVE 'N'          TO WS-ACC-TODAY-SW (WS-ACC-IDX)
           END-IF
           ADD 1           TO WS-ACC-CNT (WS-ACC-IDX)
           ADD WS-BASE-AMT TO WS-ACC-TOTAL (WS-ACC-IDX)
           IF JIX-JRN-DATE EQUAL WS-REPORT-DATE
              MOVE 'Y' TO WS-ACC-TODAY-SW (WS-ACC-IDX)
           END-IF.

       FIND-ACC-PARA.
           MOVE 'N' TO WS-ACC-FOUND-SW
           MOVE 1   TO WS-ACC-IDX
           PERFORM CHECK-ACC-PARA
              UNTIL WS-ACC-IDX > WS-ACC-COUNT OR WS-ACC-FOUND.

       CHECK-ACC-PARA.
           IF JIX-ID EQUAL WS-ACC-ID (WS-ACC-IDX)
              MOVE 'Y' TO WS-ACC-FOUND-SW
           ELSE
              ADD 1 TO WS-ACC-IDX
           END-IF.

      *A DATA-ID IS FLAGGED WHEN TWO OR MORE OF ITS SMALLER POSTINGS -
      * IN THE WINDOW TOGETHER EXCEED THE THRESHOLD AND ONE OF THEM -
      * FALLS ON THE REPORT DATE; EVERY POSTING OF THE PATTERN IS -
      * LISTED AND EXTRACTED, THEN THE PATTERN'S TOTAL.
       ASSESS-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-ACC-IDX
           IF WS-ACC-CNT (WS-ACC-IDX) > 1 AND
              WS-ACC-TOTAL (WS-ACC-IDX) > WS-THRESHOLD AND
              WS-ACC-TODAY (WS-ACC-IDX)
              ADD 1 TO WS-TOT-STRUCT-IDS
              MOVE 0 TO WS-PST-IDX
              PERFORM LIST-PATTERN-POSTING-PARA
                 UNTIL WS-PST-IDX >= WS-PST-COUNT
              MOVE WS-ACC-ID (WS-ACC-IDX)    TO WS-PL-ID
              MOVE WS-ACC-CNT (WS-ACC-IDX)   TO WS-PL-CNT
              MOVE WS-ACC-TOTAL (WS-ACC-IDX) TO WS-PL-TOTAL
              WRITE OUT-REC FROM WS-PATTERN-LINE
           END-IF.

       LIST-PATTERN-POSTING-PARA.
           ADD 1 TO WS-PST-IDX
           IF WS-PST-ID (WS-PST-IDX) EQUAL WS-ACC-ID (WS-ACC-IDX)
              ADD 1 TO WS-TOT-STRUCT-PST
              MOVE SPACES                       TO WS-DETAIL-LINE
              MOVE WS-PST-ID (WS-PST-IDX)       TO WS-DL-ID
              MOVE WS-PST-DVZ (WS-PST-IDX)      TO WS-DL-DVZ
              MOVE WS-PST-OPER (WS-PST-IDX)     TO WS-DL-OPER
              MOVE WS-PST-JRN-DATE (WS-PST-IDX) TO WS-DL-JRN-DATE
              MOVE WS-PST-JRN-TIME (WS-PST-IDX) TO WS-DL-JRN-TIME
              MOVE WS-PST-RUN-DATE (WS-PST-IDX) TO WS-DL-RUN-ID (1:6)
              MOVE WS-PST-RUN-TIME (WS-PST-IDX) TO WS-DL-RUN-ID (7:8)
              MOVE WS-PST-SEQ (WS-PST-IDX)      TO WS-DL-SEQ
              MOVE WS-PST-AMOUNT (WS-PST-IDX)   TO WS-DL-AMOUNT
              MOVE WS-PST-RATE (WS-PST-IDX)     TO WS-DL-RATE
              MOVE WS-PST-BASE (WS-PST-IDX)     TO WS-DL-BASE
              MOVE 'POSSIBLE STRUCTURING'       TO WS-DL-NOTE
              WRITE OUT-REC FROM WS-DETAIL-LINE
              MOVE 'S'                          TO EXT-REC-TYPE
              MOVE WS-REPORT-DATE               TO EXT-REPORT-DATE
              MOVE WS-PST-ID (WS-PST-IDX)       TO EXT-ID
              MOVE WS-PST-DVZ (WS-PST-IDX)      TO EXT-DVZ
              MOVE WS-PST-OPER (WS-PST-IDX)     TO EXT-OPER-TYPE
              MOVE WS-PST-JRN-DATE (WS-PST-IDX) TO EXT-JRN-DATE
              MOVE WS-PST-JRN-TIME (WS-PST-IDX) TO EXT-JRN-TIME
              MOVE WS-PST-RUN-DATE (WS-PST-IDX) TO EXT-RUN-DATE
              MOVE WS-PST-RUN-TIME (WS-PST-IDX) TO EXT-RUN-TIME
              MOVE WS-PST-SEQ (WS-PST-IDX)      TO EXT-SEQ
              MOVE WS-PST-AMOUNT (WS-PST-IDX)   TO EXT-AMOUNT
              MOVE WS-PST-RATE (WS-PST-IDX)     TO EXT-RATE
              MOVE WS-PST-BASE (WS-PST-IDX)     TO EXT-BASE-AMT
              MOVE WS-ACC-CNT (WS-ACC-IDX)      TO EXT-WINDOW-CNT
              MOVE WS-ACC-TOTAL (WS-ACC-IDX)    TO EXT-WINDOW-TOTAL
              PERFORM WRITE-EXTRACT-PARA
           END-IF.

       WRITE-EXTRACT-PARA.
           MOVE WS-THRESHOLD   TO EXT-THRESHOLD
           MOVE WS-WINDOW-DAYS TO EXT-WINDOW-DAYS
           WRITE EXT-REC
           ADD 1 TO WS-TOT-EXTRACT.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-REPORT-DATE  TO WS-RH-DATE
           MOVE WS-THRESHOLD    TO WS-RH-THRESHOLD
           MOVE WS-WINDOW-DAYS  TO WS-RH-DAYS
           MOVE WS-WINDOW-START TO WS-RH-START
           WRITE OUT-REC FROM WS-RPT-HEADER-1.
           WRITE OUT-REC FROM WS-RPT-HEADER-2.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE OUT-REC FROM WS-RPT-HEADER-3.
           MOVE 'JOURNAL RECORDS READ      ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'POSTINGS ASSESSED         ' TO WS-SL-LABEL
           MOVE WS-TOT-ASSESSED              TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'ON THE REPORT DATE        ' TO WS-SL-LABEL
           MOVE WS-TOT-TODAY                 TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'NOT ASSESSED (NO RATE)    ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-RATE               TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'OVER THRESHOLD            ' TO WS-SL-LABEL
           MOVE WS-TOT-LARGE                 TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'OVER THRESHOLD TOTAL (949)' TO WS-AL-LABEL
           MOVE WS-TOT-LARGE-BASE            TO WS-AL-VALUE
           WRITE OUT-REC FROM WS-AMT-LINE.
           MOVE 'STRUCTURING PATTERNS      ' TO WS-SL-LABEL
           MOVE WS-TOT-STRUCT-IDS            TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'POSTINGS IN PATTERNS      ' TO WS-SL-LABEL
           MOVE WS-TOT-STRUCT-PST            TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
           MOVE 'EXTRACT RECORDS WRITTEN   ' TO WS-SL-LABEL
           MOVE WS-TOT-EXTRACT               TO WS-SL-VALUE
           WRITE OUT-REC FROM WS-SUM-LINE.
