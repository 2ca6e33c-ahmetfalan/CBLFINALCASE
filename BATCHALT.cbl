       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHALT.
      *CUSTOMER ALERT EXTRACT: READS THE EVENT TRAIL (EVTFILE) THAT -
      * BATCHIDX WRITES FOR EVERY JOURNALLED MOVEMENT, FREEZE AND -
      * UNFREEZE - WHETHER IT CAME FROM A BATCHPRG DECK, THE BATCHINT -
      * INTEREST RUN OR ANY OTHER CALLER - AND TURNS THE EVENTS NOT -
      * YET EXTRACTED INTO ALERTS FOR THE SMS/E-MAIL GATEWAY (ALTEXT). -
      * SIX ALERTS ARE RAISED: 'LP' A POSTING ('W') OR TRANSFER LEG -
      * ('M') WHOSE SIZE, CONVERTED TO BASE 949 AT THE FXRFILE RATE IN -
      * EFFECT ON ITS DATE (THE BATCHCMP RULE), IS OVER THE CUSTOMER'S -
      * OWN THRESHOLD; 'NB' THE SAME MOVEMENT TAKING THE BALANCE FROM -
      * ZERO OR ABOVE TO BELOW ZERO; 'FR' FREEZE; 'UF' UNFREEZE; 'CL' -
      * CLOSE; 'OP' OPEN. ONE MOVEMENT CAN RAISE BOTH 'LP' AND 'NB'. -
      * ALERTS ARE OPT-IN: AN ALERT IS SENT ONLY WHEN THE CUSTOMER'S -
      * ROW ON THE PREFERENCE MASTER (ALTPRF, MAINTAINED BY BATCHAPM) -
      * ASKS FOR THAT TYPE; A CUSTOMER WITH NO ROW RECEIVES NOTHING. -
      * THE SUSPENSE ACCOUNT IS NOT A CUSTOMER AND IS PASSED OVER. -
      * HOW FAR DOWN THE TRAIL THE LAST EXTRACT WENT IS KEPT ON ALTCTL -
      * AND MOVED ON ONLY ONCE THE EXTRACT IS CLOSED; THE CONTROL -
      * REPORT (ALTOUT) COUNTS EACH TYPE RAISED, NOT OPTED IN AND -
      * SENT, AND THE EXTRACT TRAILER CARRIES THE SAME SENT COUNTS FOR -
      * THE GATEWAY TO CONFIRM AGAINST.
      *PARAMETERS: RESEND - WRITE THE LAST EXTRACT'S EVENTS AGAIN -
      * (AGAINST THE PREFERENCES AS THEY NOW STAND), FOR A GATEWAY -
      * THAT LOST THE FILE; ALTCTL IS NOT MOVED ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVT-FILE
              ASSIGN TO EVTFILE
              FILE STATUS IS EVT-ST.
           SELECT PRF-FILE
              ASSIGN TO ALTPRF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRF-ID
              FILE STATUS IS PRF-ST.
           SELECT FXR-FILE
              ASSIGN TO FXRFILE
              FILE STATUS IS FXR-ST.
           SELECT CTL-FILE
              ASSIGN TO ALTCTL
              FILE STATUS IS CTL-ST.
           SELECT EXT-FILE
              ASSIGN TO ALTEXT
              FILE STATUS IS EXT-ST.
           SELECT RPT-FILE
              ASSIGN TO ALTOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  EVT-FILE RECORDING MODE F.
       01  EVT-REC.
           03 EVT-RUN-ID.
              05 EVT-RUN-DATE            PIC 9(06).
              05 EVT-RUN-TIME            PIC 9(08).
           03 EVT-KEY.
              05 EVT-ID                  PIC S9(05) COMP-3.
              05 EVT-DVZ                 PIC S9(03) COMP.
           03 EVT-OPER-TYPE              PIC X(01).
           03 EVT-AMOUNT                 PIC S9(15) COMP-3.
           03 EVT-BAL-BEFORE             PIC S9(15) COMP-3.
           03 EVT-BAL-AFTER              PIC S9(15) COMP-3.
           03 EVT-POST-ORIGIN            PIC X(01).
           03 EVT-DATE                   PIC 9(06).
           03 EVT-TIME                   PIC 9(08).
       FD  PRF-FILE.
       01  PRF-REC.
           03 PRF-ID                     PIC S9(05) COMP-3.
           03 PRF-CHANNEL                PIC X(01).
           03 PRF-ADDRESS                PIC X(50).
           03 PRF-WANTS.
              05 PRF-WANT                PIC X(01) OCCURS 6 TIMES.
           03 PRF-THRESHOLD              PIC S9(15) COMP-3.
           03 PRF-MAINT-DATE             PIC 9(06).
       FD  FXR-FILE RECORDING MODE F.
       01  FXR-REC.
           03 FXR-DVZ                    PIC 9(03).
           03 FXR-RATE                   PIC 9(05)V9(02).
           03 FXR-EFF-DATE               PIC 9(06).
       FD  CTL-FILE RECORDING MODE F.
      *A SINGLE RECORD: THE EVENTS ON THE TRAIL EXTRACTED SO FAR, AND -
      * WHERE THE EXTRACT BEFORE THE LAST ONE ENDED (SO THE LAST ONE -
      * CAN BE WRITTEN AGAIN), WITH THE LAST EXTRACT'S SENT COUNT.
       01  CTL-REC.
           03 CTL-LAST-COUNT             PIC 9(09).
           03 CTL-PREV-COUNT             PIC 9(09).
           03 CTL-RUN-DATE               PIC 9(06).
           03 CTL-RUN-TIME               PIC 9(08).
           03 CTL-SENT                   PIC 9(07).
           03 FILLER                     PIC X(11).
       FD  EXT-FILE RECORDING MODE F.
      *EXACTLY ONE 'H' HEADER, ONE 'D' RECORD PER ALERT, EXACTLY ONE -
      * 'T' TRAILER WITH THE ALERT COUNT IN TOTAL AND BY TYPE (IN THE -
      * ORDER LP, NB, FR, UF, CL, OP). THE EVENT NUMBER IS THE EVENT'S -
      * PLACE ON THE TRAIL - THE SAME ON A RESEND - AND THE TIMESTAMP -
      * IS WHEN THE EVENT HAPPENED. ALL DISPLAY NUMERICS, SIGNS -
      * LEADING AND SEPARATE, AS IN THE GL FEED.
       01  EXT-REC.
           03 EXT-REC-TYPE               PIC X(01).
           03 EXT-SEQ                    PIC 9(07).
           03 EXT-EVENT-NO               PIC 9(09).
           03 EXT-ID                     PIC 9(05).
           03 EXT-DVZ                    PIC 9(03).
           03 EXT-EVENT                  PIC X(02).
           03 EXT-AMOUNT                 PIC S9(15) SIGN LEADING
                                         SEPARATE.
           03 EXT-BALANCE                PIC S9(15) SIGN LEADING
                                         SEPARATE.
           03 EXT-EVENT-DATE             PIC 9(06).
           03 EXT-EVENT-TIME             PIC 9(08).
           03 EXT-RUN-ID.
              05 EXT-RUN-DATE            PIC 9(06).
              05 EXT-RUN-TIME            PIC 9(08).
           03 EXT-CHANNEL                PIC X(01).
           03 EXT-ADDRESS                PIC X(50).
           03 FILLER                     PIC X(02).
       01  EXT-HDR-REC.
           03 EXT-HDR-TYPE               PIC X(01).
           03 EXT-HDR-DATE               PIC 9(06).
           03 EXT-HDR-TIME               PIC 9(08).
           03 EXT-HDR-MODE               PIC X(01).
           03 EXT-HDR-FROM-NO            PIC 9(09).
           03 FILLER                     PIC X(115).
       01  EXT-TRL-REC.
           03 EXT-TRL-TYPE               PIC X(01).
           03 EXT-TRL-COUNT              PIC 9(07).
           03 EXT-TRL-TYPE-COUNT         PIC 9(07) OCCURS 6 TIMES.
           03 FILLER                     PIC X(90).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 EVT-ST                     PIC 9(02).
              88 EVT-ST-SUCC             VALUE 00 97.
              88 EVT-NOT-FOUND           VALUE 35.
           03 PRF-ST                     PIC 9(02).
              88 PRF-ST-SUCC             VALUE 00 97.
              88 PRF-NOT-FOUND           VALUE 35.
           03 FXR-ST                     PIC 9(02).
              88 FXR-EOF                 VALUE 10.
              88 FXR-ST-SUCC             VALUE 00 97.
           03 CTL-ST                     PIC 9(02).
              88 CTL-ST-SUCC             VALUE 00 97.
              88 CTL-NOT-FOUND           VALUE 35.
           03 EXT-ST                     PIC 9(02).
              88 EXT-ST-SUCC             VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-EVT-DONE-SW             PIC X(01) VALUE 'N'.
              88 WS-EVT-DONE             VALUE 'Y'.
           03 WS-EVT-ABSENT-SW           PIC X(01) VALUE 'N'.
              88 WS-EVT-ABSENT           VALUE 'Y'.
           03 WS-PRF-ABSENT-SW           PIC X(01) VALUE 'N'.
              88 WS-PRF-ABSENT           VALUE 'Y'.
           03 WS-PRF-FOUND-SW            PIC X(01).
              88 WS-PRF-FOUND            VALUE 'Y'.
           03 WS-MODE-SW                 PIC X(01) VALUE 'N'.
              88 WS-NORMAL-MODE          VALUE 'N'.
              88 WS-RESEND-MODE          VALUE 'R'.
       01  WS-ALT-PARM                   PIC X(20).
       01  WS-PARM-COUNT                 PIC 9(02) COMP-3.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-RUN-TIME                   PIC 9(08).
       01  WS-SUSPENSE-ID                PIC S9(05) COMP-3 VALUE 99999.
      *THE STRETCH OF THE TRAIL THIS RUN COVERS: EVENTS AFTER NUMBER -
      * FROM, UP TO NUMBER TO ON A RESEND, TO THE END OTHERWISE.
       01  WS-FROM-COUNT                 PIC 9(09) VALUE 0.
       01  WS-TO-COUNT                   PIC 9(09) VALUE 0.
       01  WS-EVT-SEQ                    PIC 9(09) VALUE 0.
       01  WS-NEED-COUNT                 PIC 9(09) VALUE 0.
      *THE RATE MASTER, HELD ROW BY ROW - THE TRAIL CAN SPAN DAYS, SO -
      * THE RATE IN EFFECT IS LOOKED UP PER EVENT: THE LATEST ROW FOR -
      * THE CODE ON OR BEFORE THE EVENT DATE WINS, TIES TO THE ROW -
      * LOADED LAST.
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
      *THE SIX ALERT TYPES, NUMBERED AS THE PREFERENCE OPT-INS ARE.
       01  WS-EVENT-NAMES.
           03 FILLER PIC X(20)   VALUE 'LPLARGE POSTING'.
           03 FILLER PIC X(20)   VALUE 'NBBELOW ZERO'.
           03 FILLER PIC X(20)   VALUE 'FRFREEZE'.
           03 FILLER PIC X(20)   VALUE 'UFUNFREEZE'.
           03 FILLER PIC X(20)   VALUE 'CLCLOSE'.
           03 FILLER PIC X(20)   VALUE 'OPOPEN'.
       01  WS-EVENT-NAME-TABLE REDEFINES WS-EVENT-NAMES.
           03 WS-EVENT-ENTRY OCCURS 6 TIMES.
              05 WS-EVENT-CODE           PIC X(02).
              05 WS-EVENT-NAME           PIC X(18).
       01  WS-EVENT-COUNTS.
           03 WS-EVENT-COUNT OCCURS 6 TIMES.
              05 WS-EC-RAISED            PIC 9(07) COMP-3 VALUE 0.
              05 WS-EC-NOT-WANTED        PIC 9(07) COMP-3 VALUE 0.
              05 WS-EC-SENT              PIC 9(07) COMP-3 VALUE 0.
       01  WS-EVENT-IDX                  PIC 9(01).
       01  WS-TOTALS.
           03 WS-TOT-READ                PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-SUSPENSE            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NO-PRF              PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NO-ALERT            PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NO-RATE             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-RAISED              PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-NOT-WANTED          PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-SENT                PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-EXTRACT             PIC 9(07) COMP-3 VALUE 0.
           03 WS-TOT-RAISED-NOW          PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(30)   VALUE 'CUSTOMER ALERT CONTROL, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(10)   VALUE '  EVENTS '.
           03 WS-RH-FROM         PIC Z(08)9.
           03 FILLER PIC X(04)   VALUE ' TO '.
           03 WS-RH-TO           PIC Z(08)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-RH-MODE         PIC X(20).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(06)   VALUE 'CODE'.
           03 FILLER PIC X(20)   VALUE 'EVENT'.
           03 FILLER PIC X(11)   VALUE '     RAISED'.
           03 FILLER PIC X(14)   VALUE '  NOT OPTED IN'.
           03 FILLER PIC X(11)   VALUE '       SENT'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-TYPE-LINE.
           03 WS-TL-CODE         PIC X(02).
           03 FILLER PIC X(04)   VALUE SPACE.
           03 WS-TL-NAME         PIC X(18).
           03 FILLER PIC X(06)   VALUE SPACE.
           03 WS-TL-RAISED       PIC ZZZZZZ9.
           03 FILLER PIC X(07)   VALUE SPACE.
           03 WS-TL-NOT-WANTED   PIC ZZZZZZ9.
           03 FILLER PIC X(04)   VALUE SPACE.
           03 WS-TL-SENT         PIC ZZZZZZ9.
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM CHECK-PARM-PARA.
           PERFORM READ-CONTROL-PARA.
           PERFORM LOAD-FX-RATES-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-EXT-HEADER-PARA.
           PERFORM READ-EVT-PARA.
           PERFORM PROCESS-ONE-EVENT-PARA UNTIL WS-EVT-DONE.
           PERFORM CHECK-TRAIL-LENGTH-PARA.
           PERFORM WRITE-EXT-TRAILER-PARA.
           PERFORM WRITE-RPT-PARA.
           PERFORM CLOSE-FILES-PARA.
      *A RUN THAT FOUND NOTHING NEW LEAVES ALTCTL AS IT IS, SO A -
      * RESEND STILL REPEATS THE LAST EXTRACT THAT CARRIED EVENTS.
           IF WS-NORMAL-MODE AND WS-EVT-SEQ > WS-FROM-COUNT
              PERFORM WRITE-CONTROL-PARA
           END-IF
      *A MOVEMENT NO RATE COULD MEASURE MAY HAVE BEEN AN UNSENT LARGE -
      * POSTING ALERT - THE EXTRACT IS GOOD, BUT SOMEONE SHOULD LOOK.
           IF WS-TOT-NO-RATE > 0
              MOVE 04 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-ALT-PARM FROM COMMAND-LINE
           MOVE 0 TO WS-PARM-COUNT
           INSPECT WS-ALT-PARM TALLYING WS-PARM-COUNT FOR ALL 'RESEND'
           IF WS-PARM-COUNT > 0
              SET WS-RESEND-MODE TO TRUE
           END-IF.

      *NO CONTROL RECORD YET MEANS NOTHING HAS EVER BEEN EXTRACTED - -
      * THE FIRST RUN STARTS AT THE TOP OF THE TRAIL.
       READ-CONTROL-PARA.
           MOVE 0 TO CTL-LAST-COUNT
           MOVE 0 TO CTL-PREV-COUNT
           OPEN INPUT CTL-FILE
           IF NOT CTL-NOT-FOUND
              IF NOT CTL-ST-SUCC
                 DISPLAY 'CANNOT OPEN ALERT CONTROL FILE, STATUS: '
                         CTL-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ CTL-FILE
                 AT END
                    MOVE 0 TO CTL-LAST-COUNT
                    MOVE 0 TO CTL-PREV-COUNT
              END-READ
              CLOSE CTL-FILE
           END-IF
           IF WS-RESEND-MODE
              IF CTL-LAST-COUNT EQUAL 0
                 DISPLAY 'NO EXTRACT TAKEN YET - NOTHING TO RESEND'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CTL-PREV-COUNT TO WS-FROM-COUNT
              MOVE CTL-LAST-COUNT TO WS-TO-COUNT
              MOVE CTL-LAST-COUNT TO WS-NEED-COUNT
           ELSE
              MOVE CTL-LAST-COUNT TO WS-FROM-COUNT
              MOVE CTL-LAST-COUNT TO WS-NEED-COUNT
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

      *NO EVENT TRAIL YET (NOTHING EVER POSTED) AND NO PREFERENCE -
      * MASTER YET (NOBODY EVER OPTED IN) ARE BOTH QUIET DAYS, NOT -
      * ERRORS - THE EXTRACT STILL GOES OUT, HEADER AND TRAILER ONLY, -
      * SO THE GATEWAY SEES THE DAY WAS RUN.
       OPEN-FILES-PARA.
           OPEN INPUT EVT-FILE
           IF EVT-NOT-FOUND
              SET WS-EVT-ABSENT TO TRUE
              SET WS-EVT-DONE   TO TRUE
           ELSE
              IF NOT EVT-ST-SUCC
                 DISPLAY 'CANNOT OPEN EVENT FILE, STATUS: ' EVT-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT PRF-FILE
           IF PRF-NOT-FOUND
              SET WS-PRF-ABSENT TO TRUE
           ELSE
              IF NOT PRF-ST-SUCC
                 DISPLAY 'CANNOT OPEN ALERT PREFERENCE FILE, STATUS: '
                         PRF-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT EXT-FILE
           IF NOT EXT-ST-SUCC
              DISPLAY 'CANNOT OPEN EXTRACT FILE, STATUS: ' EXT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *EVENTS ARE NUMBERED BY THEIR PLACE ON THE TRAIL; A RESEND -
      * STOPS AT THE LAST ONE THE EXTRACT BEING REPEATED WENT TO.
       READ-EVT-PARA.
           IF WS-RESEND-MODE AND WS-EVT-SEQ >= WS-TO-COUNT
              SET WS-EVT-DONE TO TRUE
           ELSE
              READ EVT-FILE
                 AT END
                    SET WS-EVT-DONE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EVT-SEQ
              END-READ
           END-IF.

       PROCESS-ONE-EVENT-PARA.
           IF WS-EVT-SEQ > WS-FROM-COUNT
              ADD 1 TO WS-TOT-READ
              IF EVT-ID EQUAL WS-SUSPENSE-ID
                 ADD 1 TO WS-TOT-SUSPENSE
              ELSE
                 PERFORM FIND-PREFERENCE-PARA
                 IF WS-PRF-FOUND
                    PERFORM CLASSIFY-EVENT-PARA
                 ELSE
                    ADD 1 TO WS-TOT-NO-PRF
                 END-IF
              END-IF
           END-IF
           PERFORM READ-EVT-PARA.

       FIND-PREFERENCE-PARA.
           MOVE 'N' TO WS-PRF-FOUND-SW
           IF NOT WS-PRF-ABSENT
              MOVE EVT-ID TO PRF-ID
              READ PRF-FILE KEY IS PRF-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-PRF-FOUND TO TRUE
              END-READ
           END-IF.

      *ONLY THE ACCOUNT SIDE OF A CLOSE REACHES HERE - THE SUSPENSE -
      * SIDE WAS PASSED OVER ABOVE. ANY OTHER JOURNALLED TYPE (A NAME -
      * UPDATE, SAY) IS NOT SOMETHING A CUSTOMER IS ALERTED ABOUT.
       CLASSIFY-EVENT-PARA.
           MOVE 0 TO WS-TOT-RAISED-NOW
           EVALUATE EVT-OPER-TYPE
              WHEN 'W'
              WHEN 'M'
                 PERFORM CHECK-LARGE-POSTING-PARA
                 IF EVT-BAL-BEFORE NOT LESS THAN 0 AND
                    EVT-BAL-AFTER < 0
                    MOVE 2 TO WS-EVENT-IDX
                    PERFORM RAISE-ALERT-PARA
                 END-IF
              WHEN 'F'
                 MOVE 3 TO WS-EVENT-IDX
                 PERFORM RAISE-ALERT-PARA
              WHEN 'N'
                 MOVE 4 TO WS-EVENT-IDX
                 PERFORM RAISE-ALERT-PARA
              WHEN 'X'
                 MOVE 5 TO WS-EVENT-IDX
                 PERFORM RAISE-ALERT-PARA
              WHEN 'A'
                 MOVE 6 TO WS-EVENT-IDX
                 PERFORM RAISE-ALERT-PARA
           END-EVALUATE
           IF WS-TOT-RAISED-NOW EQUAL 0
              ADD 1 TO WS-TOT-NO-ALERT
           END-IF.

      *MEASURED BY SIZE, PAYMENTS IN AND OUT ALIKE, AS IN BATCHCMP. A -
      * MOVEMENT IN A CURRENCY WITH NO RATE IN EFFECT CANNOT BE -
      * MEASURED AND IS COUNTED AS SUCH RATHER THAN PASSED OVER.
       CHECK-LARGE-POSTING-PARA.
           MOVE EVT-DVZ  TO WS-FX-WANT-CODE
           MOVE EVT-DATE TO WS-FX-WANT-DATE
           PERFORM FIND-FX-RATE-PARA
           IF NOT WS-FX-FOUND
              ADD 1 TO WS-TOT-NO-RATE
           ELSE
              IF EVT-AMOUNT < 0
                 COMPUTE WS-BASE-AMT ROUNDED =
                    0 - EVT-AMOUNT * WS-FX-BEST-RATE
              ELSE
                 COMPUTE WS-BASE-AMT ROUNDED =
                    EVT-AMOUNT * WS-FX-BEST-RATE
              END-IF
              IF WS-BASE-AMT > PRF-THRESHOLD
                 MOVE 1 TO WS-EVENT-IDX
                 PERFORM RAISE-ALERT-PARA
              END-IF
           END-IF.

       RAISE-ALERT-PARA.
           ADD 1 TO WS-TOT-RAISED-NOW
           ADD 1 TO WS-EC-RAISED (WS-EVENT-IDX)
           IF PRF-WANT (WS-EVENT-IDX) EQUAL 'Y'
              ADD 1 TO WS-EC-SENT (WS-EVENT-IDX)
              PERFORM WRITE-EXT-DETAIL-PARA
           ELSE
              ADD 1 TO WS-EC-NOT-WANTED (WS-EVENT-IDX)
           END-IF.

       WRITE-EXT-DETAIL-PARA.
           ADD 1 TO WS-TOT-SENT
           MOVE SPACES                        TO EXT-REC
           MOVE 'D'                           TO EXT-REC-TYPE
           MOVE WS-TOT-SENT                   TO EXT-SEQ
           MOVE WS-EVT-SEQ                    TO EXT-EVENT-NO
           MOVE EVT-ID                        TO EXT-ID
           MOVE EVT-DVZ                       TO EXT-DVZ
           MOVE WS-EVENT-CODE (WS-EVENT-IDX)  TO EXT-EVENT
           MOVE EVT-AMOUNT                    TO EXT-AMOUNT
           MOVE EVT-BAL-AFTER                 TO EXT-BALANCE
           MOVE EVT-DATE                      TO EXT-EVENT-DATE
           MOVE EVT-TIME                      TO EXT-EVENT-TIME
           MOVE EVT-RUN-ID                    TO EXT-RUN-ID
           MOVE PRF-CHANNEL                   TO EXT-CHANNEL
           MOVE PRF-ADDRESS                   TO EXT-ADDRESS
           WRITE EXT-REC
           ADD 1 TO WS-TOT-EXTRACT.

      *A TRAIL SHORTER THAN THE CONTROL RECORD SAYS HAS BEEN READ HAS -
      * BEEN REPLACED OR CUT BACK - NUMBERING FROM IT WOULD SEND THE -
      * WRONG EVENTS OR NONE, SO THE RUN STOPS AND ALTCTL IS LEFT.
       CHECK-TRAIL-LENGTH-PARA.
           IF WS-EVT-SEQ < WS-NEED-COUNT
              DISPLAY 'EVENT FILE HOLDS ' WS-EVT-SEQ ' EVENTS, ALERT '
                      'CONTROL FILE EXPECTS AT LEAST ' WS-NEED-COUNT
                      ' - CHECK EVTFILE AND ALTCTL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-EXT-HEADER-PARA.
           MOVE SPACES          TO EXT-HDR-REC
           MOVE 'H'             TO EXT-HDR-TYPE
           MOVE WS-RUN-DATE     TO EXT-HDR-DATE
           MOVE WS-RUN-TIME     TO EXT-HDR-TIME
           MOVE WS-MODE-SW      TO EXT-HDR-MODE
           MOVE WS-FROM-COUNT   TO EXT-HDR-FROM-NO
           WRITE EXT-HDR-REC
           ADD 1 TO WS-TOT-EXTRACT.

       WRITE-EXT-TRAILER-PARA.
           MOVE SPACES          TO EXT-TRL-REC
           MOVE 'T'             TO EXT-TRL-TYPE
           MOVE WS-TOT-SENT     TO EXT-TRL-COUNT
           MOVE 0 TO WS-EVENT-IDX
           PERFORM MOVE-TRL-COUNT-PARA UNTIL WS-EVENT-IDX >= 6
           WRITE EXT-TRL-REC
           ADD 1 TO WS-TOT-EXTRACT.

       MOVE-TRL-COUNT-PARA.
           ADD 1 TO WS-EVENT-IDX
           MOVE WS-EC-SENT (WS-EVENT-IDX)
              TO EXT-TRL-TYPE-COUNT (WS-EVENT-IDX).

       WRITE-RPT-PARA.
           MOVE WS-RUN-DATE     TO WS-RH-DATE
           COMPUTE WS-RH-FROM = WS-FROM-COUNT + 1
           MOVE WS-EVT-SEQ      TO WS-RH-TO
           IF WS-RESEND-MODE
              MOVE 'RESEND'     TO WS-RH-MODE
           ELSE
              MOVE 'NEW EVENTS' TO WS-RH-MODE
           END-IF
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 0 TO WS-EVENT-IDX
           PERFORM WRITE-TYPE-LINE-PARA UNTIL WS-EVENT-IDX >= 6.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE SPACES             TO WS-TYPE-LINE
           MOVE 'ALL TYPES'        TO WS-TL-NAME
           MOVE WS-TOT-RAISED      TO WS-TL-RAISED
           MOVE WS-TOT-NOT-WANTED  TO WS-TL-NOT-WANTED
           MOVE WS-TOT-SENT        TO WS-TL-SENT
           WRITE RPT-REC FROM WS-TYPE-LINE.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'EVENTS READ               ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'SUSPENSE ACCOUNT EVENTS   ' TO WS-SL-LABEL
           MOVE WS-TOT-SUSPENSE              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'NO PREFERENCES ON FILE    ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-PRF                TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'NO ALERT RAISED           ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-ALERT              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'NOT ASSESSED (NO RATE)    ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-RATE               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'EXTRACT RECORDS WRITTEN   ' TO WS-SL-LABEL
           MOVE WS-TOT-EXTRACT               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       WRITE-TYPE-LINE-PARA.
           ADD 1 TO WS-EVENT-IDX
           MOVE SPACES                          TO WS-TYPE-LINE
           MOVE WS-EVENT-CODE (WS-EVENT-IDX)    TO WS-TL-CODE
           MOVE WS-EVENT-NAME (WS-EVENT-IDX)    TO WS-TL-NAME
           MOVE WS-EC-RAISED (WS-EVENT-IDX)     TO WS-TL-RAISED
           MOVE WS-EC-NOT-WANTED (WS-EVENT-IDX) TO WS-TL-NOT-WANTED
           MOVE WS-EC-SENT (WS-EVENT-IDX)       TO WS-TL-SENT
           ADD WS-EC-RAISED (WS-EVENT-IDX)      TO WS-TOT-RAISED
           ADD WS-EC-NOT-WANTED (WS-EVENT-IDX)  TO WS-TOT-NOT-WANTED
           WRITE RPT-REC FROM WS-TYPE-LINE.

       CLOSE-FILES-PARA.
           IF NOT WS-EVT-ABSENT
              CLOSE EVT-FILE
           END-IF.
           IF NOT WS-PRF-ABSENT
              CLOSE PRF-FILE
           END-IF.
           CLOSE EXT-FILE.
           CLOSE RPT-FILE.

      *ALTCTL MOVES ON ONLY AFTER THE EXTRACT IS CLOSED: A RUN THAT -
      * DIES BEFORE THIS POINT IS SIMPLY RUN AGAIN AND PRODUCES THE -
      * SAME EXTRACT, NOTHING IS SKIPPED.
       WRITE-CONTROL-PARA.
           OPEN OUTPUT CTL-FILE
           IF NOT CTL-ST-SUCC
              DISPLAY 'CANNOT OPEN ALERT CONTROL FILE, STATUS: ' CTL-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES          TO CTL-REC
           MOVE WS-FROM-COUNT   TO CTL-PREV-COUNT
           MOVE WS-EVT-SEQ      TO CTL-LAST-COUNT
           MOVE WS-RUN-DATE     TO CTL-RUN-DATE
           MOVE WS-RUN-TIME     TO CTL-RUN-TIME
           MOVE WS-TOT-SENT     TO CTL-SENT
           WRITE CTL-REC
           CLOSE CTL-FILE.
