       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHEOD.
      *END-OF-DAY STREAM CONTROLLER: RUNS THE NIGHTLY STEPS IN THE -
      * ORDER THE STEP-DEFINITION FILE GIVES THEM, EACH WITH ITS OWN -
      * PARAMETERS, AND JUDGES EACH STEP BY ITS RETURN CODE - 0 ALWAYS -
      * LETS THE STREAM GO ON, ANY OTHER CODE ONLY WHEN THE STEP -
      * LISTS IT. EVERY STEP'S START, END AND RESULT IS KEPT ON THE -
      * STREAM-STATUS FILE, SO THE STREAM STOPS AT THE FIRST STEP -
      * THAT FAILS AND A RESTART PICKS UP AT THAT STEP WITHOUT -
      * RERUNNING ANY STEP ALREADY COMPLETED. THE COMPLETION REPORT -
      * IS WHAT THE MORNING SHIFT GETS.
      *
      *PARAMETERS: BLANK STARTS THE DAY'S STREAM FROM STEP 1; -
      * RESTART RESUMES THE STREAM ON THE STATUS FILE.
      *
      *STEP CARD PARAMETERS MAY CARRY &TODAY (THE STREAM DATE, -
      * YYMMDD), &BACKNNN (THE STREAM DATE LESS NNN DAYS) AND &RUNID -
      * (THE RUN ID ON THE RUN CONTROL FILE WHEN THE STEP STARTS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STP-FILE
              ASSIGN TO EODSTEP
              FILE STATUS IS STP-ST.
           SELECT STS-FILE
              ASSIGN TO EODSTAT
              FILE STATUS IS STS-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNCTL
              FILE STATUS IS RUN-ST.
           SELECT RPT-FILE
              ASSIGN TO EODOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STP-FILE RECORDING MODE F.
      *ONE CARD PER STEP, IN RUN ORDER. CONTINUE CODES ARE THE NON- -
      * ZERO RETURN CODES AFTER WHICH THE STREAM MAY STILL GO ON (E.G. -
      * 04 FOR A STEP THAT ENDS WITH WARNINGS); LEFT BLANK, ONLY 0 -
      * CONTINUES. THE RESTART PARAMETER IS USED INSTEAD OF THE -
      * NORMAL ONE WHEN A STEP THAT FAILED OR DIED IS RUN AGAIN (E.G. -
      * RESTART FOR BATCHPRG); BLANK MEANS RERUN IT AS IT WAS.
       01  STP-REC.
           03 STP-NO                     PIC 9(02).
           03 FILLER                     PIC X(01).
           03 STP-PROGRAM                PIC X(08).
           03 FILLER                     PIC X(01).
           03 STP-PARM                   PIC X(40).
           03 FILLER                     PIC X(01).
           03 STP-CONT-LIST.
              05 STP-CONT-ENTRY OCCURS 5 TIMES.
                 07 STP-CONT-RC          PIC X(02).
                 07 FILLER               PIC X(01).
           03 STP-RESTART-PARM           PIC X(40).
       FD  STS-FILE RECORDING MODE F.
      *ONE ROW PER STEP OF THE CURRENT STREAM, REWRITTEN WHOLE EACH -
      * TIME A STEP STARTS OR ENDS. RESULT ' ' NOT RUN, 'R' RUNNING -
      * (A ROW LEFT SO MEANS THE CONTROLLER ITSELF DIED), 'C' -
      * COMPLETED, 'F' FAILED.
       01  STS-REC.
           03 STS-STREAM-DATE            PIC 9(06).
           03 STS-STEP-NO                PIC 9(02).
           03 STS-PROGRAM                PIC X(08).
           03 STS-START-DATE             PIC 9(06).
           03 STS-START-TIME             PIC 9(08).
           03 STS-END-DATE               PIC 9(06).
           03 STS-END-TIME               PIC 9(08).
           03 STS-RC                     PIC 9(03).
           03 STS-RESULT                 PIC X(01).
           03 STS-ATTEMPTS               PIC 9(02).
           03 STS-PARM-USED              PIC X(48).
       FD  RUN-FILE RECORDING MODE F.
       01  RUN-REC.
           03 RUN-ID                     PIC 9(14).
           03 FILLER                     PIC X(64).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 STP-ST                     PIC 9(02).
              88 STP-EOF                 VALUE 10.
              88 STP-ST-SUCC             VALUE 00 97.
           03 STS-ST                     PIC 9(02).
              88 STS-EOF                 VALUE 10.
              88 STS-ST-SUCC             VALUE 00 97.
              88 STS-NOT-FOUND           VALUE 35.
           03 RUN-ST                     PIC 9(02).
              88 RUN-ST-SUCC             VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-MODE-SW                 PIC X(01).
              88 WS-RESTART-MODE         VALUE 'R'.
              88 WS-NORMAL-MODE          VALUE 'N'.
           03 WS-STREAM-SW               PIC X(01).
              88 WS-STREAM-STOPPED       VALUE 'S'.
              88 WS-STREAM-GOING         VALUE 'G'.
           03 WS-PARM-SW                 PIC X(01).
              88 WS-PARM-OK              VALUE 'Y'.
              88 WS-PARM-BAD             VALUE 'N'.
           03 WS-RC-FOUND-SW             PIC X(01).
              88 WS-RC-FOUND             VALUE 'Y'.
           03 WS-RUN-ID-SW               PIC X(01).
              88 WS-RUN-ID-READ          VALUE 'Y'.
       01  WS-EOD-PARM                   PIC X(20).
       01  WS-RESTART-COUNT              PIC 9(02) COMP-3 VALUE 0.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-RUN-TIME                   PIC 9(08).
       01  WS-STREAM-DATE                PIC 9(06).
       01  WS-STEP-RUN-ID                PIC 9(14).
      *THE STEP DEFINITIONS AS READ, AND THE STREAM STATUS ROW FOR -
      * EACH - ENTRY N OF ONE TABLE IS ALWAYS STEP N OF THE OTHER.
       01  WS-STEP-LIMIT                 PIC 9(02) COMP-3 VALUE 20.
       01  WS-STEP-COUNT                 PIC 9(02) COMP-3 VALUE 0.
       01  WS-STS-COUNT                  PIC 9(02) COMP-3 VALUE 0.
       01  WS-STEP-IDX                   PIC 9(02) COMP-3.
       01  WS-RC-IDX                     PIC 9(02) COMP-3.
       01  WS-STEP-TABLE.
           03 WS-STEP-ENTRY OCCURS 20 TIMES.
              05 WS-STP-NO               PIC 9(02).
              05 WS-STP-PROGRAM          PIC X(08).
              05 WS-STP-PARM             PIC X(40).
              05 WS-STP-CONT-RC          PIC X(02) OCCURS 5 TIMES.
              05 WS-STP-RESTART-PARM     PIC X(40).
       01  WS-STS-TABLE.
           03 WS-STS-ENTRY OCCURS 20 TIMES.
              05 WS-STS-ROW.
                 07 WS-STS-STREAM-DATE   PIC 9(06).
                 07 WS-STS-STEP-NO       PIC 9(02).
                 07 WS-STS-PROGRAM       PIC X(08).
                 07 WS-STS-START-DATE    PIC 9(06).
                 07 WS-STS-START-TIME    PIC 9(08).
                 07 WS-STS-END-DATE      PIC 9(06).
                 07 WS-STS-END-TIME      PIC 9(08).
                 07 WS-STS-RC            PIC 9(03).
                 07 WS-STS-RESULT        PIC X(01).
                    88 WS-STS-NOT-RUN    VALUE ' '.
                    88 WS-STS-RUNNING    VALUE 'R'.
                    88 WS-STS-COMPLETE   VALUE 'C'.
                    88 WS-STS-FAILED     VALUE 'F'.
                 07 WS-STS-ATTEMPTS      PIC 9(02).
                 07 WS-STS-PARM-USED     PIC X(48).
              05 WS-STS-RAN-NOW          PIC X(01).
                 88 WS-STS-RAN-THIS-TIME VALUE 'Y'.
      *BUILDING ONE STEP'S PARAMETERS: THE CARD PARAMETER IS COPIED -
      * ACROSS A CHARACTER AT A TIME, TOKENS REPLACED AS THEY COME. -
      * THE SOURCE IS HELD WIDER THAN THE CARD SO A TOKEN TEST NEAR -
      * THE END NEVER REACHES PAST IT.
       01  WS-SRC-PARM                   PIC X(48).
       01  WS-SRC-POS                    PIC 9(02) COMP-3.
       01  WS-EXP-PARM                   PIC X(48).
       01  WS-EXP-PTR                    PIC 9(02) COMP-3.
       01  WS-BACK-DAYS                  PIC 9(03).
       01  WS-COMMAND                    PIC X(60).
       01  WS-CALL-RC                    PIC S9(09) COMP-3.
       01  WS-CALL-QUOT                  PIC S9(09) COMP-3.
       01  WS-CALL-REM                   PIC S9(09) COMP-3.
       01  WS-STEP-RC                    PIC 9(03).
       01  WS-CONT-RC                    PIC 9(03).
      *STEPPING A YYMMDD DATE BACK ONE DAY AT A TIME - THE CENTURY -
      * IS WINDOWED (YY BELOW 50 IS 20YY) ONLY TO TELL A LEAP -
      * FEBRUARY.
       01  WS-STEP-WORK.
           03 WS-STEP-DATE               PIC 9(06).
           03 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
              05 WS-STEP-YY              PIC 9(02).
              05 WS-STEP-MM              PIC 9(02).
              05 WS-STEP-DD              PIC 9(02).
           03 WS-STEP-CCYY               PIC 9(04).
           03 WS-STEP-QUOT               PIC 9(04).
           03 WS-STEP-REM                PIC 9(02).
       01  WS-MONTH-DAYS-VALUES          PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           03 WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  WS-TOT-RAN                    PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-EARLIER                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-FAILED                 PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-NOT-RUN                PIC 9(07) COMP-3 VALUE 0.
       01  WS-STOP-IDX                   PIC 9(02) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(32) VALUE 'END-OF-DAY STREAM, STREAM DATE: '.
           03 WS-RH-STREAM-DATE  PIC 9(06).
           03 FILLER PIC X(11)   VALUE '  PRINTED: '.
           03 WS-RH-RUN-DATE     PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-RH-RUN-TIME     PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(48)   VALUE
              'NO PROGRAM  STARTED       ENDED          RC RUNS'.
           03 FILLER PIC X(27)   VALUE ' RESULT'.
           03 FILLER PIC X(10)   VALUE 'PARAMETERS'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(132)  VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-STEP-NO      PIC 9(02).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-PROGRAM      PIC X(08).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-START-DATE   PIC 9(06).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-START-TIME   PIC 9(06).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-END-DATE     PIC 9(06).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-END-TIME     PIC 9(06).
           03 FILLER             PIC X(02)  VALUE SPACE.
           03 WS-DL-RC           PIC ZZ9.
           03 FILLER             PIC X(02)  VALUE SPACE.
           03 WS-DL-ATTEMPTS     PIC Z9.
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-RESULT       PIC X(25).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-DL-PARM         PIC X(48).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       01  WS-END-LINE.
           03 WS-EL-TEXT         PIC X(30).
           03 WS-EL-STEP-NO      PIC 9(02).
           03 FILLER             PIC X(01)  VALUE SPACE.
           03 WS-EL-PROGRAM      PIC X(08).
           03 WS-EL-ACTION       PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PARM-PARA.
           PERFORM LOAD-STEPS-PARA.
           PERFORM LOAD-STATUS-PARA.
           IF WS-RESTART-MODE
              PERFORM CHECK-RESTART-PARA
           ELSE
              PERFORM START-NEW-STREAM-PARA
           END-IF.
           PERFORM WRITE-STATUS-PARA.
           SET WS-STREAM-GOING TO TRUE
           MOVE 1 TO WS-STEP-IDX
           PERFORM RUN-ONE-STEP-PARA
              UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STREAM-STOPPED.
           PERFORM WRITE-REPORT-PARA.
      *A STREAM THAT STOPPED SHORT ENDS WITH RETURN CODE 16 SO THE -
      * SCHEDULER CALLS THE OPERATOR.
           IF WS-STREAM-STOPPED
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-EOD-PARM FROM COMMAND-LINE
           MOVE 0 TO WS-RESTART-COUNT
           INSPECT WS-EOD-PARM TALLYING WS-RESTART-COUNT
              FOR ALL 'RESTART'
           IF WS-RESTART-COUNT > 0
              SET WS-RESTART-MODE TO TRUE
           ELSE
              SET WS-NORMAL-MODE TO TRUE
           END-IF.

      *THE STEP DEFINITIONS ARE CHECKED IN FULL BEFORE ANYTHING -
      * RUNS: A BAD CARD FOUND HALFWAY THROUGH THE NIGHT WOULD LEAVE -
      * THE STREAM STOPPED FOR A REASON NO STEP CAUSED.
       LOAD-STEPS-PARA.
           OPEN INPUT STP-FILE
           IF NOT STP-ST-SUCC
              DISPLAY 'CANNOT OPEN STEP DEFINITION FILE, STATUS: '
                      STP-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-STEP-COUNT
           PERFORM LOAD-ONE-STEP-PARA UNTIL STP-EOF
           CLOSE STP-FILE
           IF WS-STEP-COUNT EQUAL 0
              DISPLAY 'NO STEPS ON STEP DEFINITION FILE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-ONE-STEP-PARA.
           READ STP-FILE
           NOT AT END
              IF WS-STEP-COUNT >= WS-STEP-LIMIT
                 DISPLAY 'MORE THAN ' WS-STEP-LIMIT
                         ' STEPS ON STEP DEFINITION FILE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STEP-COUNT
              IF STP-NO IS NOT NUMERIC OR STP-PROGRAM EQUAL SPACES
                 DISPLAY 'INVALID STEP CARD: ' STP-REC
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-STEP-COUNT > 1
                 IF STP-NO NOT > WS-STP-NO (WS-STEP-COUNT - 1)
                    DISPLAY 'STEP ' STP-NO ' OUT OF SEQUENCE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              MOVE STP-NO           TO WS-STP-NO (WS-STEP-COUNT)
              MOVE STP-PROGRAM      TO WS-STP-PROGRAM (WS-STEP-COUNT)
              MOVE STP-PARM         TO WS-STP-PARM (WS-STEP-COUNT)
              MOVE STP-RESTART-PARM
                TO WS-STP-RESTART-PARM (WS-STEP-COUNT)
              MOVE 1 TO WS-RC-IDX
              PERFORM LOAD-ONE-CONT-RC-PARA UNTIL WS-RC-IDX > 5
           END-READ.

       LOAD-ONE-CONT-RC-PARA.
           IF STP-CONT-RC (WS-RC-IDX) NOT EQUAL SPACES
              AND STP-CONT-RC (WS-RC-IDX) IS NOT NUMERIC
              DISPLAY 'INVALID CONTINUE CODE ON STEP ' STP-NO ': '
                      STP-CONT-RC (WS-RC-IDX)
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE STP-CONT-RC (WS-RC-IDX)
             TO WS-STP-CONT-RC (WS-STEP-COUNT, WS-RC-IDX)
           ADD 1 TO WS-RC-IDX.

      *NO STATUS FILE YET SIMPLY MEANS NO STREAM HAS EVER RUN.
       LOAD-STATUS-PARA.
           MOVE 0 TO WS-STS-COUNT
           OPEN INPUT STS-FILE
           IF STS-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT STS-ST-SUCC
                 DISPLAY 'CANNOT OPEN STREAM STATUS FILE, STATUS: '
                         STS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-ONE-STATUS-PARA UNTIL STS-EOF
              CLOSE STS-FILE
           END-IF.

       LOAD-ONE-STATUS-PARA.
           READ STS-FILE
           NOT AT END
              IF WS-STS-COUNT >= WS-STEP-LIMIT
                 DISPLAY 'MORE THAN ' WS-STEP-LIMIT
                         ' STEPS ON STREAM STATUS FILE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-STS-COUNT
              MOVE STS-REC TO WS-STS-ROW (WS-STS-COUNT)
              MOVE 'N'     TO WS-STS-RAN-NOW (WS-STS-COUNT)
           END-READ.

      *A NEW STREAM MAY NOT START OVER ONE THAT HAS NOT FINISHED - -
      * THAT IS HOW STEPS GET RUN TWICE - NOR RUN A SECOND TIME FOR -
      * A DATE WHOSE STREAM ALREADY COMPLETED.
       START-NEW-STREAM-PARA.
           IF WS-STS-COUNT > 0
              MOVE WS-STS-STREAM-DATE (1) TO WS-STREAM-DATE
              MOVE 0 TO WS-STOP-IDX
              MOVE 1 TO WS-STEP-IDX
              PERFORM FIND-UNFINISHED-STEP-PARA
                 UNTIL WS-STEP-IDX > WS-STS-COUNT OR WS-STOP-IDX > 0
              IF WS-STOP-IDX > 0
                 DISPLAY 'STREAM ' WS-STREAM-DATE
                         ' NOT COMPLETE - RESTART IT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-STREAM-DATE EQUAL WS-RUN-DATE
                 DISPLAY 'STREAM ' WS-STREAM-DATE ' ALREADY COMPLETE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-STREAM-DATE
           MOVE WS-STEP-COUNT TO WS-STS-COUNT
           MOVE 1 TO WS-STEP-IDX
           PERFORM INIT-ONE-STATUS-PARA
              UNTIL WS-STEP-IDX > WS-STS-COUNT.

       FIND-UNFINISHED-STEP-PARA.
           IF NOT WS-STS-COMPLETE (WS-STEP-IDX)
              MOVE WS-STEP-IDX TO WS-STOP-IDX
           END-IF
           ADD 1 TO WS-STEP-IDX.

       INIT-ONE-STATUS-PARA.
           MOVE WS-STREAM-DATE TO WS-STS-STREAM-DATE (WS-STEP-IDX)
           MOVE WS-STP-NO (WS-STEP-IDX)
             TO WS-STS-STEP-NO (WS-STEP-IDX)
           MOVE WS-STP-PROGRAM (WS-STEP-IDX)
             TO WS-STS-PROGRAM (WS-STEP-IDX)
           MOVE 0      TO WS-STS-START-DATE (WS-STEP-IDX)
           MOVE 0      TO WS-STS-START-TIME (WS-STEP-IDX)
           MOVE 0      TO WS-STS-END-DATE (WS-STEP-IDX)
           MOVE 0      TO WS-STS-END-TIME (WS-STEP-IDX)
           MOVE 0      TO WS-STS-RC (WS-STEP-IDX)
           MOVE SPACE  TO WS-STS-RESULT (WS-STEP-IDX)
           MOVE 0      TO WS-STS-ATTEMPTS (WS-STEP-IDX)
           MOVE SPACES TO WS-STS-PARM-USED (WS-STEP-IDX)
           MOVE 'N'    TO WS-STS-RAN-NOW (WS-STEP-IDX)
           ADD 1 TO WS-STEP-IDX.

      *A RESTART TAKES THE STREAM DATE FROM THE STATUS FILE, SO A -
      * STREAM RESUMED AFTER MIDNIGHT STILL WORKS FOR ITS OWN DAY. -
      * THE STEP CARDS MAY HAVE HAD THEIR PARAMETERS OR CONTINUE -
      * CODES CORRECTED, BUT NOT THE STEPS THEMSELVES - OTHERWISE -
      * THE ROWS MARKED COMPLETE NO LONGER SAY WHAT HAS BEEN DONE.
       CHECK-RESTART-PARA.
           IF WS-STS-COUNT EQUAL 0
              DISPLAY 'NO STREAM ON STATUS FILE TO RESTART'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STS-STREAM-DATE (1) TO WS-STREAM-DATE
           IF WS-STS-COUNT NOT EQUAL WS-STEP-COUNT
              DISPLAY 'STEP DEFINITIONS CHANGED SINCE STREAM '
                      WS-STREAM-DATE ' STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-STOP-IDX
           MOVE 1 TO WS-STEP-IDX
           PERFORM CHECK-RESTART-STEP-PARA
              UNTIL WS-STEP-IDX > WS-STS-COUNT
           IF WS-STOP-IDX EQUAL 0
              DISPLAY 'STREAM ' WS-STREAM-DATE
                      ' ALREADY COMPLETE - NOTHING TO RESTART'
              STOP RUN
           END-IF.

       CHECK-RESTART-STEP-PARA.
           IF WS-STS-STEP-NO (WS-STEP-IDX)
                 NOT EQUAL WS-STP-NO (WS-STEP-IDX)
              OR WS-STS-PROGRAM (WS-STEP-IDX)
                 NOT EQUAL WS-STP-PROGRAM (WS-STEP-IDX)
              DISPLAY 'STEP DEFINITIONS CHANGED SINCE STREAM '
                      WS-STREAM-DATE ' STARTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-STS-COMPLETE (WS-STEP-IDX) AND WS-STOP-IDX = 0
              MOVE WS-STEP-IDX TO WS-STOP-IDX
           END-IF
           ADD 1 TO WS-STEP-IDX.

       RUN-ONE-STEP-PARA.
           IF WS-STS-COMPLETE (WS-STEP-IDX)
              ADD 1 TO WS-TOT-EARLIER
           ELSE
              PERFORM START-STEP-PARA
           END-IF
           ADD 1 TO WS-STEP-IDX.

      *A STEP THAT FAILED, OR WAS STILL RUNNING WHEN THE STREAM -
      * DIED, IS RUN AGAIN WITH ITS RESTART PARAMETER WHERE IT HAS -
      * ONE. A STEP WHOSE PARAMETERS CANNOT BE BUILT FAILS WITHOUT -
      * BEING STARTED.
       START-STEP-PARA.
           IF (WS-STS-FAILED (WS-STEP-IDX)
                 OR WS-STS-RUNNING (WS-STEP-IDX))
              AND WS-STP-RESTART-PARM (WS-STEP-IDX) NOT EQUAL SPACES
              MOVE WS-STP-RESTART-PARM (WS-STEP-IDX) TO WS-SRC-PARM
           ELSE
              MOVE WS-STP-PARM (WS-STEP-IDX) TO WS-SRC-PARM
           END-IF
           PERFORM EXPAND-PARM-PARA
           MOVE 'Y' TO WS-STS-RAN-NOW (WS-STEP-IDX)
           MOVE WS-EXP-PARM TO WS-STS-PARM-USED (WS-STEP-IDX)
           ACCEPT WS-STS-START-DATE (WS-STEP-IDX) FROM DATE
           ACCEPT WS-STS-START-TIME (WS-STEP-IDX) FROM TIME
           MOVE 0 TO WS-STS-END-DATE (WS-STEP-IDX)
           MOVE 0 TO WS-STS-END-TIME (WS-STEP-IDX)
           MOVE 0 TO WS-STS-RC (WS-STEP-IDX)
           IF WS-PARM-OK
              ADD 1 TO WS-TOT-RAN
              ADD 1 TO WS-STS-ATTEMPTS (WS-STEP-IDX)
              SET WS-STS-RUNNING (WS-STEP-IDX) TO TRUE
              PERFORM WRITE-STATUS-PARA
              PERFORM EXECUTE-STEP-PARA
           ELSE
              MOVE 999 TO WS-STEP-RC
           END-IF
           ACCEPT WS-STS-END-DATE (WS-STEP-IDX) FROM DATE
           ACCEPT WS-STS-END-TIME (WS-STEP-IDX) FROM TIME
           MOVE WS-STEP-RC TO WS-STS-RC (WS-STEP-IDX)
           PERFORM CHECK-STEP-RC-PARA
           IF WS-RC-FOUND
              SET WS-STS-COMPLETE (WS-STEP-IDX) TO TRUE
           ELSE
              SET WS-STS-FAILED (WS-STEP-IDX) TO TRUE
              SET WS-STREAM-STOPPED TO TRUE
              MOVE WS-STEP-IDX TO WS-STOP-IDX
              ADD 1 TO WS-TOT-FAILED
           END-IF
           PERFORM WRITE-STATUS-PARA.

      *THE STEP RUNS AS ITS OWN JOB WITH THE BUILT PARAMETERS AS ITS -
      * COMMAND LINE. WHERE THE SYSTEM HANDS BACK THE FULL WAIT -
      * STATUS THE EXIT CODE IS ITS HIGH BYTE, AND ANYTHING IN THE -
      * LOW BYTE MEANS THE STEP WAS KILLED; THAT, A STEP THAT COULD -
      * NOT BE STARTED, OR ANY CODE OVER 998 IS HELD AS 999.
       EXECUTE-STEP-PARA.
           MOVE SPACES TO WS-COMMAND
           STRING WS-STP-PROGRAM (WS-STEP-IDX) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  WS-EXP-PARM                  DELIMITED BY SIZE
             INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CALL-RC > 255
              DIVIDE WS-CALL-RC BY 256 GIVING WS-CALL-QUOT
                 REMAINDER WS-CALL-REM
              IF WS-CALL-REM EQUAL 0
                 MOVE WS-CALL-QUOT TO WS-CALL-RC
              ELSE
                 MOVE 999 TO WS-CALL-RC
              END-IF
           END-IF
           IF WS-CALL-RC < 0 OR WS-CALL-RC > 998
              MOVE 999 TO WS-STEP-RC
           ELSE
              MOVE WS-CALL-RC TO WS-STEP-RC
           END-IF.

      *0 ALWAYS CONTINUES; ANY OTHER CODE ONLY WHEN THE STEP CARD -
      * LISTS IT.
       CHECK-STEP-RC-PARA.
           MOVE 'N' TO WS-RC-FOUND-SW
           IF WS-STEP-RC EQUAL 0
              SET WS-RC-FOUND TO TRUE
           ELSE
              MOVE 1 TO WS-RC-IDX
              PERFORM CHECK-ONE-CONT-RC-PARA
                 UNTIL WS-RC-IDX > 5 OR WS-RC-FOUND
           END-IF.

       CHECK-ONE-CONT-RC-PARA.
           IF WS-STP-CONT-RC (WS-STEP-IDX, WS-RC-IDX) IS NUMERIC
              MOVE WS-STP-CONT-RC (WS-STEP-IDX, WS-RC-IDX)
                TO WS-CONT-RC
              IF WS-CONT-RC EQUAL WS-STEP-RC
                 SET WS-RC-FOUND TO TRUE
              END-IF
           END-IF
           ADD 1 TO WS-RC-IDX.

      *COPY THE CARD PARAMETER ACROSS, REPLACING &TODAY, &BACKNNN -
      * AND &RUNID. TRAILING BLANKS THAT NO LONGER FIT DO NOT MATTER; -
      * ANYTHING ELSE THAT DOES NOT FIT FAILS THE STEP.
       EXPAND-PARM-PARA.
           SET WS-PARM-OK TO TRUE
           MOVE 'N' TO WS-RUN-ID-SW
           MOVE SPACES TO WS-EXP-PARM
           MOVE 1 TO WS-EXP-PTR
           MOVE 1 TO WS-SRC-POS
           PERFORM EXPAND-ONE-CHAR-PARA
              UNTIL WS-SRC-POS > 40 OR WS-PARM-BAD.

       EXPAND-ONE-CHAR-PARA.
           IF WS-SRC-PARM (WS-SRC-POS:6) EQUAL '&TODAY'
              STRING WS-STREAM-DATE DELIMITED BY SIZE
                INTO WS-EXP-PARM WITH POINTER WS-EXP-PTR
                ON OVERFLOW
                   PERFORM PARM-TOO-LONG-PARA
              END-STRING
              ADD 6 TO WS-SRC-POS
           ELSE
              IF WS-SRC-PARM (WS-SRC-POS:5) EQUAL '&BACK'
                 AND WS-SRC-PARM (WS-SRC-POS + 5:3) IS NUMERIC
                 MOVE WS-SRC-PARM (WS-SRC-POS + 5:3) TO WS-BACK-DAYS
                 MOVE WS-STREAM-DATE TO WS-STEP-DATE
                 PERFORM STEP-BACK-ONE-DAY-PARA WS-BACK-DAYS TIMES
                 STRING WS-STEP-DATE DELIMITED BY SIZE
                   INTO WS-EXP-PARM WITH POINTER WS-EXP-PTR
                   ON OVERFLOW
                      PERFORM PARM-TOO-LONG-PARA
                 END-STRING
                 ADD 8 TO WS-SRC-POS
              ELSE
                 IF WS-SRC-PARM (WS-SRC-POS:6) EQUAL '&RUNID'
                    PERFORM GET-RUN-ID-PARA
                    IF WS-PARM-OK
                       STRING WS-STEP-RUN-ID DELIMITED BY SIZE
                         INTO WS-EXP-PARM WITH POINTER WS-EXP-PTR
                         ON OVERFLOW
                            PERFORM PARM-TOO-LONG-PARA
                       END-STRING
                    END-IF
                    ADD 6 TO WS-SRC-POS
                 ELSE
                    PERFORM COPY-ONE-CHAR-PARA
                    ADD 1 TO WS-SRC-POS
                 END-IF
              END-IF
           END-IF.

       COPY-ONE-CHAR-PARA.
           IF WS-EXP-PTR > 48
              IF WS-SRC-PARM (WS-SRC-POS:1) NOT EQUAL SPACE
                 PERFORM PARM-TOO-LONG-PARA
              END-IF
           ELSE
              MOVE WS-SRC-PARM (WS-SRC-POS:1)
                TO WS-EXP-PARM (WS-EXP-PTR:1)
              ADD 1 TO WS-EXP-PTR
           END-IF.

       PARM-TOO-LONG-PARA.
           DISPLAY 'PARAMETERS TOO LONG FOR STEP '
                   WS-STP-NO (WS-STEP-IDX)
           SET WS-PARM-BAD TO TRUE.

      *THE RUN ID IS READ WHEN THE STEP STARTS, NOT WHEN THE STREAM -
      * DOES - IT IS THE RUN AN EARLIER STEP OF THIS STREAM JUST -
      * MADE THAT THE STEP NEEDS.
       GET-RUN-ID-PARA.
           IF NOT WS-RUN-ID-READ
              OPEN INPUT RUN-FILE
              IF NOT RUN-ST-SUCC
                 DISPLAY 'CANNOT OPEN RUN CONTROL FILE FOR STEP '
                         WS-STP-NO (WS-STEP-IDX) ', STATUS: ' RUN-ST
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 READ RUN-FILE
                    AT END
                       DISPLAY 'NO RUN ID ON RUN CONTROL FILE FOR '
                               'STEP ' WS-STP-NO (WS-STEP-IDX)
                       SET WS-PARM-BAD TO TRUE
                    NOT AT END
                       MOVE RUN-ID TO WS-STEP-RUN-ID
                       SET WS-RUN-ID-READ TO TRUE
                 END-READ
                 CLOSE RUN-FILE
              END-IF
           END-IF.

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

      *THE STATUS FILE IS REWRITTEN WHOLE EVERY TIME, SO IT ALWAYS -
      * SAYS EXACTLY WHERE THE STREAM STANDS.
       WRITE-STATUS-PARA.
           OPEN OUTPUT STS-FILE
           IF NOT STS-ST-SUCC
              DISPLAY 'CANNOT OPEN STREAM STATUS FILE, STATUS: '
                      STS-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO WS-RC-IDX
           PERFORM WRITE-ONE-STATUS-PARA UNTIL WS-RC-IDX > WS-STS-COUNT
           CLOSE STS-FILE.

       WRITE-ONE-STATUS-PARA.
           MOVE WS-STS-ROW (WS-RC-IDX) TO STS-REC
           WRITE STS-REC
           ADD 1 TO WS-RC-IDX.

       WRITE-REPORT-PARA.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STREAM-DATE   TO WS-RH-STREAM-DATE
           MOVE WS-RUN-DATE      TO WS-RH-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO WS-RH-RUN-TIME
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 1 TO WS-STEP-IDX
           PERFORM WRITE-ONE-STEP-LINE-PARA
              UNTIL WS-STEP-IDX > WS-STS-COUNT.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'STEPS IN STREAM           ' TO WS-SL-LABEL
           MOVE WS-STS-COUNT                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'STEPS RUN THIS TIME       ' TO WS-SL-LABEL
           MOVE WS-TOT-RAN                   TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'STEPS COMPLETED EARLIER   ' TO WS-SL-LABEL
           MOVE WS-TOT-EARLIER               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'STEPS FAILED              ' TO WS-SL-LABEL
           MOVE WS-TOT-FAILED                TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'STEPS NOT RUN             ' TO WS-SL-LABEL
           MOVE WS-TOT-NOT-RUN               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE SPACES TO WS-END-LINE
           IF WS-STREAM-STOPPED
              MOVE 'STREAM STOPPED AT STEP'  TO WS-EL-TEXT
              MOVE WS-STS-STEP-NO (WS-STOP-IDX) TO WS-EL-STEP-NO
              MOVE WS-STS-PROGRAM (WS-STOP-IDX) TO WS-EL-PROGRAM
              MOVE ' - RERUN WITH RESTART'   TO WS-EL-ACTION
           ELSE
              MOVE 'END-OF-DAY STREAM COMPLETE' TO WS-EL-TEXT
           END-IF
           WRITE RPT-REC FROM WS-END-LINE
           CLOSE RPT-FILE.

       WRITE-ONE-STEP-LINE-PARA.
           MOVE WS-STS-STEP-NO (WS-STEP-IDX)    TO WS-DL-STEP-NO
           MOVE WS-STS-PROGRAM (WS-STEP-IDX)    TO WS-DL-PROGRAM
           MOVE WS-STS-START-DATE (WS-STEP-IDX) TO WS-DL-START-DATE
           MOVE WS-STS-START-TIME (WS-STEP-IDX) (1:6)
             TO WS-DL-START-TIME
           MOVE WS-STS-END-DATE (WS-STEP-IDX)   TO WS-DL-END-DATE
           MOVE WS-STS-END-TIME (WS-STEP-IDX) (1:6)
             TO WS-DL-END-TIME
           MOVE WS-STS-RC (WS-STEP-IDX)         TO WS-DL-RC
           MOVE WS-STS-ATTEMPTS (WS-STEP-IDX)   TO WS-DL-ATTEMPTS
           MOVE WS-STS-PARM-USED (WS-STEP-IDX)  TO WS-DL-PARM
           IF WS-STS-COMPLETE (WS-STEP-IDX)
              IF WS-STS-RAN-THIS-TIME (WS-STEP-IDX)
                 MOVE 'COMPLETED'               TO WS-DL-RESULT
              ELSE
                 MOVE 'COMPLETED EARLIER'       TO WS-DL-RESULT
              END-IF
           ELSE
              IF WS-STS-FAILED (WS-STEP-IDX)
                 MOVE 'FAILED - STREAM STOPPED' TO WS-DL-RESULT
              ELSE
                 MOVE 'NOT RUN'                 TO WS-DL-RESULT
                 ADD 1 TO WS-TOT-NOT-RUN
              END-IF
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-STEP-IDX.
