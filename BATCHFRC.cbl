       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHFRC.
      *FORWARD RECOVERY OF DATA-FILE FROM THE LAST IMAGE COPY AND -
      * THE JOURNAL. THE COPY (IMGFILE, WRITTEN BY BATCHIMG) IS -
      * PROVED AGAINST ITS OWN CONTROL RECORD BEFORE ANYTHING IS -
      * TOUCHED - A SHORT OR DAMAGED COPY NEVER OVERWRITES THE FILE - -
      * THEN RELOADED INTO AN EMPTY DATA-FILE. THE JOURNAL RECORDS -
      * THE COPY ALREADY REFLECTS ARE SKIPPED (THE LAST OF THEM MUST -
      * BE THE ONE THE CONTROL RECORD NAMES, OR THIS IS NOT THE -
      * JOURNAL THE COPY WAS TAKEN AGAINST) AND EVERY LATER POSTING -
      * IS REPLAYED IN ORDER: THE BALANCE ON FILE MUST EQUAL -
      * JRN-BAL-BEFORE, AND BEFORE PLUS AMOUNT MUST EQUAL -
      * JRN-BAL-AFTER, OR THE RUN STOPS AT THAT POSTING AND REPORTS -
      * IT. THE FILE IS THEN RE-READ END TO END AND ITS COUNT AND -
      * BALANCE TOTAL PROVED AGAINST THE COPY PLUS WHAT WAS REPLAYED, -
      * SO THE REPORT IS THE EVIDENCE THAT THE RESTORE IS RIGHT.
      *ONLY BALANCE MOVEMENTS ARE JOURNALLED. NAME CHANGES ('U'), -
      * FREEZES, UNFREEZES, REOPENS AND DELETES SINCE THE COPY ARE -
      * NOT, AND MUST BE RE-KEYED FROM THAT PERIOD'S RUN REPORTS; AN -
      * ACCOUNT OPENED SINCE THE COPY IS RECREATED WITH ITS OPENING -
      * BALANCE AND BLANK NAMES, AND LISTED SO ITS NAMES CAN BE -
      * RE-KEYED WITH THE REST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMG-FILE
              ASSIGN TO IMGFILE
              FILE STATUS IS IMG-ST.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT RPT-FILE
              ASSIGN TO FRCOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IMG-FILE RECORDING MODE F.
       01  IMG-REC.
           03 IMG-TYPE                   PIC X(01).
              88 IMG-DATA-IMAGE          VALUE 'D'.
              88 IMG-CONTROL             VALUE 'C'.
           03 IMG-DATA-REC               PIC X(48).
           03 FILLER                     PIC X(15).
       01  IMG-CTL-REC.
           03 IMG-CTL-TYPE               PIC X(01).
           03 IMG-CTL-COPY-DATE          PIC 9(06).
           03 IMG-CTL-COPY-TIME          PIC 9(08).
           03 IMG-CTL-REC-COUNT          PIC 9(07) COMP-3.
           03 IMG-CTL-BAL-TOTAL          PIC S9(17) COMP-3.
           03 IMG-CTL-JRN-COUNT          PIC 9(09) COMP-3.
           03 IMG-CTL-JRN-RUN-ID.
              05 IMG-CTL-JRN-RUN-DATE    PIC 9(06).
              05 IMG-CTL-JRN-RUN-TIME    PIC 9(08).
           03 IMG-CTL-JRN-DATE           PIC 9(06).
           03 IMG-CTL-JRN-TIME           PIC 9(08).
           03 FILLER                     PIC X(03).
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
              88 DATA-CLOSED             VALUE 'C'.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-RUN-ID.
              05 JRN-RUN-DATE            PIC 9(06).
              05 JRN-RUN-TIME            PIC 9(08).
           03 JRN-KEY.
              05 JRN-ID                  PIC S9(05) COMP-3.
              05 JRN-DVZ                 PIC S9(03) COMP.
           03 JRN-OPER-TYPE              PIC X(01).
           03 JRN-AMOUNT                 PIC S9(15) COMP-3.
           03 JRN-EFF-DATE               PIC S9(07) COMP-3.
           03 JRN-BAL-BEFORE             PIC S9(15) COMP-3.
           03 JRN-BAL-AFTER              PIC S9(15) COMP-3.
           03 JRN-DATE                   PIC 9(06).
           03 JRN-TIME                   PIC 9(08).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 IMG-ST                     PIC 9(02).
              88 IMG-EOF                 VALUE 10.
              88 IMG-ST-SUCC             VALUE 00 97.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 JRN-ST                     PIC 9(02).
              88 JRN-EOF                 VALUE 10.
              88 JRN-ST-SUCC             VALUE 00 97.
              88 JRN-NOT-FOUND           VALUE 35.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
      *SET AT THE FIRST THING THAT DOES NOT LINE UP - THE COPY, THE -
      * JOURNAL POSITION, OR A POSTING - AND NOTHING FURTHER IS -
      * APPLIED AFTER IT.
           03 WS-STOPPED-SW              PIC X(01) VALUE 'N'.
              88 WS-STOPPED              VALUE 'Y'.
           03 WS-RELOADED-SW             PIC X(01) VALUE 'N'.
              88 WS-RELOADED             VALUE 'Y'.
           03 WS-CTL-SEEN-SW             PIC X(01) VALUE 'N'.
              88 WS-CTL-SEEN             VALUE 'Y'.
           03 WS-JRN-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-JRN-OPEN             VALUE 'Y'.
           03 WS-MISMATCH-SW             PIC X(01).
              88 WS-MISMATCH             VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
      *THE SUSPENSE ACCOUNT AN ACCOUNT CLOSE ('X') SWEEPS INTO - THE -
      * ONE 'X' SIDE THAT IS NOT THE ACCOUNT BEING CLOSED.
       01  WS-SUSPENSE-ID                PIC S9(05) COMP-3 VALUE 99999.
      *THE COPY'S CONTROL RECORD, KEPT ONCE READ.
       01  WS-CTL.
           03 WS-CTL-COPY-DATE           PIC 9(06) VALUE 0.
           03 WS-CTL-COPY-TIME           PIC 9(08) VALUE 0.
           03 WS-CTL-REC-COUNT           PIC 9(07) COMP-3 VALUE 0.
           03 WS-CTL-BAL-TOTAL           PIC S9(17) COMP-3 VALUE 0.
           03 WS-CTL-JRN-COUNT           PIC 9(09) COMP-3 VALUE 0.
           03 WS-CTL-JRN-RUN-ID          PIC 9(14) VALUE 0.
           03 WS-CTL-JRN-DATE            PIC 9(06) VALUE 0.
           03 WS-CTL-JRN-TIME            PIC 9(08) VALUE 0.
       01  WS-IMG-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-IMG-TOTAL                  PIC S9(17) COMP-3 VALUE 0.
       01  WS-IMG-AFTER-CTL              PIC 9(07) COMP-3 VALUE 0.
       01  WS-JRN-SKIPPED                PIC 9(09) COMP-3 VALUE 0.
       01  WS-JRN-POSITION               PIC 9(09) COMP-3 VALUE 0.
       01  WS-TOT-REPLAYED               PIC 9(09) COMP-3 VALUE 0.
       01  WS-TOT-OPENED                 PIC 9(07) COMP-3 VALUE 0.
       01  WS-REPLAY-TOTAL               PIC S9(17) COMP-3 VALUE 0.
       01  WS-EXPECT-COUNT               PIC 9(07) COMP-3 VALUE 0.
       01  WS-EXPECT-TOTAL               PIC S9(17) COMP-3 VALUE 0.
       01  WS-FILE-COUNT                 PIC 9(07) COMP-3 VALUE 0.
       01  WS-FILE-TOTAL                 PIC S9(17) COMP-3 VALUE 0.
       01  WS-ON-FILE-BALANCE            PIC S9(15) COMP-3.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(36)   VALUE
              'DATA-FILE FORWARD RECOVERY, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(120)  VALUE ALL '-'.
       01  WS-COPY-LINE.
           03 FILLER PIC X(26)   VALUE 'IMAGE COPY TAKEN          '.
           03 WS-CP-DATE         PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CP-TIME         PIC 9(08).
           03 FILLER PIC X(24)   VALUE '   LAST JOURNAL RUN ID  '.
           03 WS-CP-RUN-ID       PIC 9(14).
           03 FILLER PIC X(09)   VALUE '  POSTED '.
           03 WS-CP-JRN-DATE     PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CP-JRN-TIME     PIC 9(08).
       01  WS-DETAIL-HEADER.
           03 FILLER PIC X(11)   VALUE 'JRN REC'.
           03 FILLER PIC X(16)   VALUE 'RUN ID'.
           03 FILLER PIC X(08)   VALUE 'ID'.
           03 FILLER PIC X(06)   VALUE 'DOVIZ'.
           03 FILLER PIC X(04)   VALUE 'OP'.
           03 FILLER PIC X(16)   VALUE '  JRN BAL-BEFORE'.
           03 FILLER PIC X(16)   VALUE ' BALANCE ON FILE'.
           03 FILLER PIC X(30)   VALUE '  NOTE'.
      *ONE LINE PER POSTING THAT NEEDS A HUMAN: AN ACCOUNT RECREATED -
      * WITHOUT ITS NAMES, OR THE POSTING THE RUN STOPPED AT.
       01  WS-DETAIL-LINE.
           03 WS-DL-POSITION     PIC Z(08)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-RUN-ID       PIC 9(14).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-ID           PIC 9(05).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-DVZ          PIC 9(03).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-OPER         PIC X(01).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-BAL-BEFORE   PIC -(15)9.
           03 WS-DL-ON-FILE      PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-NOTE         PIC X(36).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZZZ9.
       01  WS-AMT-LINE.
           03 WS-AL-LABEL        PIC X(26).
           03 WS-AL-VALUE        PIC -(17)9.
       01  WS-MSG-LINE           PIC X(120).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM OPEN-RPT-PARA.
           PERFORM PROVE-IMAGE-PARA.
           IF NOT WS-STOPPED
              PERFORM RELOAD-IMAGE-PARA
           END-IF.
           IF NOT WS-STOPPED
              PERFORM POSITION-JOURNAL-PARA
           END-IF.
           IF NOT WS-STOPPED
              WRITE RPT-REC FROM WS-DETAIL-HEADER
              PERFORM REPLAY-ONE-PARA UNTIL JRN-EOF OR WS-STOPPED
           END-IF.
           IF WS-JRN-OPEN
              CLOSE JRN-FILE
           END-IF.
           IF WS-RELOADED
              PERFORM PROVE-FILE-PARA
           END-IF.
           PERFORM WRITE-SUMMARY-PARA.
           CLOSE RPT-FILE.
           STOP RUN.

       OPEN-RPT-PARA.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.

      *FIRST PASS OVER THE COPY: COUNT AND TOTAL THE IMAGES AND -
      * CHECK THEM AGAINST THE CONTROL RECORD, WHICH MUST BE THE LAST -
      * RECORD ON THE COPY. DATA-FILE IS NOT OPENED UNTIL THIS PASSES.
       PROVE-IMAGE-PARA.
           OPEN INPUT IMG-FILE
           IF NOT IMG-ST-SUCC
              DISPLAY 'CANNOT OPEN IMAGE COPY FILE, STATUS: ' IMG-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-IMG-PARA
           PERFORM PROVE-ONE-IMAGE-PARA UNTIL IMG-EOF
           CLOSE IMG-FILE
           MOVE SPACES TO WS-MSG-LINE
           EVALUATE TRUE
              WHEN NOT WS-CTL-SEEN
                 MOVE 'IMAGE COPY HAS NO CONTROL RECORD - NOT RELOADED'
                    TO WS-MSG-LINE
              WHEN WS-IMG-AFTER-CTL > 0
                 MOVE 'DATA AFTER CONTROL RECORD - NOT RELOADED'
                    TO WS-MSG-LINE
              WHEN WS-IMG-COUNT NOT EQUAL WS-CTL-REC-COUNT
                 MOVE 'COPY COUNT WRONG - NOT RELOADED'
                    TO WS-MSG-LINE
              WHEN WS-IMG-TOTAL NOT EQUAL WS-CTL-BAL-TOTAL
                 MOVE 'COPY TOTAL WRONG - NOT RELOADED'
                    TO WS-MSG-LINE
           END-EVALUATE
           IF WS-CTL-SEEN
              MOVE WS-CTL-COPY-DATE  TO WS-CP-DATE
              MOVE WS-CTL-COPY-TIME  TO WS-CP-TIME
              MOVE WS-CTL-JRN-RUN-ID TO WS-CP-RUN-ID
              MOVE WS-CTL-JRN-DATE   TO WS-CP-JRN-DATE
              MOVE WS-CTL-JRN-TIME   TO WS-CP-JRN-TIME
              WRITE RPT-REC FROM WS-COPY-LINE
           END-IF
           IF WS-MSG-LINE NOT EQUAL SPACES
              SET WS-STOPPED TO TRUE
              WRITE RPT-REC FROM WS-MSG-LINE
           END-IF.

       READ-IMG-PARA.
           READ IMG-FILE
              AT END
                 SET IMG-EOF TO TRUE
           END-READ.

       PROVE-ONE-IMAGE-PARA.
           IF WS-CTL-SEEN
              ADD 1 TO WS-IMG-AFTER-CTL
           ELSE
              IF IMG-CONTROL
                 SET WS-CTL-SEEN TO TRUE
                 MOVE IMG-CTL-COPY-DATE  TO WS-CTL-COPY-DATE
                 MOVE IMG-CTL-COPY-TIME  TO WS-CTL-COPY-TIME
                 MOVE IMG-CTL-REC-COUNT  TO WS-CTL-REC-COUNT
                 MOVE IMG-CTL-BAL-TOTAL  TO WS-CTL-BAL-TOTAL
                 MOVE IMG-CTL-JRN-COUNT  TO WS-CTL-JRN-COUNT
                 MOVE IMG-CTL-JRN-RUN-ID TO WS-CTL-JRN-RUN-ID
                 MOVE IMG-CTL-JRN-DATE   TO WS-CTL-JRN-DATE
                 MOVE IMG-CTL-JRN-TIME   TO WS-CTL-JRN-TIME
              ELSE
                 MOVE IMG-DATA-REC TO DATA-REC
                 ADD 1            TO WS-IMG-COUNT
                 ADD DATA-BALANCE TO WS-IMG-TOTAL
              END-IF
           END-IF
           PERFORM READ-IMG-PARA.

      *SECOND PASS: THE COPY IS GOOD, SO DATA-FILE IS CREATED EMPTY -
      * AND LOADED FROM IT IN KEY ORDER.
       RELOAD-IMAGE-PARA.
           OPEN INPUT IMG-FILE
           IF NOT IMG-ST-SUCC
              DISPLAY 'CANNOT OPEN IMAGE COPY FILE, STATUS: ' IMG-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-IMG-PARA
           PERFORM RELOAD-ONE-IMAGE-PARA UNTIL IMG-EOF
           CLOSE IMG-FILE
           CLOSE DATA-FILE
           SET WS-RELOADED TO TRUE
           OPEN I-O DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RELOAD-ONE-IMAGE-PARA.
           IF IMG-DATA-IMAGE
              MOVE IMG-DATA-REC TO DATA-REC
              WRITE DATA-REC
                 INVALID KEY
                    DISPLAY 'IMAGE COPY OUT OF KEY ORDER, STATUS: '
                            DATA-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-WRITE
           END-IF
           PERFORM READ-IMG-PARA.

      *SKIP THE JOURNAL RECORDS THE COPY ALREADY REFLECTS. A JOURNAL -
      * SHORTER THAN THE COPY SAYS, OR WHOSE LAST SKIPPED RECORD IS -
      * NOT THE ONE THE CONTROL RECORD NAMES, IS NOT THE JOURNAL THIS -
      * COPY WAS TAKEN AGAINST - NOTHING IS REPLAYED FROM IT.
       POSITION-JOURNAL-PARA.
           OPEN INPUT JRN-FILE
           IF JRN-NOT-FOUND
              IF WS-CTL-JRN-COUNT > 0
                 SET WS-STOPPED TO TRUE
                 MOVE 'JOURNAL FILE MISSING - NOTHING REPLAYED'
                    TO WS-MSG-LINE
                 WRITE RPT-REC FROM WS-MSG-LINE
              END-IF
      *NO JOURNAL AND A COPY THAT REACHES NONE OF IT: NOTHING HAS -
      * POSTED SINCE, SO THE RELOADED COPY IS ALREADY CURRENT.
              SET JRN-EOF TO TRUE
           ELSE
              IF NOT JRN-ST-SUCC
                 DISPLAY 'CANNOT OPEN JOURNAL FILE, STATUS: ' JRN-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JRN-OPEN TO TRUE
              PERFORM SKIP-ONE-JRN-PARA
                 UNTIL WS-JRN-SKIPPED >= WS-CTL-JRN-COUNT OR JRN-EOF
              IF WS-JRN-SKIPPED < WS-CTL-JRN-COUNT
                 SET WS-STOPPED TO TRUE
                 MOVE 'JOURNAL SHORTER THAN COPY - NOT REPLAYED'
                    TO WS-MSG-LINE
                 WRITE RPT-REC FROM WS-MSG-LINE
              ELSE
                 IF WS-CTL-JRN-COUNT > 0 AND
                    (JRN-RUN-ID NOT EQUAL WS-CTL-JRN-RUN-ID OR
                     JRN-DATE   NOT EQUAL WS-CTL-JRN-DATE   OR
                     JRN-TIME   NOT EQUAL WS-CTL-JRN-TIME)
                    SET WS-STOPPED TO TRUE
                    MOVE 'JOURNAL DOES NOT MATCH COPY - NOT REPLAYED'
                       TO WS-MSG-LINE
                    WRITE RPT-REC FROM WS-MSG-LINE
                 END-IF
              END-IF
              MOVE WS-JRN-SKIPPED TO WS-JRN-POSITION
              IF NOT WS-STOPPED
                 PERFORM READ-JRN-PARA
              END-IF
           END-IF.

       SKIP-ONE-JRN-PARA.
           READ JRN-FILE
              AT END
                 SET JRN-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-JRN-SKIPPED
           END-READ.

       READ-JRN-PARA.
           READ JRN-FILE
              AT END
                 SET JRN-EOF TO TRUE
           END-READ.

      *APPLY ONE POSTING, OR STOP AT IT. THE ENTRY MUST FIRST ADD UP -
      * ON ITS OWN; THEN THE ACCOUNT MUST BE EXACTLY WHERE THE -
      * JOURNAL SAYS IT WAS BEFORE THE POSTING.
       REPLAY-ONE-PARA.
           ADD 1 TO WS-JRN-POSITION
           MOVE 'N'    TO WS-MISMATCH-SW
           MOVE SPACES TO WS-DL-NOTE
           MOVE 0      TO WS-ON-FILE-BALANCE
           MOVE JRN-ID  TO DATA-ID
           MOVE JRN-DVZ TO DATA-DVZ
           IF JRN-BAL-BEFORE + JRN-AMOUNT NOT EQUAL JRN-BAL-AFTER
              SET WS-MISMATCH TO TRUE
              MOVE 'JOURNAL ENTRY DOES NOT ADD UP' TO WS-DL-NOTE
           ELSE
              IF JRN-OPER-TYPE EQUAL 'A'
                 PERFORM REPLAY-OPEN-PARA
              ELSE
                 PERFORM REPLAY-POSTING-PARA
              END-IF
           END-IF
           IF WS-MISMATCH
              SET WS-STOPPED TO TRUE
              PERFORM WRITE-DETAIL-PARA
           ELSE
              ADD 1          TO WS-TOT-REPLAYED
              ADD JRN-AMOUNT TO WS-REPLAY-TOTAL
              PERFORM READ-JRN-PARA
           END-IF.

      *AN ACCOUNT OPEN: THE KEY MUST NOT BE ON FILE YET AND THE -
      * ACCOUNT STARTS FROM ZERO. THE NAMES ARE NOT IN THE JOURNAL.
       REPLAY-OPEN-PARA.
           READ DATA-FILE KEY IS DATA-KEY
              INVALID KEY
                 IF JRN-BAL-BEFORE NOT EQUAL 0
                    SET WS-MISMATCH TO TRUE
                    MOVE 'OPEN DOES NOT START FROM ZERO' TO WS-DL-NOTE
                 ELSE
                    PERFORM RECREATE-ACCOUNT-PARA
                 END-IF
              NOT INVALID KEY
                 SET WS-MISMATCH TO TRUE
                 MOVE DATA-BALANCE TO WS-ON-FILE-BALANCE
                 MOVE 'OPENED ACCOUNT ALREADY ON FILE' TO WS-DL-NOTE
           END-READ.

       RECREATE-ACCOUNT-PARA.
           MOVE JRN-ID        TO DATA-ID
           MOVE JRN-DVZ       TO DATA-DVZ
           MOVE SPACES        TO DATA-FNAME
           MOVE SPACES        TO DATA-LNAME
           MOVE JRN-EFF-DATE  TO DATA-DATE
           MOVE JRN-BAL-AFTER TO DATA-BALANCE
           SET DATA-ACTIVE    TO TRUE
           WRITE DATA-REC
              INVALID KEY
                 SET WS-MISMATCH TO TRUE
                 MOVE 'OPENED ACCOUNT COULD NOT BE WRITTEN'
                    TO WS-DL-NOTE
              NOT INVALID KEY
                 ADD 1 TO WS-TOT-OPENED
                 MOVE 'REOPENED FROM JOURNAL - NAMES TO KEY'
                    TO WS-DL-NOTE
                 PERFORM WRITE-DETAIL-PARA
           END-WRITE.

      *ANY OTHER POSTING MOVES THE BALANCE FROM BEFORE TO AFTER. THE -
      * SWEEP SIDE OF A CLOSE ALSO LEAVES THE ACCOUNT CLOSED, AND A -
      * CLOSE STAMPS NO DATE - EVERY OTHER POSTING STAMPS ITS -
      * EFFECTIVE DATE, AS BATCHIDX DID WHEN IT FIRST POSTED IT.
       REPLAY-POSTING-PARA.
           READ DATA-FILE KEY IS DATA-KEY
              INVALID KEY
                 SET WS-MISMATCH TO TRUE
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-DL-NOTE
              NOT INVALID KEY
                 MOVE DATA-BALANCE TO WS-ON-FILE-BALANCE
                 IF DATA-BALANCE NOT EQUAL JRN-BAL-BEFORE
                    SET WS-MISMATCH TO TRUE
                    MOVE 'BALANCE DOES NOT MATCH JOURNAL'
                       TO WS-DL-NOTE
                 ELSE
                    MOVE JRN-BAL-AFTER TO DATA-BALANCE
                    IF JRN-OPER-TYPE EQUAL 'X'
                       IF JRN-ID NOT EQUAL WS-SUSPENSE-ID
                          SET DATA-CLOSED TO TRUE
                       END-IF
                    ELSE
                       MOVE JRN-EFF-DATE TO DATA-DATE
                    END-IF
                    REWRITE DATA-REC
                       INVALID KEY
                          SET WS-MISMATCH TO TRUE
                          MOVE 'ACCOUNT COULD NOT BE REWRITTEN'
                             TO WS-DL-NOTE
                    END-REWRITE
                 END-IF
           END-READ.

       WRITE-DETAIL-PARA.
           MOVE WS-JRN-POSITION    TO WS-DL-POSITION
           MOVE JRN-RUN-ID         TO WS-DL-RUN-ID
           MOVE JRN-ID             TO WS-DL-ID
           MOVE JRN-DVZ            TO WS-DL-DVZ
           MOVE JRN-OPER-TYPE      TO WS-DL-OPER
           MOVE JRN-BAL-BEFORE     TO WS-DL-BAL-BEFORE
           MOVE WS-ON-FILE-BALANCE TO WS-DL-ON-FILE
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      *RE-READ THE RESTORED FILE END TO END: IT MUST HOLD THE COPY'S -
      * RECORDS PLUS THE ACCOUNTS OPENED SINCE, AND ITS BALANCES MUST -
      * TOTAL THE COPY'S TOTAL PLUS EVERYTHING REPLAYED.
       PROVE-FILE-PARA.
           CLOSE DATA-FILE
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-DATA-PARA
           PERFORM PROVE-ONE-ACCOUNT-PARA UNTIL DATA-EOF
           CLOSE DATA-FILE
           COMPUTE WS-EXPECT-COUNT = WS-CTL-REC-COUNT + WS-TOT-OPENED
           COMPUTE WS-EXPECT-TOTAL =
              WS-CTL-BAL-TOTAL + WS-REPLAY-TOTAL.

       READ-DATA-PARA.
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
           END-READ.

       PROVE-ONE-ACCOUNT-PARA.
           ADD 1            TO WS-FILE-COUNT
           ADD DATA-BALANCE TO WS-FILE-TOTAL
           PERFORM READ-DATA-PARA.

      *THE OUTCOME LINE IS ALSO THE STEP'S RETURN CODE, SO THE NEXT -
      * STEP OF THE JOB CAN BE HELD ON IT: 16 WHEN THE FILE WAS NOT -
      * RESTORED OR DOES NOT PROVE, 08 WHEN IT PROVES BUT ONLY UP TO -
      * THE POSTING THE REPLAY STOPPED AT, 00 ONLY FOR A FULL, -
      * PROVED RECOVERY.
       WRITE-SUMMARY-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE 'IMAGE RECORDS            ' TO WS-SL-LABEL
           MOVE WS-IMG-COUNT                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'JOURNAL RECORDS COVERED   ' TO WS-SL-LABEL
           MOVE WS-JRN-SKIPPED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'POSTINGS REPLAYED         ' TO WS-SL-LABEL
           MOVE WS-TOT-REPLAYED              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'ACCOUNTS RECREATED        ' TO WS-SL-LABEL
           MOVE WS-TOT-OPENED                TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           IF WS-RELOADED
              MOVE 'RECORDS EXPECTED          ' TO WS-SL-LABEL
              MOVE WS-EXPECT-COUNT              TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
              MOVE 'RECORDS ON FILE           ' TO WS-SL-LABEL
              MOVE WS-FILE-COUNT                TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
              MOVE 'BALANCE TOTAL EXPECTED    ' TO WS-AL-LABEL
              MOVE WS-EXPECT-TOTAL              TO WS-AL-VALUE
              WRITE RPT-REC FROM WS-AMT-LINE
              MOVE 'BALANCE TOTAL ON FILE     ' TO WS-AL-LABEL
              MOVE WS-FILE-TOTAL                TO WS-AL-VALUE
              WRITE RPT-REC FROM WS-AMT-LINE
           END-IF.
           MOVE SPACES TO WS-MSG-LINE
           EVALUATE TRUE
              WHEN NOT WS-RELOADED
                 MOVE 'RECOVERY NOT STARTED - DATA-FILE NOT TOUCHED'
                    TO WS-MSG-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN WS-FILE-COUNT NOT EQUAL WS-EXPECT-COUNT OR
                   WS-FILE-TOTAL NOT EQUAL WS-EXPECT-TOTAL
                 MOVE 'RESTORED FILE DOES NOT PROVE - DO NOT RELEASE'
                    TO WS-MSG-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN WS-STOPPED
                 MOVE 'RECOVERY STOPPED - RESTORED TO LAST GOOD POSTING'
                    TO WS-MSG-LINE
                 MOVE 08 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'RECOVERY COMPLETE - FILE PROVED' TO WS-MSG-LINE
           END-EVALUATE
           WRITE RPT-REC FROM WS-MSG-LINE.
