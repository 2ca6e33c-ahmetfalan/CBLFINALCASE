       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHIMG.
      *NIGHTLY IMAGE COPY OF DATA-FILE: UNLOADS EVERY ACCOUNT RECORD -
      * AS IT STANDS, IN KEY SEQUENCE, TO A FLAT COPY (IMGFILE) AND -
      * CLOSES THE COPY WITH A CONTROL RECORD - THE RECORD COUNT, THE -
      * BALANCE TOTAL, AND HOW FAR INTO THE JOURNAL THE COPY REACHES -
      * (THE NUMBER OF JRNFILE RECORDS ALREADY REFLECTED IN IT, AND -
      * THE RUN ID, DATE AND TIME OF THE LAST ONE). BATCHFRC RELOADS -
      * THE COPY AND REPLAYS EVERY JOURNAL RECORD AFTER THAT POINT, -
      * SO A DAMAGED DATA-FILE CAN BE BROUGHT BACK TO ITS LAST GOOD -
      * POSTING INSTEAD OF TO LAST NIGHT'S BACKUP. THE COPY IS TAKEN -
      * WITH NOTHING POSTING - THE STEP RUNS IN THE NIGHTLY STREAM -
      * AFTER THE POSTING RUN - SO THE FILE AND THE JOURNAL IT IS -
      * MEASURED AGAINST CANNOT MOVE UNDER IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT IMG-FILE
              ASSIGN TO IMGFILE
              FILE STATUS IS IMG-ST.
           SELECT RPT-FILE
              ASSIGN TO IMGOUT
              FILE STATUS IS RPT-ST.
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
       FD  IMG-FILE RECORDING MODE F.
      *ONE 'D' RECORD PER ACCOUNT, CARRYING THE DATA-FILE RECORD -
      * BYTE FOR BYTE, FOLLOWED BY EXACTLY ONE 'C' CONTROL RECORD. -
      * THE BALANCE TOTAL IS A HASH TOTAL ACROSS ALL CURRENCIES - IT -
      * PROVES THE COPY, IT IS NOT A POSITION.
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 JRN-ST                     PIC 9(02).
              88 JRN-EOF                 VALUE 10.
              88 JRN-ST-SUCC             VALUE 00 97.
              88 JRN-NOT-FOUND           VALUE 35.
           03 IMG-ST                     PIC 9(02).
              88 IMG-ST-SUCC             VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-RUN-TIME                   PIC 9(08).
      *WHERE THE COPY STANDS IN THE JOURNAL: HOW MANY RECORDS IT -
      * ALREADY REFLECTS AND THE IDENTITY OF THE LAST OF THEM.
       01  WS-JRN-COUNT                  PIC 9(09) COMP-3 VALUE 0.
       01  WS-LAST-JRN.
           03 WS-LAST-JRN-RUN-ID.
              05 WS-LAST-JRN-RUN-DATE    PIC 9(06) VALUE 0.
              05 WS-LAST-JRN-RUN-TIME    PIC 9(08) VALUE 0.
           03 WS-LAST-JRN-DATE           PIC 9(06) VALUE 0.
           03 WS-LAST-JRN-TIME           PIC 9(08) VALUE 0.
       01  WS-TOT-COPIED                 PIC 9(07) COMP-3 VALUE 0.
       01  WS-BAL-TOTAL                  PIC S9(17) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(33)   VALUE
              'DATA-FILE IMAGE COPY, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
           03 FILLER PIC X(08)   VALUE '  TIME: '.
           03 WS-RH-TIME         PIC 9(08).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(80)   VALUE ALL '-'.
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZZZ9.
       01  WS-AMT-LINE.
           03 WS-AL-LABEL        PIC X(26).
           03 WS-AL-VALUE        PIC -(17)9.
       01  WS-JRN-LINE.
           03 FILLER PIC X(26)   VALUE 'LAST JOURNAL RUN ID       '.
           03 WS-JL-RUN-DATE     PIC 9(06).
           03 FILLER PIC X(01)   VALUE '-'.
           03 WS-JL-RUN-TIME     PIC 9(08).
           03 FILLER PIC X(10)   VALUE '  POSTED '.
           03 WS-JL-DATE         PIC 9(06).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-JL-TIME         PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM FIND-JOURNAL-END-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM READ-DATA-PARA.
           PERFORM COPY-ONE-REC-PARA UNTIL DATA-EOF.
           PERFORM WRITE-CONTROL-REC-PARA.
           PERFORM WRITE-REPORT-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

      *COUNT THE JOURNAL AND NOTE ITS LAST RECORD. A JOURNAL THAT -
      * HAS NEVER BEEN WRITTEN MEANS NOTHING HAS EVER POSTED - THE -
      * COPY REACHES ZERO RECORDS INTO IT.
       FIND-JOURNAL-END-PARA.
           OPEN INPUT JRN-FILE
           IF JRN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT JRN-ST-SUCC
                 DISPLAY 'CANNOT OPEN JOURNAL FILE, STATUS: ' JRN-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-JRN-PARA
              PERFORM COUNT-ONE-JRN-PARA UNTIL JRN-EOF
              CLOSE JRN-FILE
           END-IF.

       READ-JRN-PARA.
           READ JRN-FILE
              AT END
                 SET JRN-EOF TO TRUE
           END-READ.

       COUNT-ONE-JRN-PARA.
           ADD 1 TO WS-JRN-COUNT
           MOVE JRN-RUN-ID TO WS-LAST-JRN-RUN-ID
           MOVE JRN-DATE   TO WS-LAST-JRN-DATE
           MOVE JRN-TIME   TO WS-LAST-JRN-TIME
           PERFORM READ-JRN-PARA.

       OPEN-FILES-PARA.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT IMG-FILE
           IF NOT IMG-ST-SUCC
              DISPLAY 'CANNOT OPEN IMAGE COPY FILE, STATUS: ' IMG-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-DATA-PARA.
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
           END-READ.

       COPY-ONE-REC-PARA.
           MOVE SPACES   TO IMG-REC
           MOVE 'D'      TO IMG-TYPE
           MOVE DATA-REC TO IMG-DATA-REC
           WRITE IMG-REC
           ADD 1            TO WS-TOT-COPIED
           ADD DATA-BALANCE TO WS-BAL-TOTAL
           PERFORM READ-DATA-PARA.

       WRITE-CONTROL-REC-PARA.
           MOVE SPACES                TO IMG-CTL-REC
           MOVE 'C'                   TO IMG-CTL-TYPE
           MOVE WS-RUN-DATE           TO IMG-CTL-COPY-DATE
           MOVE WS-RUN-TIME           TO IMG-CTL-COPY-TIME
           MOVE WS-TOT-COPIED         TO IMG-CTL-REC-COUNT
           MOVE WS-BAL-TOTAL          TO IMG-CTL-BAL-TOTAL
           MOVE WS-JRN-COUNT          TO IMG-CTL-JRN-COUNT
           MOVE WS-LAST-JRN-RUN-ID    TO IMG-CTL-JRN-RUN-ID
           MOVE WS-LAST-JRN-DATE      TO IMG-CTL-JRN-DATE
           MOVE WS-LAST-JRN-TIME      TO IMG-CTL-JRN-TIME
           WRITE IMG-CTL-REC.

       WRITE-REPORT-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           MOVE WS-RUN-TIME TO WS-RH-TIME
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           MOVE 'ACCOUNT RECORDS COPIED    ' TO WS-SL-LABEL
           MOVE WS-TOT-COPIED                TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'BALANCE HASH TOTAL        ' TO WS-AL-LABEL
           MOVE WS-BAL-TOTAL                 TO WS-AL-VALUE
           WRITE RPT-REC FROM WS-AMT-LINE.
           MOVE 'JOURNAL RECORDS COVERED   ' TO WS-SL-LABEL
           MOVE WS-JRN-COUNT                 TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE WS-LAST-JRN-RUN-DATE TO WS-JL-RUN-DATE
           MOVE WS-LAST-JRN-RUN-TIME TO WS-JL-RUN-TIME
           MOVE WS-LAST-JRN-DATE     TO WS-JL-DATE
           MOVE WS-LAST-JRN-TIME     TO WS-JL-TIME
           WRITE RPT-REC FROM WS-JRN-LINE.

       CLOSE-FILES-PARA.
           CLOSE DATA-FILE.
           CLOSE IMG-FILE.
           CLOSE RPT-FILE.
