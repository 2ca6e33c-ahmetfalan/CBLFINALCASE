       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCUM.
      *CUSTOMER MASTER MAINTENANCE: APPLIES A DECK OF CUSTOMER DETAIL -
      * CHANGES (CUSIN) TO THE CUSTOMER MASTER (CUSFILE) - TAX ID, -
      * DATE OF BIRTH, CUSTOMER-SINCE DATE AND ADDRESS. THE ROW -
      * ITSELF AND THE NAMES ON IT ARE MAINTAINED BY BATCHIDX AS -
      * ACCOUNTS ARE OPENED ('A') AND NAMES UPDATED ('U'); A CARD -
      * HERE ONLY CHANGES THE FIELDS IT CARRIES - A BLANK FIELD -
      * LEAVES THE MASTER AS IT IS. A TAX ID MUST BE ELEVEN DIGITS -
      * AND MAY BELONG TO ONE CUSTOMER ONLY, SO A SEARCH BY TAX ID -
      * NEVER TURNS UP A STRANGER.
      *PARAMETERS: THE WORD BUILD ANYWHERE ON THE COMMAND LINE FIRST -
      * BRINGS EVERY DATA-ID ON DATA-FILE THAT HAS NO CUSTOMER ROW -
      * ONTO THE MASTER, NAMED AS ITS LOWEST-KEYED ACCOUNT IS NAMED -
      * AND CUSTOMER-SINCE UNKNOWN (ZERO) - RUN ONCE WHEN THE MASTER -
      * IS FIRST INTRODUCED, AND SAFE TO RUN AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMI-FILE
              ASSIGN TO CUSIN
              FILE STATUS IS CMI-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CUS-ID
              ALTERNATE RECORD KEY IS CUS-LNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUS-TAX-ID WITH DUPLICATES
              FILE STATUS IS CUS-ST.
           SELECT DATA-FILE
              ASSIGN TO DATAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT RPT-FILE
              ASSIGN TO CUMOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CMI-FILE RECORDING MODE F.
      *ONE CUSTOMER PER CARD. DATE OF BIRTH IS YYYYMMDD - A CUSTOMER -
      * CAN BE A CENTURY OLD - AND CUSTOMER-SINCE IS YYMMDD LIKE -
      * EVERY OTHER DATE IN THE SYSTEM.
       01  CMI-REC.
           03 CMI-ACTION                 PIC X(01).
              88 CMI-CHANGE              VALUE 'C'.
           03 CMI-ID                     PIC X(05).
           03 CMI-TAX-ID                 PIC X(11).
           03 CMI-BIRTH-DATE             PIC X(08).
           03 CMI-BIRTH-PARTS REDEFINES CMI-BIRTH-DATE.
              05 CMI-BIRTH-YEAR          PIC 9(04).
              05 CMI-BIRTH-MONTH         PIC 9(02).
              05 CMI-BIRTH-DAY           PIC 9(02).
           03 CMI-SINCE-DATE             PIC X(06).
           03 CMI-ADDR-LINE-1            PIC X(30).
           03 CMI-ADDR-LINE-2            PIC X(30).
           03 CMI-CITY                   PIC X(20).
           03 CMI-POST-CODE              PIC X(05).
           03 FILLER                     PIC X(04).
       FD  CUS-FILE.
       01  CUS-REC.
           03 CUS-ID                     PIC S9(05) COMP-3.
           03 CUS-FNAME                  PIC X(15).
           03 CUS-LNAME                  PIC X(15).
           03 CUS-TAX-ID                 PIC X(11).
           03 CUS-BIRTH-DATE             PIC 9(08).
           03 CUS-SINCE-DATE             PIC 9(06).
           03 CUS-ADDRESS.
              05 CUS-ADDR-LINE-1         PIC X(30).
              05 CUS-ADDR-LINE-2         PIC X(30).
              05 CUS-CITY                PIC X(20).
              05 CUS-POST-CODE           PIC X(05).
           03 CUS-MAINT-DATE             PIC 9(06).
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
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 CMI-ST                     PIC 9(02).
              88 CMI-EOF                 VALUE 10.
              88 CMI-ST-SUCC             VALUE 00 97.
           03 CUS-ST                     PIC 9(02).
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-CARD-OK-SW              PIC X(01).
              88 WS-CARD-OK              VALUE 'Y'.
           03 WS-BUILD-SW                PIC X(01) VALUE 'N'.
              88 WS-BUILD-MODE           VALUE 'Y'.
       01  WS-CUM-PARM                   PIC X(20).
       01  WS-BUILD-COUNT                PIC 9(02) COMP-3 VALUE 0.
       01  WS-RUN-DATE                   PIC 9(06).
      *THE DATA-ID LAST LOOKED UP DURING A BUILD - DATA-FILE IS READ -
      * IN KEY ORDER, SO ONLY THE FIRST ACCOUNT OF EACH CUSTOMER -
      * NEEDS THE MASTER CHECKED.
       01  WS-BUILD-LAST-ID              PIC S9(05) COMP-3 VALUE -1.
       01  WS-TOT-BUILT                  PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-READ                   PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-APPLIED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REFUSED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(37)   VALUE
              'CUSTOMER MASTER MAINTENANCE, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-2.
           03 FILLER PIC X(08)   VALUE 'ID'.
           03 FILLER PIC X(32)   VALUE 'CUSTOMER'.
           03 FILLER PIC X(10)   VALUE 'STATUS'.
           03 FILLER PIC X(30)   VALUE 'REASON'.
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(80)   VALUE ALL '-'.
       01  WS-DETAIL-LINE.
           03 WS-DL-ID           PIC X(05).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-DL-FNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-LNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-DL-STATUS       PIC X(08).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-DL-REASON       PIC X(30).
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-PARM-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           IF WS-BUILD-MODE
              PERFORM BUILD-FROM-DATA-PARA
           END-IF.
           PERFORM READ-CMI-PARA.
           PERFORM APPLY-ONE-CARD-PARA UNTIL CMI-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       CHECK-PARM-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-CUM-PARM FROM COMMAND-LINE
           MOVE 0 TO WS-BUILD-COUNT
           INSPECT WS-CUM-PARM TALLYING WS-BUILD-COUNT
              FOR ALL 'BUILD'
           IF WS-BUILD-COUNT > 0
              SET WS-BUILD-MODE TO TRUE
           END-IF.

      *THE FIRST RUN EVER FINDS NO MASTER - IT IS CREATED EMPTY AND -
      * REOPENED FOR UPDATE.
       OPEN-FILES-PARA.
           OPEN INPUT CMI-FILE
           IF NOT CMI-ST-SUCC
              DISPLAY 'CANNOT OPEN CUSTOMER CHANGE FILE, STATUS: '
                      CMI-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CUS-FILE
           IF CUS-NOT-FOUND
              OPEN OUTPUT CUS-FILE
              CLOSE CUS-FILE
              OPEN I-O CUS-FILE
           END-IF
           IF NOT CUS-ST-SUCC
              DISPLAY 'CANNOT OPEN CUSTOMER FILE, STATUS: ' CUS-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       BUILD-FROM-DATA-PARA.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-DATA-PARA
           PERFORM BUILD-ONE-ACCOUNT-PARA UNTIL DATA-EOF
           CLOSE DATA-FILE.

       READ-DATA-PARA.
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
           END-READ.

       BUILD-ONE-ACCOUNT-PARA.
           IF DATA-ID NOT EQUAL WS-BUILD-LAST-ID
              MOVE DATA-ID TO WS-BUILD-LAST-ID
              MOVE DATA-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    PERFORM BUILD-CUSTOMER-PARA
              END-READ
           END-IF
           PERFORM READ-DATA-PARA.

       BUILD-CUSTOMER-PARA.
           MOVE SPACES      TO CUS-REC
           MOVE DATA-ID     TO CUS-ID
           MOVE DATA-FNAME  TO CUS-FNAME
           MOVE DATA-LNAME  TO CUS-LNAME
           MOVE 0           TO CUS-BIRTH-DATE
           MOVE 0           TO CUS-SINCE-DATE
           MOVE WS-RUN-DATE TO CUS-MAINT-DATE
           WRITE CUS-REC
              INVALID KEY
                 DISPLAY 'CANNOT ADD CUSTOMER ' DATA-ID
                         ', STATUS: ' CUS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE
           ADD 1 TO WS-TOT-BUILT.

       READ-CMI-PARA.
           READ CMI-FILE
              AT END
                 SET CMI-EOF TO TRUE
           END-READ.

      *EVERY FIELD THE CARD CARRIES IS CHECKED BEFORE ANY OF THEM IS -
      * APPLIED - A CARD IS TAKEN WHOLE OR NOT AT ALL.
       APPLY-ONE-CARD-PARA.
           ADD 1 TO WS-TOT-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-DETAIL-LINE
           IF NOT CMI-CHANGE
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'INVALID ACTION' TO WS-DL-REASON
           ELSE
              IF CMI-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-DL-REASON
              ELSE
                 MOVE CMI-ID TO CUS-ID
                 READ CUS-FILE KEY IS CUS-ID
                    INVALID KEY
                       MOVE 'N' TO WS-CARD-OK-SW
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-REASON
                 END-READ
              END-IF
           END-IF
           IF WS-CARD-OK
              PERFORM CHECK-CARD-FIELDS-PARA
           END-IF
           IF WS-CARD-OK AND CMI-TAX-ID NOT EQUAL SPACES
              PERFORM CHECK-TAX-ID-OWNER-PARA
           END-IF
           IF WS-CARD-OK
              PERFORM CHANGE-CUSTOMER-PARA
           END-IF
           IF WS-CARD-OK
              ADD 1 TO WS-TOT-APPLIED
              MOVE 'APPLIED' TO WS-DL-STATUS
              MOVE CUS-FNAME TO WS-DL-FNAME
              MOVE CUS-LNAME TO WS-DL-LNAME
           ELSE
              ADD 1 TO WS-TOT-REFUSED
              MOVE 'REFUSED' TO WS-DL-STATUS
           END-IF
           MOVE CMI-ID TO WS-DL-ID
           WRITE RPT-REC FROM WS-DETAIL-LINE
           PERFORM READ-CMI-PARA.

       CHECK-CARD-FIELDS-PARA.
           IF CMI-TAX-ID NOT EQUAL SPACES AND
              CMI-TAX-ID IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'TAX ID NOT ELEVEN DIGITS' TO WS-DL-REASON
           END-IF
           IF WS-CARD-OK AND CMI-BIRTH-DATE NOT EQUAL SPACES
              IF CMI-BIRTH-DATE IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'BIRTH DATE NOT NUMERIC' TO WS-DL-REASON
              ELSE
                 IF CMI-BIRTH-MONTH < 1 OR CMI-BIRTH-MONTH > 12 OR
                    CMI-BIRTH-DAY   < 1 OR CMI-BIRTH-DAY   > 31
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'BIRTH DATE NOT A DATE' TO WS-DL-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-CARD-OK AND CMI-SINCE-DATE NOT EQUAL SPACES
              AND CMI-SINCE-DATE IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-OK-SW
              MOVE 'SINCE DATE NOT NUMERIC' TO WS-DL-REASON
           END-IF.

      *THE TAX ID MAY ALREADY BE ON THIS CUSTOMER (A RE-SENT CARD) -
      * BUT ON NO OTHER. THE LOOKUP GOES THROUGH THE ALTERNATE KEY, -
      * SO THE CUSTOMER BEING CHANGED IS READ BACK AFTERWARDS.
       CHECK-TAX-ID-OWNER-PARA.
           MOVE CMI-TAX-ID TO CUS-TAX-ID
           READ CUS-FILE KEY IS CUS-TAX-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUS-ID NOT EQUAL CMI-ID
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'TAX ID HELD BY ANOTHER CUSTOMER'
                       TO WS-DL-REASON
                 END-IF
           END-READ
           MOVE CMI-ID TO CUS-ID
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-REASON
           END-READ.

       CHANGE-CUSTOMER-PARA.
           IF CMI-TAX-ID NOT EQUAL SPACES
              MOVE CMI-TAX-ID TO CUS-TAX-ID
           END-IF
           IF CMI-BIRTH-DATE NOT EQUAL SPACES
              MOVE CMI-BIRTH-DATE TO CUS-BIRTH-DATE
           END-IF
           IF CMI-SINCE-DATE NOT EQUAL SPACES
              MOVE CMI-SINCE-DATE TO CUS-SINCE-DATE
           END-IF
           IF CMI-ADDR-LINE-1 NOT EQUAL SPACES
              MOVE CMI-ADDR-LINE-1 TO CUS-ADDR-LINE-1
           END-IF
           IF CMI-ADDR-LINE-2 NOT EQUAL SPACES
              MOVE CMI-ADDR-LINE-2 TO CUS-ADDR-LINE-2
           END-IF
           IF CMI-CITY NOT EQUAL SPACES
              MOVE CMI-CITY TO CUS-CITY
           END-IF
           IF CMI-POST-CODE NOT EQUAL SPACES
              MOVE CMI-POST-CODE TO CUS-POST-CODE
           END-IF
           MOVE WS-RUN-DATE TO CUS-MAINT-DATE
           REWRITE CUS-REC
              INVALID KEY
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-DL-REASON
           END-REWRITE.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEADER-1.
           WRITE RPT-REC FROM WS-RPT-HEADER-2.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.

       WRITE-RPT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           IF WS-BUILD-MODE
              MOVE 'CUSTOMERS BUILT FROM DATA ' TO WS-SL-LABEL
              MOVE WS-TOT-BUILT                 TO WS-SL-VALUE
              WRITE RPT-REC FROM WS-SUM-LINE
           END-IF.
           MOVE 'CARDS READ                ' TO WS-SL-LABEL
           MOVE WS-TOT-READ                  TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS APPLIED             ' TO WS-SL-LABEL
           MOVE WS-TOT-APPLIED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CARDS REFUSED             ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE CMI-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
