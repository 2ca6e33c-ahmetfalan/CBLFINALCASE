       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCIQ.
      *CUSTOMER INQUIRY: READS A DECK OF INQUIRIES (CIQIN) AND, FOR -
      * EACH, LISTS EVERY CUSTOMER ON THE CUSTOMER MASTER (CUSFILE) -
      * THAT MATCHES, WITH THE CUSTOMER'S DETAILS AND THEN EVERY -
      * ACCOUNT THE CUSTOMER HOLDS ON DATA-FILE - CURRENCY, BALANCE, -
      * STATUS AND DATE OF LAST ACTIVITY. AN INQUIRY IS BY SURNAME -
      * ('N' - THE VALUE MAY BE THE LEADING PART OF THE SURNAME), BY -
      * TAX ID ('T') OR BY CUSTOMER ID ('I'). SURNAME AND TAX ID ARE -
      * SEARCHED THROUGH THE MASTER'S ALTERNATE KEYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIQ-FILE
              ASSIGN TO CIQIN
              FILE STATUS IS CIQ-ST.
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
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT RPT-FILE
              ASSIGN TO CIQOUT
              FILE STATUS IS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CIQ-FILE RECORDING MODE F.
       01  CIQ-REC.
           03 CIQ-TYPE                   PIC X(01).
              88 CIQ-BY-NAME             VALUE 'N'.
              88 CIQ-BY-TAX-ID           VALUE 'T'.
              88 CIQ-BY-ID               VALUE 'I'.
           03 CIQ-VALUE                  PIC X(15).
           03 FILLER                     PIC X(14).
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
              88 DATA-ACTIVE             VALUE 'A'.
              88 DATA-FROZEN             VALUE 'F'.
              88 DATA-CLOSED             VALUE 'C'.
              88 DATA-DORMANT            VALUE 'D'.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC                       PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           03 CIQ-ST                     PIC 9(02).
              88 CIQ-EOF                 VALUE 10.
              88 CIQ-ST-SUCC             VALUE 00 97.
           03 CUS-ST                     PIC 9(02).
              88 CUS-EOF                 VALUE 10.
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 RPT-ST                     PIC 9(02).
              88 RPT-ST-SUCC             VALUE 00 97.
           03 WS-CUS-MATCH-SW            PIC X(01).
              88 WS-CUS-MATCH            VALUE 'Y'.
           03 WS-ACC-MATCH-SW            PIC X(01).
              88 WS-ACC-MATCH            VALUE 'Y'.
       01  WS-RUN-DATE                   PIC 9(06).
      *SIGNIFICANT LENGTH OF A SURNAME INQUIRY - ONLY THAT MUCH OF -
      * EACH SURNAME ON THE MASTER HAS TO AGREE.
       01  WS-VALUE-LEN                  PIC 9(02) COMP VALUE 0.
       01  WS-CUS-COUNT                  PIC 9(05) COMP-3 VALUE 0.
       01  WS-ACC-COUNT                  PIC 9(05) COMP-3 VALUE 0.
       01  WS-TOT-INQUIRIES              PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-CUSTOMERS              PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-ACCOUNTS               PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-NO-MATCH               PIC 9(07) COMP-3 VALUE 0.
       01  WS-TOT-REFUSED                PIC 9(07) COMP-3 VALUE 0.
       01  WS-RPT-HEADER-1.
           03 FILLER PIC X(30)   VALUE 'CUSTOMER INQUIRY, DATE: '.
           03 WS-RH-DATE         PIC 9(06).
       01  WS-RPT-HEADER-3.
           03 FILLER PIC X(100)  VALUE ALL '-'.
       01  WS-INQ-LINE.
           03 FILLER PIC X(09)   VALUE 'INQUIRY: '.
           03 WS-IL-TYPE         PIC X(08).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-IL-VALUE        PIC X(15).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-IL-RESULT       PIC X(30).
       01  WS-CUS-LINE-1.
           03 FILLER PIC X(04)   VALUE SPACE.
           03 FILLER PIC X(10)   VALUE 'CUSTOMER: '.
           03 WS-CL-ID           PIC 9(05).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-CL-FNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CL-LNAME        PIC X(15).
           03 FILLER PIC X(09)   VALUE '  TAX ID '.
           03 WS-CL-TAX-ID       PIC X(11).
       01  WS-CUS-LINE-2.
           03 FILLER PIC X(14)   VALUE SPACE.
           03 FILLER PIC X(06)   VALUE 'BORN: '.
           03 WS-CL-BIRTH-DATE   PIC 9(08).
           03 FILLER PIC X(18)   VALUE '  CUSTOMER SINCE: '.
           03 WS-CL-SINCE-DATE   PIC 9(06).
       01  WS-CUS-LINE-3.
           03 FILLER PIC X(14)   VALUE SPACE.
           03 WS-CL-ADDR-LINE-1  PIC X(30).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CL-ADDR-LINE-2  PIC X(30).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CL-CITY         PIC X(20).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CL-POST-CODE    PIC X(05).
       01  WS-ACC-HEADER.
           03 FILLER PIC X(14)   VALUE SPACE.
           03 FILLER PIC X(06)   VALUE 'DVZ'.
           03 FILLER PIC X(18)   VALUE '         BALANCE'.
           03 FILLER PIC X(10)   VALUE 'STATUS'.
           03 FILLER PIC X(13)   VALUE 'LAST ACTIVITY'.
       01  WS-ACC-LINE.
           03 FILLER PIC X(14)   VALUE SPACE.
           03 WS-AL-DVZ          PIC 9(03).
           03 FILLER PIC X(03)   VALUE SPACE.
           03 WS-AL-BALANCE      PIC -(15)9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-AL-STATUS       PIC X(08).
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-AL-DATE         PIC 9(06).
       01  WS-NO-ACC-LINE.
           03 FILLER PIC X(14)   VALUE SPACE.
           03 FILLER PIC X(19)   VALUE 'NO ACCOUNTS ON FILE'.
       01  WS-SUM-LINE.
           03 WS-SL-LABEL        PIC X(26).
           03 WS-SL-VALUE        PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES-PARA.
           PERFORM WRITE-RPT-HEADERS-PARA.
           PERFORM READ-CIQ-PARA.
           PERFORM ANSWER-INQUIRY-PARA UNTIL CIQ-EOF.
           PERFORM WRITE-RPT-TRAILER-PARA.
           PERFORM CLOSE-FILES-PARA.
           STOP RUN.

       OPEN-FILES-PARA.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT CIQ-FILE
           IF NOT CIQ-ST-SUCC
              DISPLAY 'CANNOT OPEN INQUIRY FILE, STATUS: ' CIQ-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE
           IF NOT CUS-ST-SUCC
              DISPLAY 'CANNOT OPEN CUSTOMER FILE, STATUS: ' CUS-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-ST-SUCC
              DISPLAY 'CANNOT OPEN REPORT FILE, STATUS: ' RPT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CIQ-PARA.
           READ CIQ-FILE
              AT END
                 SET CIQ-EOF TO TRUE
           END-READ.

       ANSWER-INQUIRY-PARA.
           ADD 1 TO WS-TOT-INQUIRIES
           MOVE 0 TO WS-CUS-COUNT
           MOVE SPACES TO WS-IL-RESULT
           MOVE CIQ-VALUE TO WS-IL-VALUE
           EVALUATE TRUE
              WHEN CIQ-BY-NAME
                 MOVE 'SURNAME' TO WS-IL-TYPE
              WHEN CIQ-BY-TAX-ID
                 MOVE 'TAX ID' TO WS-IL-TYPE
              WHEN CIQ-BY-ID
                 MOVE 'ID' TO WS-IL-TYPE
              WHEN OTHER
                 MOVE CIQ-TYPE TO WS-IL-TYPE
           END-EVALUATE
           WRITE RPT-REC FROM WS-RPT-HEADER-3
           EVALUATE TRUE
              WHEN CIQ-VALUE EQUAL SPACES
                 MOVE 'REFUSED - NO SEARCH VALUE' TO WS-IL-RESULT
              WHEN CIQ-BY-NAME
                 PERFORM SEARCH-BY-NAME-PARA
              WHEN CIQ-BY-TAX-ID
                 PERFORM SEARCH-BY-TAX-ID-PARA
              WHEN CIQ-BY-ID
                 PERFORM SEARCH-BY-ID-PARA
              WHEN OTHER
                 MOVE 'REFUSED - INVALID SEARCH TYPE' TO WS-IL-RESULT
           END-EVALUATE
           IF WS-IL-RESULT NOT EQUAL SPACES
              ADD 1 TO WS-TOT-REFUSED
              WRITE RPT-REC FROM WS-INQ-LINE
           ELSE
              IF WS-CUS-COUNT = 0
                 ADD 1 TO WS-TOT-NO-MATCH
                 MOVE 'NO CUSTOMER FOUND' TO WS-IL-RESULT
                 WRITE RPT-REC FROM WS-INQ-LINE
              END-IF
           END-IF
           PERFORM READ-CIQ-PARA.

      *THE VALUE IS SCANNED BACK FROM THE RIGHT FOR ITS LAST NON-BLANK -
      * SO THAT 'SMI' FINDS SMITH AND SMITHERS ALIKE.
       SEARCH-BY-NAME-PARA.
           MOVE 15 TO WS-VALUE-LEN
           PERFORM SHORTEN-VALUE-PARA
              UNTIL CIQ-VALUE(WS-VALUE-LEN:1) NOT EQUAL SPACE
           MOVE CIQ-VALUE TO CUS-LNAME
           START CUS-FILE KEY IS NOT LESS THAN CUS-LNAME
              INVALID KEY
                 MOVE 'N' TO WS-CUS-MATCH-SW
              NOT INVALID KEY
                 PERFORM READ-NEXT-BY-NAME-PARA
           END-START
           PERFORM LIST-NEXT-BY-NAME-PARA UNTIL NOT WS-CUS-MATCH.

       SHORTEN-VALUE-PARA.
           SUBTRACT 1 FROM WS-VALUE-LEN.

       READ-NEXT-BY-NAME-PARA.
           MOVE 'N' TO WS-CUS-MATCH-SW
           READ CUS-FILE NEXT RECORD
              AT END
                 SET CUS-EOF TO TRUE
              NOT AT END
                 IF CUS-LNAME(1:WS-VALUE-LEN) EQUAL
                    CIQ-VALUE(1:WS-VALUE-LEN)
                    SET WS-CUS-MATCH TO TRUE
                 END-IF
           END-READ.

       LIST-NEXT-BY-NAME-PARA.
           PERFORM LIST-CUSTOMER-PARA
           PERFORM READ-NEXT-BY-NAME-PARA.

       SEARCH-BY-TAX-ID-PARA.
           MOVE CIQ-VALUE TO CUS-TAX-ID
           START CUS-FILE KEY IS EQUAL CUS-TAX-ID
              INVALID KEY
                 MOVE 'N' TO WS-CUS-MATCH-SW
              NOT INVALID KEY
                 PERFORM READ-NEXT-BY-TAX-ID-PARA
           END-START
           PERFORM LIST-NEXT-BY-TAX-ID-PARA UNTIL NOT WS-CUS-MATCH.

       READ-NEXT-BY-TAX-ID-PARA.
           MOVE 'N' TO WS-CUS-MATCH-SW
           READ CUS-FILE NEXT RECORD
              AT END
                 SET CUS-EOF TO TRUE
              NOT AT END
                 IF CUS-TAX-ID EQUAL CIQ-VALUE
                    SET WS-CUS-MATCH TO TRUE
                 END-IF
           END-READ.

       LIST-NEXT-BY-TAX-ID-PARA.
           PERFORM LIST-CUSTOMER-PARA
           PERFORM READ-NEXT-BY-TAX-ID-PARA.

       SEARCH-BY-ID-PARA.
           IF CIQ-VALUE(1:5) IS NOT NUMERIC
              MOVE 'REFUSED - ID NOT NUMERIC' TO WS-IL-RESULT
           ELSE
              MOVE CIQ-VALUE(1:5) TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM LIST-CUSTOMER-PARA
              END-READ
           END-IF.

      *ONE CUSTOMER: DETAILS FROM THE MASTER, THEN EACH ACCOUNT FROM -
      * DATA-FILE, READ FORWARD FROM THE CUSTOMER'S LOWEST KEY.
      *THE INQUIRY LINE GOES OUT ONCE, AHEAD OF THE FIRST CUSTOMER -
      * FOUND; A REFUSED OR UNMATCHED INQUIRY PRINTS IT WITH ITS RESULT.
       LIST-CUSTOMER-PARA.
           ADD 1 TO WS-CUS-COUNT
           IF WS-CUS-COUNT EQUAL 1
              WRITE RPT-REC FROM WS-INQ-LINE
           END-IF
           ADD 1 TO WS-TOT-CUSTOMERS
           MOVE CUS-ID          TO WS-CL-ID
           MOVE CUS-FNAME       TO WS-CL-FNAME
           MOVE CUS-LNAME       TO WS-CL-LNAME
           MOVE CUS-TAX-ID      TO WS-CL-TAX-ID
           MOVE CUS-BIRTH-DATE  TO WS-CL-BIRTH-DATE
           MOVE CUS-SINCE-DATE  TO WS-CL-SINCE-DATE
           MOVE CUS-ADDR-LINE-1 TO WS-CL-ADDR-LINE-1
           MOVE CUS-ADDR-LINE-2 TO WS-CL-ADDR-LINE-2
           MOVE CUS-CITY        TO WS-CL-CITY
           MOVE CUS-POST-CODE   TO WS-CL-POST-CODE
           WRITE RPT-REC FROM WS-CUS-LINE-1
           WRITE RPT-REC FROM WS-CUS-LINE-2
           WRITE RPT-REC FROM WS-CUS-LINE-3
           WRITE RPT-REC FROM WS-ACC-HEADER
           MOVE 0      TO WS-ACC-COUNT
           MOVE CUS-ID TO DATA-ID
           MOVE 0      TO DATA-DVZ
           START DATA-FILE KEY IS NOT LESS THAN DATA-KEY
              INVALID KEY
                 MOVE 'N' TO WS-ACC-MATCH-SW
              NOT INVALID KEY
                 PERFORM READ-NEXT-ACCOUNT-PARA
           END-START
           PERFORM LIST-ACCOUNT-PARA UNTIL NOT WS-ACC-MATCH
           IF WS-ACC-COUNT = 0
              WRITE RPT-REC FROM WS-NO-ACC-LINE
           END-IF.

       READ-NEXT-ACCOUNT-PARA.
           MOVE 'N' TO WS-ACC-MATCH-SW
           READ DATA-FILE NEXT RECORD
              AT END
                 SET DATA-EOF TO TRUE
              NOT AT END
                 IF DATA-ID EQUAL CUS-ID
                    SET WS-ACC-MATCH TO TRUE
                 END-IF
           END-READ.

       LIST-ACCOUNT-PARA.
           ADD 1 TO WS-ACC-COUNT
           ADD 1 TO WS-TOT-ACCOUNTS
           MOVE DATA-DVZ     TO WS-AL-DVZ
           MOVE DATA-BALANCE TO WS-AL-BALANCE
           MOVE DATA-DATE    TO WS-AL-DATE
           EVALUATE TRUE
              WHEN DATA-ACTIVE
                 MOVE 'ACTIVE' TO WS-AL-STATUS
              WHEN DATA-FROZEN
                 MOVE 'FROZEN' TO WS-AL-STATUS
              WHEN DATA-CLOSED
                 MOVE 'CLOSED' TO WS-AL-STATUS
              WHEN DATA-DORMANT
                 MOVE 'DORMANT' TO WS-AL-STATUS
              WHEN OTHER
                 MOVE DATA-STATUS TO WS-AL-STATUS
           END-EVALUATE
           WRITE RPT-REC FROM WS-ACC-LINE
           PERFORM READ-NEXT-ACCOUNT-PARA.

       WRITE-RPT-HEADERS-PARA.
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEADER-1.

       WRITE-RPT-TRAILER-PARA.
           WRITE RPT-REC FROM WS-RPT-HEADER-3.
           MOVE 'INQUIRIES READ            ' TO WS-SL-LABEL
           MOVE WS-TOT-INQUIRIES             TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'CUSTOMERS LISTED          ' TO WS-SL-LABEL
           MOVE WS-TOT-CUSTOMERS             TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'ACCOUNTS LISTED           ' TO WS-SL-LABEL
           MOVE WS-TOT-ACCOUNTS              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'INQUIRIES NOT MATCHED     ' TO WS-SL-LABEL
           MOVE WS-TOT-NO-MATCH              TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.
           MOVE 'INQUIRIES REFUSED         ' TO WS-SL-LABEL
           MOVE WS-TOT-REFUSED               TO WS-SL-VALUE
           WRITE RPT-REC FROM WS-SUM-LINE.

       CLOSE-FILES-PARA.
           CLOSE CIQ-FILE.
           CLOSE CUS-FILE.
           CLOSE DATA-FILE.
           CLOSE RPT-FILE.
