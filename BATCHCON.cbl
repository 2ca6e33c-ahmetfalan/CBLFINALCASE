              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DATA-KEY
              FILE STATUS IS DATA-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              ALTERNATE RECORD KEY IS CUS-LNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUS-TAX-ID WITH DUPLICATES
              FILE STATUS IS CUS-ST.
           SELECT OUT-FILE
              ASSIGN TO CONOUT
              FILE STATUS IS OUT-ST.
           03 DATA-DATE                  PIC S9(07) COMP-3.
           03 DATA-BALANCE               PIC S9(15) COMP-3.
           03 DATA-STATUS                PIC X(01).
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
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC                       PIC X(80).
       FD  FXR-FILE RECORDING MODE F.
           03 DATA-ST                    PIC 9(02).
              88 DATA-EOF                VALUE 10.
              88 DATA-ST-SUCC            VALUE 00 97.
           03 CUS-ST                     PIC 9(02).
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 WS-CUS-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN             VALUE 'Y'.
           03 OUT-ST                     PIC 9(02).
              88 OUT-ST-SUCC             VALUE 00 97.
           03 FXR-ST                     PIC 9(02).
       01  WS-CUST-HEADER.
           03 FILLER PIC X(12)   VALUE 'CUSTOMER ID:'.
           03 WS-CH-ID           PIC ZZZZ9.
           03 FILLER PIC X(02)   VALUE SPACE.
           03 WS-CH-FNAME        PIC X(15).
           03 FILLER PIC X(01)   VALUE SPACE.
           03 WS-CH-LNAME        PIC X(15).
       01  WS-CCY-LINE.
           03 FILLER PIC X(06)   VALUE '  DVZ '.
           03 WS-CL-DVZ          PIC ZZ9.
           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE
           IF WS-FX-COUNT EQUAL 0
              DISPLAY 'NO CURRENCY RATES IN EFFECT FOR ' WS-REPORT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

                 ELSE
                    IF WS-FX-COUNT >= WS-FX-LIMIT
                       DISPLAY 'RATE TABLE FULL, LIMIT: ' WS-FX-LIMIT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-FX-COUNT
           OPEN INPUT DATA-FILE
           IF NOT DATA-ST-SUCC
              DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE
           IF CUS-ST-SUCC
              SET WS-CUS-OPEN TO TRUE
           ELSE
              IF NOT CUS-NOT-FOUND
                 DISPLAY 'CANNOT OPEN CUSTOMER FILE, STATUS: ' CUS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT OUT-FILE
           IF NOT OUT-ST-SUCC
              DISPLAY 'CANNOT OPEN OUTPUT FILE, STATUS: ' OUT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE OUT-REC FROM WS-RPT-HEADER-1.
           WRITE OUT-REC FROM WS-RPT-HEADER-2.

      *THE CUSTOMER IS NAMED FROM THE CUSTOMER MASTER; ONE NOT YET ON -
      * THE MASTER IS NAMED AS ITS FIRST ACCOUNT ROW IS.
       WRITE-CUSTOMER-HEADER-PARA.
           MOVE DATA-ID    TO WS-CH-ID
           MOVE DATA-FNAME TO WS-CH-FNAME
           MOVE DATA-LNAME TO WS-CH-LNAME
           IF WS-CUS-OPEN
              MOVE DATA-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUS-FNAME TO WS-CH-FNAME
                    MOVE CUS-LNAME TO WS-CH-LNAME
              END-READ
           END-IF
           WRITE OUT-REC FROM WS-BLANK-LINE.
           WRITE OUT-REC FROM WS-CUST-HEADER.


       CLOSE-FILES-PARA.
           CLOSE DATA-FILE.
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
           END-IF.
           CLOSE OUT-FILE.
