              RECORD KEY IS JIX-KEY
              ALTERNATE RECORD KEY IS JIX-JRN-DATE WITH DUPLICATES
              FILE STATUS IS JIX-ST.
           SELECT FXR-FILE
              ASSIGN TO FXRFILE
              FILE STATUS IS FXR-ST.
           SELECT ODL-FILE
              ASSIGN TO ODLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ODL-KEY
              FILE STATUS IS ODL-ST.
           SELECT CUS-FILE
              ASSIGN TO CUSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUS-ID
              ALTERNATE RECORD KEY IS CUS-LNAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS CUS-TAX-ID WITH DUPLICATES
              FILE STATUS IS CUS-ST.
           SELECT EVT-FILE
              ASSIGN TO EVTFILE
              FILE STATUS IS EVT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
      * OPERATION) PUTS A LEGAL HOLD ON IT THAT WRITE-DATA-PARA AND -
      * DELETE-DATA-PARA ENFORCE WITH THEIR OWN RETURN CODE, AND AN -
      * UNFREEZE ('N') LIFTS IT. CLOSED IS SET BY THE ACCOUNT-CLOSE -
      * OPERATION AND MARKS A SWEPT-OUT ACCOUNT. DORMANT IS SET BY -
      * THE DORMANCY RUN (BATCHDRM, THROUGH THE 'S' OPERATION) ON AN -
      * ACTIVE ACCOUNT WITH NO CUSTOMER ACTIVITY FOR THE PERIOD IT -
      * IS GIVEN; CUSTOMER POSTINGS ARE REFUSED WITH THEIR OWN -
      * RETURN CODE UNTIL A REACTIVATION ('V') CLEARS IT.
           03 DATA-STATUS                PIC X(01).
              88 DATA-ACTIVE             VALUE 'A'.
              88 DATA-FROZEN             VALUE 'F'.
              88 DATA-CLOSED             VALUE 'C'.
              88 DATA-DORMANT            VALUE 'D'.
       FD  AUD-FILE RECORDING MODE F.
      *PERMANENT BEFORE/AFTER TRAIL OF EVERY NAME CHANGE UPDATE-DATA- -
      * PARA MAKES, SINCE THE ONLY COPY OF THE OLD NAME IS OTHERWISE -
           03 JIX-BAL-BEFORE             PIC S9(15) COMP-3.
           03 JIX-BAL-AFTER              PIC S9(15) COMP-3.
           03 JIX-TIME                   PIC 9(08).
       FD  FXR-FILE RECORDING MODE F.
      *THE EFFECTIVE-DATED RATE MASTER SHARED WITH BATCHPRG AND -
      * BATCHCON (RATE TO BASE 949) - READ ONLY FOR THE CREDIT SIDE -
      * OF A CROSS-CURRENCY TRANSFER.
       01  FXR-REC.
           03 FXR-DVZ                    PIC 9(03).
           03 FXR-RATE                   PIC 9(05)V9(02).
           03 FXR-EFF-DATE               PIC 9(06).
       FD  ODL-FILE.
      *THE AUTHORISED OVERDRAFT PER ACCOUNT, KEYED LIKE DATA-FILE AND -
      * MAINTAINED BY BATCHODL. THE LIMIT IS HELD AS A POSITIVE -
      * AMOUNT - HOW FAR BELOW ZERO THE ACCOUNT MAY GO. AN ACCOUNT -
      * WITH NO ROW HAS A LIMIT OF ZERO.
       01  ODL-REC.
           03 ODL-KEY.
              05 ODL-ID                  PIC S9(05) COMP-3.
              05 ODL-DVZ                 PIC S9(03) COMP.
           03 ODL-LIMIT                  PIC S9(15) COMP-3.
           03 ODL-SET-DATE               PIC 9(06).
       FD  CUS-FILE.
      *THE CUSTOMER MASTER: ONE ROW PER DATA-ID, HOLDING THE NAMES -
      * ONCE FOR ALL OF THE CUSTOMER'S CURRENCY ACCOUNTS. AN ACCOUNT -
      * OPEN ('A') CREATES THE ROW FOR A NEW CUSTOMER AND A NAME -
      * UPDATE ('U') CARRIES THE NEW NAMES ONTO IT; THE ADDRESS, TAX -
      * ID AND DATE OF BIRTH ARE MAINTAINED BY BATCHCUM.
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
       FD  EVT-FILE RECORDING MODE F.
      *PERMANENT TRAIL OF THE ACCOUNT EVENTS A CUSTOMER MAY BE TOLD -
      * ABOUT: EVERY JOURNALLED MOVEMENT (POSTING, TRANSFER LEG, OPEN, -
      * BOTH SIDES OF A CLOSE) MIRRORED AS IT IS JOURNALLED, PLUS THE -
      * FREEZES AND UNFREEZES THE JOURNAL NEVER SEES. BATCHALT PICKS -
      * UP WHAT IS NEW ON IT AND DECIDES WHAT GOES TO THE CUSTOMER.
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
       WORKING-STORAGE SECTION.
       01  WS-DATA-REC.
           03 WS-DATA-KEY.
           03 JIX-ST                     PIC 9(02).
              88 JIX-ST-SUCC             VALUE 00 97.
              88 JIX-NOT-FOUND           VALUE 35.
           03 FXR-ST                     PIC 9(02).
              88 FXR-EOF                 VALUE 10.
              88 FXR-ST-SUCC             VALUE 00 97.
           03 ODL-ST                     PIC 9(02).
              88 ODL-ST-SUCC             VALUE 00 97.
              88 ODL-NOT-FOUND           VALUE 35.
           03 CUS-ST                     PIC 9(02).
              88 CUS-ST-SUCC             VALUE 00 97.
              88 CUS-NOT-FOUND           VALUE 35.
           03 EVT-ST                     PIC 9(02).
              88 EVT-ST-SUCC             VALUE 00 97.
              88 EVT-NOT-FOUND           VALUE 35.
           03 WS-CUS-FOUND-SW            PIC X(01).
              88 WS-CUS-FOUND            VALUE 'Y'.
       01  WS-JRN-BAL-BEFORE             PIC S9(15) COMP-3.
      *WORKING-STORAGE SURVIVES BETWEEN CALLS, SO THESE SWITCHES LET -
      * DATA-FILE AND JRN-FILE BE OPENED ON THE FIRST CALL OF A RUN -
      * BATCHTBL AND CALLS FOR A BATCHJIX REBUILD INSTEAD.
           03 WS-JRN-NEW-SW              PIC X(01) VALUE 'N'.
              88 WS-JRN-NEW              VALUE 'Y'.
      *THE LIMIT MASTER IS OPENED ON THE FIRST DEBIT THAT NEEDS IT. -
      * NO MASTER AT ALL MEANS NO ACCOUNT HAS AN OVERDRAFT, SO EVERY -
      * LIMIT IS ZERO - THE SAFE READING, NOT A REASON TO STOP.
           03 WS-ODL-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-ODL-OPEN             VALUE 'Y'.
           03 WS-ODL-ABSENT-SW           PIC X(01) VALUE 'N'.
              88 WS-ODL-ABSENT           VALUE 'Y'.
      *THE CUSTOMER MASTER IS OPENED ON THE FIRST OPEN OR NAME -
      * UPDATE OF THE RUN, AND CREATED EMPTY THE FIRST TIME EVER.
           03 WS-CUS-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-CUS-OPEN             VALUE 'Y'.
      *THE EVENT TRAIL IS OPENED ON THE FIRST EVENT OF THE RUN.
           03 WS-EVT-OPEN-SW             PIC X(01) VALUE 'N'.
              88 WS-EVT-OPEN             VALUE 'Y'.
      *SEQUENCE OF THE NEXT INDEX RECORD WITHIN THIS RUN - THE RUN -
      * ID IS NEW FOR EVERY PROCESS, SO STARTING AT ZERO EACH TIME -
      * KEEPS (RUN ID, SEQ) UNIQUE.
              88 WS-SWEEP-DONE           VALUE 'Y'.
           03 WS-POST-DONE-SW            PIC X(01).
              88 WS-POST-DONE            VALUE 'Y'.
      *THE SIDE OF A CLOSE OR A TRANSFER BEING JOURNALLED - THE -
      * SWEEP OUT OF THE ACCOUNT AND THE MATCHING POST INTO SUSPENSE -
      * (OR THE DEBIT AND CREDIT SIDES) EACH FILL THESE BEFORE THEIR -
      * REWRITE, SINCE THE RECORD AREA MAY NOT BE -
      * TRUSTED AFTERWARDS.
       01  WS-SIDE-JOURNAL.
           03 WS-SIDE-ID                 PIC S9(05) COMP-3.
           03 WS-SIDE-AMOUNT             PIC S9(15) COMP-3.
           03 WS-SIDE-BAL-BEFORE         PIC S9(15) COMP-3.
           03 WS-SIDE-BAL-AFTER          PIC S9(15) COMP-3.
      *THE TWO ACCOUNTS OF A TRANSFER ('M') AND WHAT EACH SIDE MOVES: -
      * THE DEBIT SIDE TAKES LS-AMOUNT OUT OF THE SOURCE IN ITS OWN -
      * CURRENCY, THE CREDIT SIDE PUTS THE (CONVERTED) AMOUNT INTO -
      * THE DESTINATION IN ITS CURRENCY. LIKE THE CLOSE, EACH SIDE -
      * REPORTS BACK WHETHER ITS REWRITE TOOK, AND RC 00 IS EARNED -
      * ONLY WHEN BOTH ARE ON FILE.
       01  WS-XFR-FIELDS.
           03 WS-XFR-FROM-ID             PIC S9(05) COMP-3.
           03 WS-XFR-FROM-DVZ            PIC S9(03) COMP.
           03 WS-XFR-TO-ID               PIC S9(05) COMP-3.
           03 WS-XFR-TO-DVZ              PIC S9(03) COMP.
           03 WS-XFR-DEBIT-AMOUNT        PIC S9(15) COMP-3.
           03 WS-XFR-CREDIT-AMOUNT       PIC S9(15) COMP-3.
           03 WS-XFR-DEST-OK-SW          PIC X(01).
              88 WS-XFR-DEST-OK          VALUE 'Y'.
           03 WS-XFR-RATE-OK-SW          PIC X(01).
              88 WS-XFR-RATE-OK          VALUE 'Y'.
           03 WS-DEBIT-DONE-SW           PIC X(01).
              88 WS-DEBIT-DONE           VALUE 'Y'.
           03 WS-CREDIT-DONE-SW          PIC X(01).
              88 WS-CREDIT-DONE          VALUE 'Y'.
      *THE RATE MASTER, HELD ROW BY ROW - A TRANSFER CARRIES ITS OWN -
      * EFFECTIVE DATE, SO THE RATE IN EFFECT IS LOOKED UP PER -
      * TRANSFER RATHER THAN FIXED FOR THE RUN: THE LATEST ROW FOR -
      * THE CODE ON OR BEFORE THAT DATE WINS, TIES TO THE ROW LOADED -
      * LAST. LOADED ON THE FIRST CROSS-CURRENCY TRANSFER OF THE RUN -
      * AND KEPT, LIKE THE OPEN FILES, ACROSS CALLS.
       01  WS-FX-LOADED-SW               PIC X(01) VALUE 'N'.
           88 WS-FX-LOADED               VALUE 'Y'.
       01  WS-FX-LIMIT                   PIC 9(03) COMP-3 VALUE 500.
       01  WS-FX-COUNT                   PIC 9(03) COMP-3 VALUE 0.
       01  WS-FX-TABLE.
           03 WS-FX-ENTRY OCCURS 500 TIMES.
              05 WS-FX-CODE              PIC 9(03).
              05 WS-FX-RATE              PIC 9(05)V9(02).
              05 WS-FX-DATE              PIC 9(06).
       01  WS-FX-IDX                     PIC 9(03) COMP-3.
       01  WS-FX-LOOKUP.
           03 WS-FX-WANT-CODE            PIC 9(03).
           03 WS-FX-WANT-DATE            PIC 9(06).
           03 WS-FX-BEST-DATE            PIC 9(06).
           03 WS-FX-BEST-RATE            PIC 9(05)V9(02).
           03 WS-FX-FOUND-SW             PIC X(01).
              88 WS-FX-FOUND             VALUE 'Y'.
       01  WS-XFR-FROM-RATE              PIC 9(05)V9(02).
       01  WS-XFR-FROM-BALANCE           PIC S9(15) COMP-3.
      *THE OVERDRAFT TEST FOR ONE DEBIT: THE KEY BEING DEBITED, THE -
      * BALANCE IT WOULD BE LEFT WITH, AND ITS LIMIT FROM ODLFILE.
       01  WS-OD-CHECK.
           03 WS-OD-ID                   PIC S9(05) COMP-3.
           03 WS-OD-DVZ                  PIC S9(03) COMP.
           03 WS-OD-NEW-BALANCE          PIC S9(15) COMP-3.
           03 WS-OD-LIMIT                PIC S9(15) COMP-3.
           03 WS-OD-BREACH-SW            PIC X(01).
              88 WS-OD-BREACH            VALUE 'Y'.
       01  WS-XFR-TO-RATE                PIC 9(05)V9(02).
       LINKAGE SECTION.
       01  LS-REC.
           03  LS-OPER-TYPE                PIC X(01).
               88 LS-VALID-OPER            VALUE 'R' 'U' 'W' 'D' 'A'
                                                 'F' 'N' 'X' 'O' 'M'
                                                 'S' 'V'.
               88 LS-READ-OPER             VALUE 'R'.
               88 LS-UPDATE-OPER           VALUE 'U'.
               88 LS-WRITE-OPER            VALUE 'W'.
               88 LS-UNFREEZE-OPER         VALUE 'N'.
               88 LS-CLOSEOUT-OPER         VALUE 'X'.
               88 LS-REOPEN-OPER           VALUE 'O'.
               88 LS-TRANSFER-OPER         VALUE 'M'.
               88 LS-DORMANT-OPER          VALUE 'S'.
               88 LS-REACTIVATE-OPER       VALUE 'V'.
               88 LS-CLOSE-OPER            VALUE 'C'.
           03 LS-KEY.
              05 LS-ID                 PIC X(05).
           03 LS-RUN-ID.
              05 LS-RUN-DATE           PIC 9(06).
              05 LS-RUN-TIME           PIC 9(08).
      *CARRIED ONLY BY A TRANSFER ('M'): THE ACCOUNT THE MONEY GOES -
      * TO, AND THE AMOUNT CREDITED THERE. THE CALLER LEAVES THE -
      * AMOUNT ZERO AND BATCHIDX HANDS BACK WHAT IT CREDITED - -
      * CONVERTED AT THE RATE IN EFFECT WHEN THE CURRENCIES DIFFER. -
      * A NON-ZERO AMOUNT COMING IN IS TAKEN AS IS, WITH NO -
      * CONVERSION: THAT IS HOW A BACKOUT REVERSES A CROSS-CURRENCY -
      * TRANSFER AT THE FIGURES IT ORIGINALLY POSTED AT, NOT AT -
      * WHATEVER RATE HAPPENS TO BE IN EFFECT ON THE DAY OF THE -
      * BACKOUT.
           03 LS-DEST-KEY.
              05 LS-DEST-ID            PIC X(05).
              05 LS-DEST-DVZ           PIC X(03).
           03 LS-DEST-AMOUNT           PIC S9(15) COMP-3.
      *WHO ASKED FOR THE POSTING: BLANK FOR THE CUSTOMER'S OWN (THE -
      * POSTING DECK), 'S' FOR THE SYSTEM'S (INTEREST ACCRUAL, -
      * BACKOUT). A SYSTEM POSTING IS NOT CUSTOMER ACTIVITY - IT -
      * LEAVES DATA-DATE ALONE, SO IT NEVER HOLDS OFF DORMANCY, AND -
      * IT STILL POSTS TO A DORMANT ACCOUNT.
           03 LS-POST-ORIGIN           PIC X(01).
              88 LS-SYSTEM-POSTING     VALUE 'S'.
       PROCEDURE DIVISION USING LS-REC.
       MAIN-PARA.
      *'C' IS A CONTROL CALL FROM THE DRIVER, NOT AN OPERATION ON A -
              OPEN I-O DATA-FILE
              IF NOT DATA-ST-SUCC
                 DISPLAY 'CANNOT OPEN DATA FILE, STATUS: ' DATA-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-DATA-OPEN TO TRUE
           IF LS-REOPEN-OPER
              PERFORM REOPEN-ACCT-PARA
           END-IF.
           IF LS-TRANSFER-OPER
              PERFORM TRANSFER-ACCT-PARA
           END-IF.
           IF LS-DORMANT-OPER
              PERFORM DORMANT-ACCT-PARA
           END-IF.
           IF LS-REACTIVATE-OPER
              PERFORM REACTIVATE-ACCT-PARA
           END-IF.

       READ-DATA-PARA.
           READ DATA-FILE KEY IS DATA-KEY
              NOT INVALID
                 MOVE 00 TO LS-RETURN-CODE
                 PERFORM WRITE-AUDIT-PARA
                 PERFORM UPDATE-CUSTOMER-NAMES-PARA
           END-REWRITE.
       WRITE-DATA-PARA.
      *THE JOURNAL AND ITS INDEX ARE OPENED - AND THE MISSING-INDEX -
      *A FROZEN ACCOUNT IS UNDER LEGAL HOLD - NOTHING POSTS AGAINST -
      * IT UNTIL IT IS UNFROZEN, AND THE DISTINCT RETURN CODE SENDS -
      * THE RECORD TO THE REJECT FILE WITH THE OTHERS.
      *A DEBIT MAY NOT TAKE THE BALANCE BELOW THE ACCOUNT'S -
      * AUTHORISED OVERDRAFT (ZERO UNLESS ODLFILE SAYS OTHERWISE). A -
      * CREDIT IS NEVER REFUSED - EVEN INTO AN ACCOUNT ALREADY PAST -
      * ITS LIMIT, IT CAN ONLY MAKE THINGS BETTER.
      *A DORMANT ACCOUNT TAKES NO CUSTOMER POSTING UNTIL IT IS -
      * REACTIVATED; A SYSTEM POSTING STILL GOES THROUGH.
           IF DATA-ST-SUCC
              IF DATA-FROZEN
                 PERFORM ACCOUNT-FROZEN-PARA
              ELSE
                 IF DATA-DORMANT AND NOT LS-SYSTEM-POSTING
                    PERFORM ACCOUNT-DORMANT-PARA
                 ELSE
                    PERFORM GENERATE-WRITE-DATA-PARA
                    MOVE 'N' TO WS-OD-BREACH-SW
                    IF LS-AMOUNT < 0
                       MOVE DATA-ID         TO WS-OD-ID
                       MOVE DATA-DVZ        TO WS-OD-DVZ
                       MOVE WS-DATA-BALANCE TO WS-OD-NEW-BALANCE
                       PERFORM CHECK-OVERDRAFT-PARA
                    END-IF
                    IF WS-OD-BREACH
                       PERFORM OVERDRAFT-EXCEEDED-PARA
                    ELSE
                       REWRITE DATA-REC FROM WS-DATA-REC
                          INVALID KEY
                             PERFORM INVALID-KEY-PARA
                          NOT INVALID
                             PERFORM NOT-INVALID-KEY-PARA
                             PERFORM WRITE-JOURNAL-PARA
                       END-REWRITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *LOOK UP THE LIMIT FOR WS-OD-ID/DVZ AND FLAG A BREACH WHEN THE -
      * NEW BALANCE WOULD SIT BELOW MINUS THAT LIMIT.
       CHECK-OVERDRAFT-PARA.
           MOVE 'N' TO WS-OD-BREACH-SW
           MOVE 0   TO WS-OD-LIMIT
           PERFORM OPEN-ODL-PARA
           IF WS-ODL-OPEN
              MOVE WS-OD-ID  TO ODL-ID
              MOVE WS-OD-DVZ TO ODL-DVZ
              READ ODL-FILE KEY IS ODL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ODL-LIMIT TO WS-OD-LIMIT
              END-READ
           END-IF
           IF WS-OD-NEW-BALANCE < 0 - WS-OD-LIMIT
              SET WS-OD-BREACH TO TRUE
           END-IF.
      *
       OPEN-ODL-PARA.
           IF NOT WS-ODL-OPEN AND NOT WS-ODL-ABSENT
              OPEN INPUT ODL-FILE
              IF ODL-NOT-FOUND
                 SET WS-ODL-ABSENT TO TRUE
              ELSE
                 IF NOT ODL-ST-SUCC
                    DISPLAY 'CANNOT OPEN OVERDRAFT LIMIT FILE, STATUS: '
                            ODL-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 SET WS-ODL-OPEN TO TRUE
              END-IF
           END-IF.
      *AN ACCOUNT OPEN CREATES THE RECORD WITH THE REAL CUSTOMER -
      * NAMES CARRIED IN ON THE -TO SLOTS AND LS-AMOUNT AS ITS -
      * OPENING BALANCE. A KEY ALREADY ON FILE COMES BACK RC 02 -
      * UNTOUCHED.
      *A CUSTOMER ALREADY ON THE CUSTOMER MASTER OPENS A FURTHER -
      * CURRENCY ACCOUNT UNDER THE NAMES THE MASTER HOLDS - THE NAMES -
      * ON THE CARD ONLY EVER START A NEW CUSTOMER, SO ONE CUSTOMER'S -
      * ACCOUNTS CAN NO LONGER BE OPENED UNDER DIFFERENT SPELLINGS.
       OPEN-ACCT-PARA.
      *JOURNAL AND INDEX FIRST, FOR THE SAME REASON AS IN -
      * WRITE-DATA-PARA - NO RECORD IS CREATED THAT CANNOT BE -
      * JOURNALLED. THE CUSTOMER MASTER LIKEWISE.
           PERFORM OPEN-JRN-PARA.
           PERFORM OPEN-CUS-PARA.
           MOVE LS-FNAME-TO TO WS-OPEN-FNAME
           MOVE LS-LNAME-TO TO WS-OPEN-LNAME
           PERFORM READ-DATA-PARA.
           IF DATA-ST-SUCC
              MOVE 02 TO LS-RETURN-CODE
           ELSE
              PERFORM READ-CUSTOMER-PARA
              IF WS-CUS-FOUND
                 MOVE CUS-FNAME TO WS-OPEN-FNAME
                 MOVE CUS-LNAME TO WS-OPEN-LNAME
              END-IF
              PERFORM GENERATE-OPEN-DATA-PARA
              WRITE DATA-REC FROM WS-DATA-REC
                 INVALID KEY
                    MOVE WS-OPEN-FNAME TO LS-FNAME-TO
                    MOVE WS-OPEN-LNAME TO LS-LNAME-TO
                    PERFORM WRITE-JOURNAL-PARA
                    IF NOT WS-CUS-FOUND
                       PERFORM ADD-CUSTOMER-PARA
                    END-IF
              END-WRITE
           END-IF.
      *
       OPEN-CUS-PARA.
           IF NOT WS-CUS-OPEN
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
              END-IF
              SET WS-CUS-OPEN TO TRUE
           END-IF.
      *
       READ-CUSTOMER-PARA.
           MOVE 'N'   TO WS-CUS-FOUND-SW
           MOVE LS-ID TO CUS-ID
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-CUS-FOUND TO TRUE
           END-READ.
      *A NEW CUSTOMER: THE NAMES FROM THE CARD, CUSTOMER SINCE THE -
      * EFFECTIVE DATE OF THE FIRST ACCOUNT, AND EVERYTHING ELSE LEFT -
      * FOR BATCHCUM TO FILL IN. THE ROW WAS READ AS MISSING JUST -
      * ABOVE, SO A DUPLICATE HERE MEANS THE MASTER HAS MOVED UNDER -
      * THE RUN - NOT SOMETHING TO POST PAST.
       ADD-CUSTOMER-PARA.
           MOVE SPACES        TO CUS-REC
           MOVE LS-ID         TO CUS-ID
           MOVE WS-OPEN-FNAME TO CUS-FNAME
           MOVE WS-OPEN-LNAME TO CUS-LNAME
           MOVE 0             TO CUS-BIRTH-DATE
           MOVE LS-EFF-DATE   TO CUS-SINCE-DATE
           ACCEPT CUS-MAINT-DATE FROM DATE
           WRITE CUS-REC
              INVALID KEY
                 DISPLAY 'CUSTOMER FILE OUT OF STEP, ID: ' LS-ID
                         ' STATUS: ' CUS-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
      *A NAME UPDATE CARRIES THE NEW NAMES ONTO THE CUSTOMER MASTER, -
      * WHICH IS WHERE THE STATEMENTS AND REPORTS NOW TAKE THEM FROM. -
      * A CUSTOMER OPENED BEFORE THE MASTER EXISTED IS BROUGHT ONTO -
      * IT HERE, CUSTOMER-SINCE UNKNOWN (ZERO) UNTIL BATCHCUM SETS IT.
       UPDATE-CUSTOMER-NAMES-PARA.
           PERFORM OPEN-CUS-PARA
           PERFORM READ-CUSTOMER-PARA
           IF WS-CUS-FOUND
              MOVE LS-FNAME-TO TO CUS-FNAME
              MOVE LS-LNAME-TO TO CUS-LNAME
              ACCEPT CUS-MAINT-DATE FROM DATE
              REWRITE CUS-REC
                 INVALID KEY
                    DISPLAY 'CUSTOMER FILE OUT OF STEP, ID: ' LS-ID
                            ' STATUS: ' CUS-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
           ELSE
              MOVE SPACES      TO CUS-REC
              MOVE LS-ID       TO CUS-ID
              MOVE LS-FNAME-TO TO CUS-FNAME
              MOVE LS-LNAME-TO TO CUS-LNAME
              MOVE 0           TO CUS-BIRTH-DATE
              MOVE 0           TO CUS-SINCE-DATE
              ACCEPT CUS-MAINT-DATE FROM DATE
              WRITE CUS-REC
                 INVALID KEY
                    DISPLAY 'CUSTOMER FILE OUT OF STEP, ID: ' LS-ID
                            ' STATUS: ' CUS-ST
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-WRITE
           END-IF.
       DELETE-DATA-PARA.
      * ACCOUNT: A FREEZE OF ONE IS REFUSED (THERE IS NOTHING LEFT -
      * TO HOLD), AND AN UNFREEZE ONLY EVER LIFTS AN ACTUAL FREEZE - -
      * AN 'N' KEYED AT ANY OTHER STATUS BOUNCES WITH ITS OWN RC -
      * RATHER THAN QUIETLY REWRITING THE STATUS BYTE. A DORMANT -
      * ACCOUNT IS NOT FROZEN EITHER: THE UNFREEZE WOULD RETURN IT -
      * TO ACTIVE AND BY-PASS THE 'V' REACTIVATION CHECKS.
       FREEZE-DATA-PARA.
           PERFORM READ-DATA-PARA.
           IF DATA-ST-SUCC
              IF DATA-CLOSED
                 PERFORM ALREADY-CLOSED-PARA
              ELSE
                 IF DATA-DORMANT
                    PERFORM NOT-ACTIVE-PARA
                 ELSE
                    SET DATA-FROZEN TO TRUE
                    PERFORM STAGE-STATUS-EVENT-PARA
                    REWRITE DATA-REC
                       INVALID KEY
                          PERFORM INVALID-KEY-PARA
                       NOT INVALID
                          MOVE 00 TO LS-RETURN-CODE
                          PERFORM WRITE-STATUS-EVENT-PARA
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.
       UNFREEZE-DATA-PARA.
                 PERFORM NOT-FROZEN-PARA
              ELSE
                 SET DATA-ACTIVE TO TRUE
                 PERFORM STAGE-STATUS-EVENT-PARA
                 REWRITE DATA-REC
                    INVALID KEY
                       PERFORM INVALID-KEY-PARA
                    NOT INVALID
                       MOVE 00 TO LS-RETURN-CODE
                       PERFORM WRITE-STATUS-EVENT-PARA
                 END-REWRITE
              END-IF
           END-IF.
                 END-REWRITE
              END-IF
           END-IF.
      *MARK DORMANT ('S'): CALLED BY THE DORMANCY RUN FOR AN ACCOUNT -
      * IT HAS FOUND WITHOUT CUSTOMER ACTIVITY FOR THE PERIOD. ONLY -
      * AN ACTIVE ACCOUNT MAY BE MARKED - A FREEZE OR A CLOSE SAYS -
      * MORE ABOUT THE ACCOUNT THAN DORMANCY DOES AND IS LEFT AS IT -
      * IS, AND AN ACCOUNT ALREADY DORMANT IS NOT MARKED TWICE. -
      * STATUS-ONLY, SO NOT JOURNALLED.
       DORMANT-ACCT-PARA.
           PERFORM READ-DATA-PARA.
           IF DATA-ST-SUCC
              IF NOT DATA-ACTIVE
                 PERFORM NOT-ACTIVE-PARA
              ELSE
                 SET DATA-DORMANT TO TRUE
                 REWRITE DATA-REC
                    INVALID KEY
                       PERFORM INVALID-KEY-PARA
                    NOT INVALID
                       MOVE 00 TO LS-RETURN-CODE
                 END-REWRITE
              END-IF
           END-IF.
      *THE REACTIVATION ('V'): THE CUSTOMER HAS COME BACK. ONLY A -
      * DORMANT ACCOUNT MAY BE REACTIVATED - ANYTHING ELSE BOUNCES -
      * WITH ITS OWN RC, AS WITH UNFREEZE AND REOPEN. THE DAY OF THE -
      * REACTIVATION IS STAMPED AS ACTIVITY, OR THE NEXT DORMANCY -
      * RUN WOULD MARK THE ACCOUNT STRAIGHT BACK. NOT JOURNALLED - -
      * NO BALANCE MOVES.
       REACTIVATE-ACCT-PARA.
           PERFORM READ-DATA-PARA.
           IF DATA-ST-SUCC
              IF NOT DATA-DORMANT
                 PERFORM NOT-DORMANT-PARA
              ELSE
                 SET DATA-ACTIVE TO TRUE
                 MOVE LS-EFF-DATE TO DATA-DATE
                 REWRITE DATA-REC
                    INVALID KEY
                       PERFORM INVALID-KEY-PARA
                    NOT INVALID
                       MOVE 00 TO LS-RETURN-CODE
                 END-REWRITE
              END-IF
           END-IF.
      *SWEEP THE ACCOUNT SIDE: JOURNAL THE BALANCE OUT (A NEGATIVE -
      * MOVEMENT DOWN TO ZERO) AND LEAVE THE RECORD ON FILE, CLOSED, -
      * AT ZERO - THE KEY AND ITS HISTORY STAY PROVABLE.
                       PERFORM WRITE-SIDE-JOURNAL-PARA
                 END-REWRITE
           END-READ.
      *THE ACCOUNT-TO-ACCOUNT TRANSFER ('M'): DEBITS LS-AMOUNT FROM -
      * THE KEY GIVEN AND CREDITS THE DESTINATION KEY, BOTH SIDES -
      * JOURNALLED UNDER THE CALLER'S RUN ID WITH THE SAME OPERATION -
      * TYPE, SO THE PROOF, THE GL FEED AND A BACKOUT SEE THE -
      * TRANSFER AS ONE UNIT. BOTH ACCOUNTS - AND, ACROSS -
      * CURRENCIES, BOTH RATES - ARE VERIFIED USABLE BEFORE EITHER -
      * BALANCE IS TOUCHED, THE SAME DISCIPLINE AS THE ACCOUNT CLOSE: -
      * A TRANSFER THAT CANNOT POST BOTH SIDES POSTS NEITHER.
       TRANSFER-ACCT-PARA.
      *JOURNAL AND INDEX FIRST, FOR THE SAME REASON AS IN -
      * WRITE-DATA-PARA.
           PERFORM OPEN-JRN-PARA.
           PERFORM READ-DATA-PARA.
           IF DATA-ST-SUCC
              IF DATA-FROZEN
                 PERFORM ACCOUNT-FROZEN-PARA
              ELSE
                 IF DATA-CLOSED
                    PERFORM ALREADY-CLOSED-PARA
                 ELSE
                    IF DATA-DORMANT AND NOT LS-SYSTEM-POSTING
                       PERFORM ACCOUNT-DORMANT-PARA
                    ELSE
                       MOVE DATA-ID      TO WS-XFR-FROM-ID
                       MOVE DATA-DVZ     TO WS-XFR-FROM-DVZ
                       MOVE DATA-BALANCE TO WS-XFR-FROM-BALANCE
                       MOVE LS-AMOUNT    TO WS-XFR-DEBIT-AMOUNT
      *THE DEBIT SIDE IS HELD TO THE SOURCE'S OVERDRAFT LIMIT LIKE -
      * ANY OTHER DEBIT, CHECKED HERE WITH THE REST BEFORE EITHER -
      * BALANCE MOVES.
                       MOVE 'N' TO WS-OD-BREACH-SW
                       IF WS-XFR-DEBIT-AMOUNT > 0
                          MOVE WS-XFR-FROM-ID  TO WS-OD-ID
                          MOVE WS-XFR-FROM-DVZ TO WS-OD-DVZ
                          COMPUTE WS-OD-NEW-BALANCE =
                             WS-XFR-FROM-BALANCE - WS-XFR-DEBIT-AMOUNT
                          PERFORM CHECK-OVERDRAFT-PARA
                       END-IF
                       PERFORM CHECK-XFR-DEST-PARA
                       IF NOT WS-XFR-DEST-OK
                          PERFORM DEST-UNAVAILABLE-PARA
                       ELSE
                          IF WS-OD-BREACH
                             PERFORM OVERDRAFT-EXCEEDED-PARA
                          ELSE
                             PERFORM POST-XFR-LEGS-PARA
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *BOTH ACCOUNTS ARE USABLE AND THE DEBIT IS WITHIN LIMIT - -
      * SETTLE THE CREDIT AMOUNT AND POST THE TWO SIDES.
       POST-XFR-LEGS-PARA.
           PERFORM SET-XFR-CREDIT-PARA
           IF NOT WS-XFR-RATE-OK
              PERFORM NO-XFR-RATE-PARA
           ELSE
      *THE CREDIT SIDE ONLY RUNS ONCE THE DEBIT SIDE HAS ACTUALLY -
      * REWRITTEN, AND A FAILURE ON EITHER SIDE LEAVES THE ERROR RC -
      * THAT SIDE SET - AS WITH THE CLOSE, EVERYTHING THAT COULD -
      * REFUSE THE CREDIT WAS CHECKED ABOVE, SO ONLY A KEY VANISHING -
      * BETWEEN THE CHECK AND THE REWRITE CAN LEAVE ONE SIDE ALONE.
              MOVE 'N' TO WS-DEBIT-DONE-SW
              MOVE 'N' TO WS-CREDIT-DONE-SW
              PERFORM DEBIT-XFR-LEG-PARA
              IF WS-DEBIT-DONE
                 PERFORM CREDIT-XFR-LEG-PARA
              END-IF
              IF WS-DEBIT-DONE AND WS-CREDIT-DONE
                 MOVE 00 TO LS-RETURN-CODE
                 MOVE WS-XFR-CREDIT-AMOUNT TO LS-DEST-AMOUNT
              END-IF
           END-IF.
      *THE DESTINATION MUST BE A WELL-FORMED KEY OTHER THAN THE -
      * SOURCE, ON FILE, AND POSTABLE (NEITHER FROZEN NOR CLOSED, -
      * AND NOT DORMANT UNLESS THE SYSTEM IS POSTING).
       CHECK-XFR-DEST-PARA.
           MOVE 'N' TO WS-XFR-DEST-OK-SW
           IF LS-DEST-ID IS NUMERIC AND LS-DEST-DVZ IS NUMERIC
              MOVE LS-DEST-ID  TO WS-XFR-TO-ID
              MOVE LS-DEST-DVZ TO WS-XFR-TO-DVZ
              IF WS-XFR-TO-ID  NOT EQUAL WS-XFR-FROM-ID OR
                 WS-XFR-TO-DVZ NOT EQUAL WS-XFR-FROM-DVZ
                 MOVE WS-XFR-TO-ID  TO DATA-ID
                 MOVE WS-XFR-TO-DVZ TO DATA-DVZ
                 READ DATA-FILE KEY IS DATA-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF NOT DATA-FROZEN AND NOT DATA-CLOSED
                          AND (NOT DATA-DORMANT OR LS-SYSTEM-POSTING)
                          SET WS-XFR-DEST-OK TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *SETTLE WHAT THE CREDIT SIDE RECEIVES: AN AMOUNT THE CALLER -
      * FIXED IS TAKEN AS IS; IN THE SAME CURRENCY IT IS THE DEBIT -
      * AMOUNT; ACROSS CURRENCIES THE DEBIT AMOUNT IS TAKEN TO BASE -
      * 949 AT THE SOURCE RATE AND BACK OUT AT THE DESTINATION RATE, -
      * BOTH AS IN EFFECT ON THE TRANSFER'S EFFECTIVE DATE. A -
      * MISSING (OR ZERO) RATE ON EITHER SIDE REFUSES THE TRANSFER -
      * RATHER THAN GUESSING.
       SET-XFR-CREDIT-PARA.
           MOVE 'Y' TO WS-XFR-RATE-OK-SW
           IF LS-DEST-AMOUNT NOT EQUAL 0
              MOVE LS-DEST-AMOUNT TO WS-XFR-CREDIT-AMOUNT
           ELSE
              IF WS-XFR-TO-DVZ EQUAL WS-XFR-FROM-DVZ
                 MOVE WS-XFR-DEBIT-AMOUNT TO WS-XFR-CREDIT-AMOUNT
              ELSE
                 IF NOT WS-FX-LOADED
                    PERFORM LOAD-FX-RATES-PARA
                 END-IF
                 MOVE LS-EFF-DATE     TO WS-FX-WANT-DATE
                 MOVE WS-XFR-FROM-DVZ TO WS-FX-WANT-CODE
                 PERFORM FIND-FX-RATE-PARA
                 MOVE WS-FX-BEST-RATE TO WS-XFR-FROM-RATE
                 IF NOT WS-FX-FOUND
                    MOVE 'N' TO WS-XFR-RATE-OK-SW
                 END-IF
                 MOVE WS-XFR-TO-DVZ   TO WS-FX-WANT-CODE
                 PERFORM FIND-FX-RATE-PARA
                 MOVE WS-FX-BEST-RATE TO WS-XFR-TO-RATE
                 IF NOT WS-FX-FOUND
                    MOVE 'N' TO WS-XFR-RATE-OK-SW
                 END-IF
                 IF WS-XFR-FROM-RATE EQUAL 0 OR WS-XFR-TO-RATE EQUAL 0
                    MOVE 'N' TO WS-XFR-RATE-OK-SW
                 END-IF
                 IF WS-XFR-RATE-OK
                    COMPUTE WS-XFR-CREDIT-AMOUNT ROUNDED =
                       WS-XFR-DEBIT-AMOUNT * WS-XFR-FROM-RATE
                       / WS-XFR-TO-RATE
                 END-IF
              END-IF
           END-IF.
      *
       LOAD-FX-RATES-PARA.
           OPEN INPUT FXR-FILE
           IF NOT FXR-ST-SUCC
              DISPLAY 'CANNOT OPEN RATE FILE, STATUS: ' FXR-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-ONE-RATE-PARA UNTIL FXR-EOF
           CLOSE FXR-FILE
           SET WS-FX-LOADED TO TRUE.
      *
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
      *
       FIND-FX-RATE-PARA.
           MOVE 'N' TO WS-FX-FOUND-SW
           MOVE 0   TO WS-FX-BEST-DATE
           MOVE 0   TO WS-FX-BEST-RATE
           MOVE 0   TO WS-FX-IDX
           PERFORM CHECK-FX-RATE-PARA
              UNTIL WS-FX-IDX >= WS-FX-COUNT.
      *
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
      *THE DEBIT SIDE: TAKE THE AMOUNT OUT OF THE SOURCE AND STAMP -
      * THE TRANSFER'S EFFECTIVE DATE, LIKE ANY OTHER POSTING.
       DEBIT-XFR-LEG-PARA.
           MOVE WS-XFR-FROM-ID  TO DATA-ID
           MOVE WS-XFR-FROM-DVZ TO DATA-DVZ
           READ DATA-FILE KEY IS DATA-KEY
              INVALID KEY
                 PERFORM INVALID-KEY-PARA
              NOT INVALID KEY
                 MOVE DATA-FNAME      TO LS-FNAME-FROM
                 MOVE DATA-LNAME      TO LS-LNAME-FROM
                 MOVE DATA-ID         TO WS-SIDE-ID
                 MOVE DATA-DVZ        TO WS-SIDE-DVZ
                 MOVE DATA-BALANCE    TO WS-SIDE-BAL-BEFORE
                 COMPUTE WS-SIDE-AMOUNT = 0 - WS-XFR-DEBIT-AMOUNT
                 SUBTRACT WS-XFR-DEBIT-AMOUNT FROM DATA-BALANCE
                 MOVE DATA-BALANCE    TO WS-SIDE-BAL-AFTER
                 IF NOT LS-SYSTEM-POSTING
                    MOVE LS-EFF-DATE  TO DATA-DATE
                 END-IF
                 REWRITE DATA-REC
                    INVALID KEY
                       PERFORM INVALID-KEY-PARA
                    NOT INVALID
                       SET WS-DEBIT-DONE TO TRUE
                       PERFORM WRITE-SIDE-JOURNAL-PARA
                 END-REWRITE
           END-READ.
      *THE CREDIT SIDE: PUT THE SETTLED AMOUNT INTO THE DESTINATION. -
      * ITS NAMES GO BACK ON THE -TO SLOTS SO THE DRIVER'S REPORT -
      * SHOWS WHO PAID WHOM.
       CREDIT-XFR-LEG-PARA.
           MOVE WS-XFR-TO-ID  TO DATA-ID
           MOVE WS-XFR-TO-DVZ TO DATA-DVZ
           READ DATA-FILE KEY IS DATA-KEY
              INVALID KEY
                 PERFORM INVALID-KEY-PARA
              NOT INVALID KEY
                 MOVE DATA-FNAME      TO LS-FNAME-TO
                 MOVE DATA-LNAME      TO LS-LNAME-TO
                 MOVE DATA-ID         TO WS-SIDE-ID
                 MOVE DATA-DVZ        TO WS-SIDE-DVZ
                 MOVE DATA-BALANCE    TO WS-SIDE-BAL-BEFORE
                 MOVE WS-XFR-CREDIT-AMOUNT TO WS-SIDE-AMOUNT
                 ADD WS-XFR-CREDIT-AMOUNT  TO DATA-BALANCE
                 MOVE DATA-BALANCE    TO WS-SIDE-BAL-AFTER
                 IF NOT LS-SYSTEM-POSTING
                    MOVE LS-EFF-DATE  TO DATA-DATE
                 END-IF
                 REWRITE DATA-REC
                    INVALID KEY
                       PERFORM INVALID-KEY-PARA
                    NOT INVALID
                       SET WS-CREDIT-DONE TO TRUE
                       PERFORM WRITE-SIDE-JOURNAL-PARA
                 END-REWRITE
           END-READ.
      *
       GENERATE-UPDATE-DATA-PARA.
           MOVE DATA-FNAME      TO WS-DATA-FNAME
           END-IF
           IF NOT AUD-ST-SUCC
              DISPLAY 'CANNOT OPEN AUDIT FILE, STATUS: ' AUD-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE AUD-REC
       GENERATE-WRITE-DATA-PARA.
      *POST THE TRANSACTION AMOUNT AGAINST THE BALANCE ALREADY ON -
      * FILE FOR THIS KEY, KEEPING THE CUSTOMER NAMES THE RECORD -
      * ALREADY CARRIES, AND STAMP THE REAL TRANSACTION DATE - -
      * UNLESS THE SYSTEM IS POSTING, WHICH IS NOT CUSTOMER ACTIVITY.
           MOVE LS-ID        TO WS-DATA-ID
           MOVE LS-DVZ       TO WS-DATA-DVZ
           MOVE DATA-FNAME   TO WS-DATA-FNAME
           MOVE DATA-LNAME   TO WS-DATA-LNAME
           IF LS-SYSTEM-POSTING
              MOVE DATA-DATE TO WS-DATA-DATE
           ELSE
              MOVE LS-EFF-DATE TO WS-DATA-DATE
           END-IF
           MOVE DATA-STATUS  TO WS-DATA-STATUS
           MOVE DATA-BALANCE TO WS-JRN-BAL-BEFORE
           COMPUTE WS-DATA-BALANCE = DATA-BALANCE + LS-AMOUNT.
           ACCEPT JRN-TIME FROM TIME
           PERFORM OPEN-JRN-PARA
           PERFORM WRITE-JIX-PARA
           PERFORM WRITE-JRN-EVENT-PARA
           WRITE JRN-REC.
      *
      *JOURNAL ONE SIDE OF AN ACCOUNT CLOSE OR A TRANSFER - -
      * EVERYTHING IT NEEDS WAS STAGED IN WS-SIDE-JOURNAL BEFORE -
      * THE REWRITE, SO NO FIELD IS READ BACK OUT OF THE REWRITTEN -
      * RECORD AREA.
       WRITE-SIDE-JOURNAL-PARA.
           MOVE LS-RUN-ID           TO JRN-RUN-ID
           MOVE WS-SIDE-ID          TO JRN-ID
           ACCEPT JRN-TIME FROM TIME
           PERFORM OPEN-JRN-PARA
           PERFORM WRITE-JIX-PARA
           PERFORM WRITE-JRN-EVENT-PARA
           WRITE JRN-REC.
      *
       OPEN-JRN-PARA.
              END-IF
              IF NOT JRN-ST-SUCC
                 DISPLAY 'CANNOT OPEN JOURNAL FILE, STATUS: ' JRN-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JRN-OPEN TO TRUE
                 ELSE
                    DISPLAY 'JOURNAL INDEX MISSING FOR EXISTING '
                            'JOURNAL - REBUILD WITH BATCHJIX'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              IF NOT JIX-ST-SUCC
                 DISPLAY 'CANNOT OPEN JOURNAL INDEX, STATUS: ' JIX-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JIX-OPEN TO TRUE
              INVALID KEY
                 DISPLAY 'JOURNAL INDEX OUT OF STEP, KEY: ' JIX-KEY
                         ' STATUS: ' JIX-ST ' - REBUILD WITH BATCHJIX'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
      *
      *MIRROR THE JOURNAL RECORD ABOUT TO BE WRITTEN ONTO THE EVENT -
      * TRAIL - LIKE THE INDEX, BEFORE THE JOURNAL WRITE, WHILE -
      * JRN-REC IS STILL READABLE.
       WRITE-JRN-EVENT-PARA.
           MOVE JRN-RUN-ID        TO EVT-RUN-ID
           MOVE JRN-ID            TO EVT-ID
           MOVE JRN-DVZ           TO EVT-DVZ
           MOVE JRN-OPER-TYPE     TO EVT-OPER-TYPE
           MOVE JRN-AMOUNT        TO EVT-AMOUNT
           MOVE JRN-BAL-BEFORE    TO EVT-BAL-BEFORE
           MOVE JRN-BAL-AFTER     TO EVT-BAL-AFTER
           MOVE JRN-DATE          TO EVT-DATE
           MOVE JRN-TIME          TO EVT-TIME
           PERFORM WRITE-EVENT-PARA.
      *
      *A FREEZE OR UNFREEZE MOVES NO MONEY: THE EVENT CARRIES THE -
      * BALANCE AS IT STANDS, STAGED BEFORE THE REWRITE FOR THE SAME -
      * REASON AS WS-SIDE-JOURNAL.
       STAGE-STATUS-EVENT-PARA.
           MOVE DATA-ID           TO WS-SIDE-ID
           MOVE DATA-DVZ          TO WS-SIDE-DVZ
           MOVE 0                 TO WS-SIDE-AMOUNT
           MOVE DATA-BALANCE      TO WS-SIDE-BAL-BEFORE
           MOVE DATA-BALANCE      TO WS-SIDE-BAL-AFTER.
      *
       WRITE-STATUS-EVENT-PARA.
           MOVE LS-RUN-ID          TO EVT-RUN-ID
           MOVE WS-SIDE-ID         TO EVT-ID
           MOVE WS-SIDE-DVZ        TO EVT-DVZ
           MOVE LS-OPER-TYPE       TO EVT-OPER-TYPE
           MOVE WS-SIDE-AMOUNT     TO EVT-AMOUNT
           MOVE WS-SIDE-BAL-BEFORE TO EVT-BAL-BEFORE
           MOVE WS-SIDE-BAL-AFTER  TO EVT-BAL-AFTER
           ACCEPT EVT-DATE FROM DATE
           ACCEPT EVT-TIME FROM TIME
           PERFORM WRITE-EVENT-PARA.
      *
      *EVT-FILE IS A PERMANENT TRAIL LIKE JRN-FILE: ALWAYS EXTEND, -
      * FALL BACK TO OUTPUT ONLY WHEN THE FILE HAS NEVER EXISTED.
       WRITE-EVENT-PARA.
           MOVE LS-POST-ORIGIN    TO EVT-POST-ORIGIN
           IF NOT WS-EVT-OPEN
              OPEN EXTEND EVT-FILE
              IF EVT-NOT-FOUND
                 OPEN OUTPUT EVT-FILE
              END-IF
              IF NOT EVT-ST-SUCC
                 DISPLAY 'CANNOT OPEN EVENT FILE, STATUS: ' EVT-ST
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-EVT-OPEN TO TRUE
           END-IF
           WRITE EVT-REC.
      *
       GENERATE-OPEN-DATA-PARA.
           MOVE LS-ID         TO WS-DATA-ID
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *THE DORMANT-ACCOUNT REFUSAL: A CUSTOMER POSTING AGAINST AN -
      * ACCOUNT THE DORMANCY RUN HAS MARKED - IT MUST BE REACTIVATED -
      * ('V') FIRST.
       ACCOUNT-DORMANT-PARA.
           MOVE 46  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *THE REACTIVATION-OF-NOTHING REFUSAL: A 'V' AGAINST AN ACCOUNT -
      * THAT IS NOT DORMANT CHANGES NOTHING AND SAYS SO.
       NOT-DORMANT-PARA.
           MOVE 47  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *AN 'S' AGAINST AN ACCOUNT THAT IS NOT ACTIVE (FROZEN, CLOSED -
      * OR ALREADY DORMANT), OR A FREEZE OF A DORMANT ONE, LEAVES -
      * ITS STATUS ALONE.
       NOT-ACTIVE-PARA.
           MOVE 48  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *THE FUNDED-DELETE REFUSAL: ITS OWN RETURN CODE SO THE DRIVER -
      * CAN SAY THE BALANCE, NOT THE KEY, WAS THE PROBLEM.
       BALANCE-NOT-ZERO-PARA.
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *THE TRANSFER REFUSALS: A DESTINATION THAT IS NOT ON FILE, NOT -
      * POSTABLE OR THE SOURCE ITSELF, AND A CROSS-CURRENCY TRANSFER -
      * WITH NO RATE IN EFFECT FOR ONE OF ITS CURRENCIES - EACH WITH -
      * ITS OWN RETURN CODE, AND NEITHER BALANCE TOUCHED.
       DEST-UNAVAILABLE-PARA.
           MOVE 45  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
      *THE OVERDRAFT REFUSAL: THE DEBIT WOULD TAKE THE ACCOUNT PAST -
      * ITS AUTHORISED LIMIT, SO NOTHING IS POSTED AND THE RECORD -
      * GOES TO THE REJECTS UNDER ITS OWN CODE.
       OVERDRAFT-EXCEEDED-PARA.
           MOVE 27  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
       NO-XFR-RATE-PARA.
           MOVE 26  TO LS-RETURN-CODE
           MOVE '-' TO LS-FNAME-FROM
           MOVE '-' TO LS-FNAME-TO
           MOVE '-' TO LS-LNAME-FROM
           MOVE '-' TO LS-LNAME-TO.
      *
       INVALID-KEY-PARA.
           MOVE 23  TO LS-RETURN-CODE
           IF WS-JIX-OPEN
              CLOSE JIX-FILE
              MOVE 'N' TO WS-JIX-OPEN-SW
           END-IF
           IF WS-ODL-OPEN
              CLOSE ODL-FILE
              MOVE 'N' TO WS-ODL-OPEN-SW
           END-IF
           IF WS-CUS-OPEN
              CLOSE CUS-FILE
              MOVE 'N' TO WS-CUS-OPEN-SW
           END-IF
           IF WS-EVT-OPEN
              CLOSE EVT-FILE
              MOVE 'N' TO WS-EVT-OPEN-SW
           END-IF
           MOVE 'N' TO WS-ODL-ABSENT-SW.
