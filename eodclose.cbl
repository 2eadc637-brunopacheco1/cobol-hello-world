       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PETSTORE END-OF-DAY CLOSE                    *
      * RUN ONCE PER STORE: RECORDS THE STORE'S      *
      * COUNTED DRAWER AS TOMORROW'S OPENING FLOAT,  *
      * PREPARES ITS BANK DEPOSIT, AND MARKS ITS     *
      * BUSINESS DAY CLOSED SO THE REGISTER WILL     *
      * REFUSE NEW SALES UNTIL A STALE OPEN DAY IS   *
      * DEALT WITH. THE LAST STORE TO CLOSE ALSO     *
      * CUTS THE SHARED LIVE SALES LOG OVER TO A     *
      * DATED DAILY FILE (SALESLOG_YYYYMMDD.DAT)     *
      * WITH A CONTROL TRAILER, STARTS A FRESH LOG   *
      * FOR TOMORROW, PURGES HELD TICKETS, AND       *
      * PRINTS THE DAY'S TAKINGS AND DEPOSITS BY     *
      * STORE WITH A CONSOLIDATED TOTAL.             *
      ************************************************

       ENVIRONMENT DIVISION.
           SELECT HELDREPORTFILE ASSIGN "held_tickets.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STORESUMMARYFILE ASSIGN "eod_stores.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-AMOUNT-VIEW REDEFINES SALESLOG-RECORD.
           05  EC-REC-TYPE             PIC X.
               88  EC-REC-IS-ITEM          VALUE 'I'.
               88  EC-REC-IS-SALE          VALUE 'S'.
           05  FILLER                  PIC X(25).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==EC-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(86).
           COPY STORECODE REPLACING ==:NAME:== BY ==EC-STORE-CODE==.
       01  SALESLOG-TRAILER-VIEW REDEFINES SALESLOG-RECORD.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==EL==.
           02  FILLER                  PIC X(93).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
       01  DAILY-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==DL==.
           02  FILLER                  PIC X(93).

       FD  DAYSTATUSFILE.
       01  DAY-STATUS-RECORD.
           05  DS-STATUS             PIC X.
               88  DS-DAY-OPEN           VALUE 'O'.
               88  DS-DAY-CLOSED         VALUE 'C'.
           COPY STORECODE REPLACING ==:NAME:== BY ==DS-STORE-CODE==.

       FD  TILLFLOATFILE.
       01  TILL-FLOAT-RECORD.
           05  TF-DATE               PIC 9(8).
           05  TF-AMOUNT             PIC 9(7)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==TF-STORE-CODE==.

       FD  HELDTICKETFILE.
       COPY HELDTKTREC.

       FD  HELDREPORTFILE.
       01  HELD-REPORT-LINE          PIC X(132).

       FD  BANKDEPFILE.
       01  BANKDEPDETAILS.
           88  BANKDEP-EOF           VALUE HIGH-VALUES.
           05  BD-DATE               PIC 9(8).
           05  BD-REGISTER           PIC X(2).
           05  BD-AMOUNT             PIC 9(7)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==BD-STORE-CODE==.

       FD  DEPOSITSLIPFILE.
       01  DEPOSIT-SLIP-LINE         PIC X(132).

       FD  STORESUMMARYFILE.
       01  STORE-SUMMARY-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
           05  WS-PRIOR-FLOAT-SW    PIC X VALUE "N".
               88  WS-PRIOR-FLOAT-KNOWN VALUE "Y".
           05  WS-DEPOSIT-AMOUNT    PIC S9(7)V99 VALUE ZEROES.
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-STORE-CODE==.
           05  WS-OTHER-OPEN-SW     PIC X VALUE "N".
               88  WS-OTHER-STORE-OPEN  VALUE "Y".
           05  WS-OPEN-STORE-CODE   PIC X(2) VALUE SPACES.
           05  WS-THIS-DAY-FOUND-SW PIC X VALUE "N".
               88  WS-THIS-DAY-FOUND    VALUE "Y".
           05  WS-THIS-DAY-DATE     PIC 9(8) VALUE ZEROES.
           05  WS-THIS-DAY-STATUS   PIC X VALUE SPACE.
               88  WS-THIS-DAY-CLOSED   VALUE "C".
           05  WS-OTHER-DAY-COUNT   PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-DAY-IDX     PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-DAY-ENTRY OCCURS 9 TIMES.
               10  WS-ODY-STORE-CODE    PIC X(2).
               10  WS-ODY-DATE          PIC 9(8).
               10  WS-ODY-STATUS        PIC X.
           05  WS-OTHER-FLOAT-COUNT PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-FLOAT-IDX   PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-FLOAT-ENTRY OCCURS 9 TIMES.
               10  WS-OFL-STORE-CODE    PIC X(2).
               10  WS-OFL-DATE          PIC 9(8).
               10  WS-OFL-AMOUNT        PIC 9(7)V99.
           05  WS-CUT-OVER-SW       PIC X VALUE "N".
               88  WS-LOG-CUT-OVER      VALUE "Y".
           05  WS-STORE-IDX         PIC 9(1) VALUE ZEROES.

      * TAKINGS AND DEPOSITS BY STORE FOR THE CLOSING SUMMARY:
      * ENTRY 1 IS THE MAIN STORE (01), ENTRY 2 THE SECOND SHOP
      * (02).
       01  WS-STORE-TOTALS.
           05  WS-STT-ENTRY OCCURS 2 TIMES.
               10  WS-STT-SALE-COUNT    PIC 9(5).
               10  WS-STT-SALES         PIC 9(9)V99.
               10  WS-STT-DEPOSITS      PIC 9(9)V99.
           05  WS-STT-ALL-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-STT-ALL-SALES     PIC 9(9)V99 VALUE ZEROES.
           05  WS-STT-ALL-DEPOSITS  PIC 9(9)V99 VALUE ZEROES.

       01  WS-DEPOSIT-HEADING-1.
           05  FILLER             PIC X(32) VALUE
               "PETSTORE - BANK DEPOSIT SLIP".

       01  WS-DEPOSIT-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE "STORE ".
           05  WS-DSL-STORE       PIC X(2).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  WS-DSL-DATE        PIC 9(8).
           05  FILLER             PIC X(10) VALUE "  COUNTED ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-DSL-COUNTED==
           05  FILLER             PIC X(8)  VALUE "  ITEMS ".
           05  WS-HDL-ITEMS       PIC ZZ9.

       01  WS-SUMMARY-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - END OF DAY SUMMARY BY STORE".
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-SSH-DATE        PIC 9(8).

       01  WS-SUMMARY-COLUMN-HEADINGS.
           05  FILLER             PIC X(14) VALUE "STORE".
           05  FILLER             PIC X(10) VALUE "SALES".
           05  FILLER             PIC X(16) VALUE "TAKINGS".
           05  FILLER             PIC X(16) VALUE "DEPOSITED".

       01  WS-SUMMARY-DETAIL-LINE.
           05  WS-SSL-STORE       PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-SSL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SSL-SALES==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SSL-DEPOSITS==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-RUN-DATE              PIC 9(8) VALUE ZEROES.

       01  WS-DAILY-FILENAME.
       0001-CLOSE-THE-DAY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DAILY-FILENAME-DATE
           MOVE SPACES TO WS-STORE-CODE
           PERFORM 0010-ASK-STORE-CODE UNTIL WS-STORE-CODE-VALID
           INITIALIZE WS-STORE-TOTALS
           PERFORM 0006-CHECK-ALREADY-CLOSED
           IF WS-OTHER-STORE-OPEN
               DISPLAY "EODCLOSE - STORE ", WS-OPEN-STORE-CODE,
                   " IS STILL OPEN; THE SALES LOG IS CUT OVER "
                   "WHEN THE LAST STORE CLOSES"
           ELSE
               PERFORM 0015-CUT-OVER-SALES-LOG
           END-IF
           DISPLAY "Counted cash in drawer at close:"
           ACCEPT WS-COUNTED-CASH
           PERFORM 0009-PREPARE-BANK-DEPOSIT THRU 0009-EXIT
           PERFORM 0004-SAVE-OPENING-FLOAT
           IF WS-LOG-CUT-OVER
               PERFORM 0007-PURGE-HELD-TICKETS
               PERFORM 0016-PRINT-STORE-SUMMARY
           END-IF
           PERFORM 0005-MARK-DAY-CLOSED
           DISPLAY "EODCLOSE - STORE ", WS-STORE-CODE, " DAY ",
               WS-RUN-DATE, " CLOSED, RECORDS CUT OVER: ",
               WS-RECORD-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

                   MOVE EC-TOTAL TO WS-SALE-TOTAL-WORK
                   ADD WS-SALE-TOTAL-WORK TO WS-AMOUNT-HASH
               END-IF
               IF EC-REC-IS-SALE
                   IF EC-STORE-CODE-SECOND
                       MOVE 2 TO WS-STORE-IDX
                   ELSE
                       MOVE 1 TO WS-STORE-IDX
                   END-IF
                   ADD 1 TO WS-STT-SALE-COUNT(WS-STORE-IDX)
                   ADD WS-SALE-TOTAL-WORK
                       TO WS-STT-SALES(WS-STORE-IDX)
               END-IF
               MOVE SALESLOG-RECORD TO DAILY-LOG-RECORD
               WRITE DAILY-LOG-RECORD
           END-IF
      * THE DAY'S TAKINGS GO TO THE BANK, SO TOMORROW'S OPENING
      * FLOAT IS THE SAME BASE FLOAT THAT WAS CARRIED IN TODAY
      * (THE FULL COUNTED DRAWER ONLY ON THE FIRST CLOSE, BEFORE
      * A FLOAT EXISTS). EACH STORE KEEPS ITS OWN FLOAT LINE; THE
      * OTHER STORES' LINES ARE WRITTEN BACK AS THEY WERE READ.
       0004-SAVE-OPENING-FLOAT.
           OPEN OUTPUT TILLFLOATFILE
           MOVE ZEROES TO WS-OTHER-FLOAT-IDX
           PERFORM 0014-WRITE-OTHER-FLOAT
               UNTIL WS-OTHER-FLOAT-IDX IS EQUAL TO
                   WS-OTHER-FLOAT-COUNT
           MOVE WS-RUN-DATE TO TF-DATE
           IF WS-PRIOR-FLOAT-KNOWN
               MOVE WS-PRIOR-FLOAT TO TF-AMOUNT
           ELSE
               MOVE WS-COUNTED-CASH TO TF-AMOUNT
           END-IF
           MOVE WS-STORE-CODE TO TF-STORE-CODE
           WRITE TILL-FLOAT-RECORD
           CLOSE TILLFLOATFILE.
       0004-END.

       0005-MARK-DAY-CLOSED.
           OPEN OUTPUT DAYSTATUSFILE
           MOVE ZEROES TO WS-OTHER-DAY-IDX
           PERFORM 0012-WRITE-OTHER-DAY-STATUS
               UNTIL WS-OTHER-DAY-IDX IS EQUAL TO WS-OTHER-DAY-COUNT
           MOVE WS-RUN-DATE TO DS-BUSINESS-DATE
           SET DS-DAY-CLOSED TO TRUE
           MOVE WS-STORE-CODE TO DS-STORE-CODE
           WRITE DAY-STATUS-RECORD
           CLOSE DAYSTATUSFILE.
       0005-END.

      * THE DAY STATUS FILE HOLDS ONE LINE PER STORE. THIS
      * STORE'S LINE DECIDES WHETHER IT IS ALREADY CLOSED; ANY
      * OTHER STORE STILL OPEN FOR TODAY HOLDS BACK THE SALES LOG
      * CUT-OVER.
       0006-CHECK-ALREADY-CLOSED.
           MOVE ZEROES TO WS-OTHER-DAY-COUNT
           OPEN INPUT DAYSTATUSFILE
           IF WS-DAYSTATUS-STATUS-OK
               READ DAYSTATUSFILE
                   AT END CONTINUE
               END-READ
               PERFORM 0011-LOAD-ONE-DAY-STATUS
                   UNTIL NOT WS-DAYSTATUS-STATUS-OK
               CLOSE DAYSTATUSFILE
           END-IF
           IF WS-THIS-DAY-FOUND AND WS-THIS-DAY-CLOSED AND
               WS-THIS-DAY-DATE IS EQUAL TO WS-RUN-DATE
               DISPLAY "EODCLOSE - STORE ", WS-STORE-CODE, " DAY ",
                   WS-RUN-DATE, " IS ALREADY CLOSED; THE DAILY "
                   "FILE IS LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF.
       0006-END.

      * GIVE THE BANK BAG A SYSTEM TRAIL THE RECONCILIATION RUN
      * CAN MATCH A STATEMENT AGAINST.
       0009-PREPARE-BANK-DEPOSIT.
           MOVE ZEROES TO WS-OTHER-FLOAT-COUNT
           OPEN INPUT TILLFLOATFILE
           IF WS-FLOAT-STATUS-OK
               READ TILLFLOATFILE
                   AT END CONTINUE
               END-READ
               PERFORM 0013-LOAD-ONE-FLOAT
                   UNTIL NOT WS-FLOAT-STATUS-OK
               CLOSE TILLFLOATFILE
           END-IF
           IF NOT WS-PRIOR-FLOAT-KNOWN
               MOVE WS-RUN-DATE TO BD-DATE
               MOVE "00" TO BD-REGISTER
               MOVE WS-DEPOSIT-AMOUNT TO BD-AMOUNT
               MOVE WS-STORE-CODE TO BD-STORE-CODE
               WRITE BANKDEPDETAILS
               CLOSE BANKDEPFILE
           END-IF
           OPEN OUTPUT DEPOSITSLIPFILE
           MOVE WS-DEPOSIT-HEADING-1 TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           MOVE WS-STORE-CODE TO WS-DSL-STORE
           MOVE WS-RUN-DATE TO WS-DSL-DATE
           MOVE WS-COUNTED-CASH TO WS-DSL-COUNTED
           MOVE WS-PRIOR-FLOAT TO WS-DSL-FLOAT
           EXIT.
       0009-END.

       0010-ASK-STORE-CODE.
           DISPLAY "Store closing (01 main store, 02 second shop):"
           ACCEPT WS-STORE-CODE
           IF NOT WS-STORE-CODE-VALID
               DISPLAY "EODCLOSE - STORE CODE MUST BE 01 OR 02"
           END-IF.
       0010-END.

      * A LINE WITH A BLANK STORE CODE PREDATES THE SECOND SHOP AND
      * BELONGS TO THE MAIN STORE.
       0011-LOAD-ONE-DAY-STATUS.
           IF DS-STORE-CODE IS EQUAL TO SPACES
               MOVE "01" TO DS-STORE-CODE
           END-IF
           IF DS-STORE-CODE IS EQUAL TO WS-STORE-CODE
               SET WS-THIS-DAY-FOUND TO TRUE
               MOVE DS-BUSINESS-DATE TO WS-THIS-DAY-DATE
               MOVE DS-STATUS TO WS-THIS-DAY-STATUS
           ELSE
               IF WS-OTHER-DAY-COUNT IS LESS THAN 9
                   ADD 1 TO WS-OTHER-DAY-COUNT
                   MOVE DS-STORE-CODE
                       TO WS-ODY-STORE-CODE(WS-OTHER-DAY-COUNT)
                   MOVE DS-BUSINESS-DATE
                       TO WS-ODY-DATE(WS-OTHER-DAY-COUNT)
                   MOVE DS-STATUS TO WS-ODY-STATUS(WS-OTHER-DAY-COUNT)
                   IF DS-DAY-OPEN AND
                       DS-BUSINESS-DATE IS EQUAL TO WS-RUN-DATE
                       SET WS-OTHER-STORE-OPEN TO TRUE
                       MOVE DS-STORE-CODE TO WS-OPEN-STORE-CODE
                   END-IF
               END-IF
           END-IF
           READ DAYSTATUSFILE
               AT END CONTINUE
           END-READ.
       0011-END.

       0012-WRITE-OTHER-DAY-STATUS.
           ADD 1 TO WS-OTHER-DAY-IDX
           MOVE WS-ODY-STORE-CODE(WS-OTHER-DAY-IDX) TO DS-STORE-CODE
           MOVE WS-ODY-DATE(WS-OTHER-DAY-IDX) TO DS-BUSINESS-DATE
           MOVE WS-ODY-STATUS(WS-OTHER-DAY-IDX) TO DS-STATUS
           WRITE DAY-STATUS-RECORD.
       0012-END.

       0013-LOAD-ONE-FLOAT.
           IF TF-STORE-CODE IS EQUAL TO SPACES
               MOVE "01" TO TF-STORE-CODE
           END-IF
           IF TF-STORE-CODE IS EQUAL TO WS-STORE-CODE
               MOVE TF-AMOUNT TO WS-PRIOR-FLOAT
               SET WS-PRIOR-FLOAT-KNOWN TO TRUE
           ELSE
               IF WS-OTHER-FLOAT-COUNT IS LESS THAN 9
                   ADD 1 TO WS-OTHER-FLOAT-COUNT
                   MOVE TF-STORE-CODE
                       TO WS-OFL-STORE-CODE(WS-OTHER-FLOAT-COUNT)
                   MOVE TF-DATE TO WS-OFL-DATE(WS-OTHER-FLOAT-COUNT)
                   MOVE TF-AMOUNT
                       TO WS-OFL-AMOUNT(WS-OTHER-FLOAT-COUNT)
               END-IF
           END-IF
           READ TILLFLOATFILE
               AT END CONTINUE
           END-READ.
       0013-END.

       0014-WRITE-OTHER-FLOAT.
           ADD 1 TO WS-OTHER-FLOAT-IDX
           MOVE WS-OFL-STORE-CODE(WS-OTHER-FLOAT-IDX) TO TF-STORE-CODE
           MOVE WS-OFL-DATE(WS-OTHER-FLOAT-IDX) TO TF-DATE
           MOVE WS-OFL-AMOUNT(WS-OTHER-FLOAT-IDX) TO TF-AMOUNT
           WRITE TILL-FLOAT-RECORD.
       0014-END.

      * ONLY THE LAST STORE TO CLOSE CUTS THE SHARED LIVE LOG OVER,
      * SO EACH DAILY FILE CARRIES BOTH STORES' TRADE UNDER A
      * SINGLE CONTROL TRAILER.
       0015-CUT-OVER-SALES-LOG.
           OPEN INPUT SALESLOG
           IF NOT WS-SALESLOG-STATUS-OK
               DISPLAY "EODCLOSE - NO SALES LOG ON HAND, NOTHING "
                   "TO CLOSE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN EXTEND DAILYLOGFILE
           IF NOT WS-DAILY-FILE-STATUS-OK
               OPEN OUTPUT DAILYLOGFILE
           END-IF
           IF NOT WS-DAILY-FILE-STATUS-OK
               DISPLAY "EODCLOSE ABEND - DAILY LOG FILE I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-DAILY-FILE-STATUS
               CLOSE SALESLOG
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ SALESLOG
               AT END SET SALESLOG-EOF TO TRUE
           END-READ
           PERFORM 0002-COPY-ONE-RECORD UNTIL SALESLOG-EOF
           PERFORM 0003-WRITE-DAILY-TRAILER
           CLOSE SALESLOG
           CLOSE DAILYLOGFILE
           OPEN OUTPUT SALESLOG
           CLOSE SALESLOG
           SET WS-LOG-CUT-OVER TO TRUE.
       0015-END.

      * THE DAY'S SALES COME FROM THE RECORDS JUST CUT OVER; THE
      * DEPOSITS FROM EVERY BANK BAG PREPARED FOR TODAY, THIS
      * STORE'S INCLUDED.
       0016-PRINT-STORE-SUMMARY.
           OPEN INPUT BANKDEPFILE
           IF WS-BANKDEP-STATUS-OK
               READ BANKDEPFILE
                   AT END SET BANKDEP-EOF TO TRUE
               END-READ
               PERFORM 0017-ADD-ONE-DEPOSIT UNTIL BANKDEP-EOF
               CLOSE BANKDEPFILE
           END-IF
           OPEN OUTPUT STORESUMMARYFILE
           MOVE WS-RUN-DATE TO WS-SSH-DATE
           MOVE WS-SUMMARY-HEADING-1 TO STORE-SUMMARY-LINE
           WRITE STORE-SUMMARY-LINE
           MOVE SPACES TO STORE-SUMMARY-LINE
           WRITE STORE-SUMMARY-LINE
           MOVE WS-SUMMARY-COLUMN-HEADINGS TO STORE-SUMMARY-LINE
           WRITE STORE-SUMMARY-LINE
           MOVE 1 TO WS-STORE-IDX
           MOVE "01 MAIN" TO WS-SSL-STORE
           PERFORM 0018-PRINT-ONE-STORE-LINE
           MOVE 2 TO WS-STORE-IDX
           MOVE "02 SECOND" TO WS-SSL-STORE
           PERFORM 0018-PRINT-ONE-STORE-LINE
           MOVE "ALL STORES" TO WS-SSL-STORE
           MOVE WS-STT-ALL-COUNT TO WS-SSL-COUNT
           MOVE WS-STT-ALL-SALES TO WS-SSL-SALES
           MOVE WS-STT-ALL-DEPOSITS TO WS-SSL-DEPOSITS
           MOVE WS-SUMMARY-DETAIL-LINE TO STORE-SUMMARY-LINE
           WRITE STORE-SUMMARY-LINE
           CLOSE STORESUMMARYFILE.
       0016-END.

       0017-ADD-ONE-DEPOSIT.
           IF BD-DATE IS EQUAL TO WS-RUN-DATE
               IF BD-STORE-CODE-SECOND
                   MOVE 2 TO WS-STORE-IDX
               ELSE
                   MOVE 1 TO WS-STORE-IDX
               END-IF
               ADD BD-AMOUNT TO WS-STT-DEPOSITS(WS-STORE-IDX)
           END-IF
           READ BANKDEPFILE
               AT END SET BANKDEP-EOF TO TRUE
           END-READ.
       0017-END.

       0018-PRINT-ONE-STORE-LINE.
           MOVE WS-STT-SALE-COUNT(WS-STORE-IDX) TO WS-SSL-COUNT
           MOVE WS-STT-SALES(WS-STORE-IDX) TO WS-SSL-SALES
           MOVE WS-STT-DEPOSITS(WS-STORE-IDX) TO WS-SSL-DEPOSITS
           ADD WS-STT-SALE-COUNT(WS-STORE-IDX) TO WS-STT-ALL-COUNT
           ADD WS-STT-SALES(WS-STORE-IDX) TO WS-STT-ALL-SALES
           ADD WS-STT-DEPOSITS(WS-STORE-IDX) TO WS-STT-ALL-DEPOSITS
           MOVE WS-SUMMARY-DETAIL-LINE TO STORE-SUMMARY-LINE
           WRITE STORE-SUMMARY-LINE.
       0018-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
