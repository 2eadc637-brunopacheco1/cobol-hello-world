       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYAGE.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * LAYAWAY AGING AND FORFEITURE                 *
      * NIGHTLY SWEEP OF LAYAWAY.DAT: EVERY OPEN     *
      * LAYAWAY PAST ITS DUE DATE IS LISTED ON       *
      * LAYAWAY_AGING.LPT WITH THE DAYS OVERDUE AND  *
      * THE BALANCE STILL OWED. ONE THAT HAS RUN     *
      * PAST THE GRACE PERIOD IS FORFEITED: THE      *
      * RESERVED GOODS GO BACK INTO MASTER-ON-HAND,  *
      * THE POLICY FEE (10% OF THE TICKET, AT LEAST  *
      * $10.00, NEVER MORE THAN WAS PAID) IS KEPT,   *
      * AND THE REST OF THE MONEY PAID IS LISTED AS  *
      * A REFUND DUE TO THE CUSTOMER. THE LEDGER     *
      * EXTRACT PICKS UP THE NIGHT'S FORFEITURES     *
      * FROM THE LAYAWAY HEADERS. RESTOCKED GOODS    *
      * ARE WRITTEN TO THE STOCK LEDGER.             *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYAWAYFILE ASSIGN "layaway.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT AGINGREPORTFILE ASSIGN "layaway_aging.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYAWAYFILE.
       COPY LAYAWAYREC.

       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  AGINGREPORTFILE.
       01  AGING-REPORT-LINE       PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LAYAWAY-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-ITEMMASTER-AVAIL-SW PIC X VALUE "N".
               88  WS-ITEMMASTER-AVAILABLE VALUE "Y".
           05  WS-OPEN-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-PAST-DUE-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-FORFEIT-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-RESTOCK-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-FORFEIT-NUMBER    PIC 9(6) VALUE ZEROES.
           05  WS-GRACE-DAYS        PIC 9(3) VALUE 030.
           05  WS-DAYS-PAST-DUE     PIC 9(3) VALUE ZEROES.
           05  WS-MAX-DAYS-COUNTED  PIC 9(3) VALUE 999.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.
           05  WS-FEE-RATE          PIC V99 VALUE .10.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-MINIMUM-FEE==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY ==WS-FEE==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY ==WS-REFUND==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY ==WS-BALANCE==.
           05  WS-TOTAL-PAST-DUE-BAL PIC 9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-FEES        PIC 9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-REFUNDS     PIC 9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-HELD        PIC 9(7)V99 VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
           05  WS-JRN-OLD-IMAGE     PIC X(64) VALUE SPACES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           05  WS-STK-OLD-ON-HAND   PIC 9(5) VALUE ZEROES.
           05  WS-STK-OLD-COST      PIC 999V99 VALUE ZEROES.
           05  WS-STK-MOVE-COST     PIC 999V99 VALUE ZEROES.
           05  WS-STK-QUANTITY      PIC S9(5) VALUE ZEROES.
           05  WS-STK-EXTENDED      PIC S9(7)V99 VALUE ZEROES.
           05  WS-STK-MOVE-TYPE     PIC X(1) VALUE SPACE.
           05  WS-STK-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-STEP-DATE.
           05  WS-STEP-YEAR         PIC 9(4).
           05  WS-STEP-MONTH        PIC 9(2).
           05  WS-STEP-DAY          PIC 9(2).
       01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 28.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  WS-AGING-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               "PETSTORE - LAYAWAY AGING AND FORFEITURE RUN ".
           05  WS-AH-DATE         PIC 9(8).

       01  WS-AGING-HEADING-2.
           05  FILLER             PIC X(32) VALUE
               "NUMBER CUSTOMER DUE DATE  DAYS  ".
           05  FILLER             PIC X(40) VALUE
               "  TICKET     PAID  BALANCE ACTION    FEE".
           05  FILLER             PIC X(11) VALUE
               "     REFUND".

       01  WS-AGING-DETAIL-LINE.
           05  WS-ADL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-CUSTOMER    PIC 9(7).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ADL-DUE-DATE    PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ADL-DAYS        PIC ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-TICKET      PIC ZZ,ZZ9.99.
           05  WS-ADL-PAID        PIC ZZ,ZZ9.99.
           05  WS-ADL-BALANCE     PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-ACTION      PIC X(9).
           05  WS-ADL-FEE         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-REFUND      PIC ZZ,ZZ9.99.

       01  WS-AGING-TOTAL-LINE.
           05  WS-ATL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-AGING-COUNT-LINE.
           05  WS-ACL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ACL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-LAYAWAY-AGING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 10.00 TO WS-MINIMUM-FEE
           OPEN I-O LAYAWAYFILE
           IF NOT WS-LAYAWAY-STATUS-OK
               DISPLAY "LAYAGE - NO LAYAWAY FILE, NOTHING TO AGE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O ITEMMASTER
           IF WS-ITEMMASTER-STATUS-OK
               SET WS-ITEMMASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LAYAGE - ITEM MASTER NOT AVAILABLE; "
                   "NOTHING FORFEITED THIS RUN"
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT AGINGREPORTFILE
           MOVE WS-RUN-DATE-NUM TO WS-AH-DATE
           MOVE WS-AGING-HEADING-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-AGING-HEADING-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           READ LAYAWAYFILE NEXT RECORD
               AT END SET LAYAWAY-EOF TO TRUE
           END-READ
           PERFORM 0002-CHECK-ONE-RECORD UNTIL LAYAWAY-EOF
           CLOSE LAYAWAYFILE
           IF WS-ITEMMASTER-AVAILABLE
               CLOSE ITEMMASTER
           END-IF
           PERFORM 0008-PRINT-TOTALS
           CLOSE AGINGREPORTFILE
           PERFORM 0009-WRITE-RUN-STATS
           DISPLAY "LAYAGE - OPEN: ", WS-OPEN-COUNT,
               " PAST DUE: ", WS-PAST-DUE-COUNT,
               " FORFEITED: ", WS-FORFEIT-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * HEADERS COME AHEAD OF THEIR OWN ITEM LINES IN KEY ORDER, SO
      * A LAYAWAY FORFEITED ON ITS HEADER HAS ITS ITEM LINES
      * RESTOCKED AS THE SWEEP READS ON THROUGH THEM.
       0002-CHECK-ONE-RECORD.
           IF LA-IS-HEADER
               IF LA-STATUS-OPEN
                   PERFORM 0003-AGE-ONE-LAYAWAY
               END-IF
           ELSE
               IF LA-NUMBER IS EQUAL TO WS-FORFEIT-NUMBER
                   PERFORM 0006-RESTOCK-ONE-ITEM
               END-IF
           END-IF
           READ LAYAWAYFILE NEXT RECORD
               AT END SET LAYAWAY-EOF TO TRUE
           END-READ.
       0002-END.

       0003-AGE-ONE-LAYAWAY.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-BALANCE = LA-TICKET-TOTAL - LA-PAID-TO-DATE
           IF LA-DUE-DATE IS LESS THAN WS-RUN-DATE-NUM
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD WS-BALANCE TO WS-TOTAL-PAST-DUE-BAL
               PERFORM 0004-COUNT-DAYS-PAST-DUE
               MOVE LA-NUMBER TO WS-ADL-NUMBER
               MOVE LA-CUSTOMER TO WS-ADL-CUSTOMER
               MOVE LA-DUE-DATE TO WS-ADL-DUE-DATE
               MOVE WS-DAYS-PAST-DUE TO WS-ADL-DAYS
               MOVE LA-TICKET-TOTAL TO WS-ADL-TICKET
               MOVE LA-PAID-TO-DATE TO WS-ADL-PAID
               MOVE WS-BALANCE TO WS-ADL-BALANCE
               IF WS-DAYS-PAST-DUE IS GREATER THAN WS-GRACE-DAYS
                   AND WS-ITEMMASTER-AVAILABLE
                   PERFORM 0005-FORFEIT-ONE-LAYAWAY
                   MOVE "FORFEITED" TO WS-ADL-ACTION
                   MOVE WS-FEE TO WS-ADL-FEE
                   MOVE WS-REFUND TO WS-ADL-REFUND
               ELSE
                   ADD LA-PAID-TO-DATE TO WS-TOTAL-HELD
                   MOVE "PAST DUE " TO WS-ADL-ACTION
                   MOVE ZEROES TO WS-ADL-FEE
                   MOVE ZEROES TO WS-ADL-REFUND
               END-IF
               MOVE WS-AGING-DETAIL-LINE TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           ELSE
               ADD LA-PAID-TO-DATE TO WS-TOTAL-HELD
           END-IF.
       0003-END.

      * DAYS ARE COUNTED BY STEPPING THE DUE DATE FORWARD ONE
      * CALENDAR DAY AT A TIME; THE COUNT STOPS AT 999, WHICH IS
      * WELL PAST ANY GRACE PERIOD.
       0004-COUNT-DAYS-PAST-DUE.
           MOVE ZEROES TO WS-DAYS-PAST-DUE
           MOVE LA-DUE-DATE TO WS-STEP-DATE-NUM
           PERFORM 0010-FORWARD-ONE-DAY
               UNTIL WS-STEP-DATE-NUM IS NOT LESS THAN
                   WS-RUN-DATE-NUM
               OR WS-DAYS-PAST-DUE IS EQUAL TO WS-MAX-DAYS-COUNTED.
       0004-END.

       0005-FORFEIT-ONE-LAYAWAY.
           ADD 1 TO WS-FORFEIT-COUNT
           COMPUTE WS-FEE ROUNDED = LA-TICKET-TOTAL * WS-FEE-RATE
           IF WS-FEE IS LESS THAN WS-MINIMUM-FEE
               MOVE WS-MINIMUM-FEE TO WS-FEE
           END-IF
           IF WS-FEE IS GREATER THAN LA-PAID-TO-DATE
               MOVE LA-PAID-TO-DATE TO WS-FEE
           END-IF
           COMPUTE WS-REFUND = LA-PAID-TO-DATE - WS-FEE
           ADD WS-FEE TO WS-TOTAL-FEES
           ADD WS-REFUND TO WS-TOTAL-REFUNDS
           MOVE WS-FEE TO LA-FEE-KEPT
           SET LA-STATUS-FORFEITED TO TRUE
           MOVE WS-RUN-DATE-NUM TO LA-CLOSE-DATE
           REWRITE LAYAWAY-RECORD
               INVALID KEY
                   DISPLAY "LAYAGE - LAYAWAY ", LA-NUMBER,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           MOVE LA-NUMBER TO WS-FORFEIT-NUMBER.
       0005-END.

       0006-RESTOCK-ONE-ITEM.
           IF WS-ITEMMASTER-AVAILABLE
               MOVE LA-ITEM-CODE TO MASTER-ITEM-CODE
               READ ITEMMASTER
                   INVALID KEY
                       DISPLAY "LAYAGE - ITEM ", LA-ITEM-CODE,
                           " ON LAYAWAY ", LA-NUMBER,
                           " NOT ON THE ITEM MASTER"
                   NOT INVALID KEY
                       MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                       MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                       MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                       ADD LA-QUANTITY TO MASTER-ON-HAND
                       REWRITE ITEMMASTER-RECORD
                       PERFORM 0007-WRITE-JOURNAL-RECORD
                       MOVE "F" TO WS-STK-MOVE-TYPE
                       MOVE SPACES TO WS-STK-REFERENCE
                       STRING "LAYAWAY " DELIMITED BY SIZE
                           LA-NUMBER DELIMITED BY SIZE
                           INTO WS-STK-REFERENCE
                       PERFORM 0012-WRITE-STOCK-LEDGER
                       ADD 1 TO WS-RESTOCK-COUNT
               END-READ
           END-IF.
       0006-END.

      * EVERY RESTOCK LEAVES A BEFORE/AFTER IMAGE ON THE SHARED
      * MASTER-FILE JOURNAL FOR THE ROLL-FORWARD UTILITY.
       0007-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "LAYAGE      " TO MJ-PROGRAM
               MOVE SPACES TO MJ-OPERATOR
               MOVE WS-RUN-DATE-NUM TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
           END-IF.
       0007-END.

       0008-PRINT-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "OPEN LAYAWAYS:" TO WS-ACL-LABEL
           MOVE WS-OPEN-COUNT TO WS-ACL-COUNT
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "PAST DUE:" TO WS-ACL-LABEL
           MOVE WS-PAST-DUE-COUNT TO WS-ACL-COUNT
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "FORFEITED THIS RUN:" TO WS-ACL-LABEL
           MOVE WS-FORFEIT-COUNT TO WS-ACL-COUNT
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "ITEM LINES RESTOCKED:" TO WS-ACL-LABEL
           MOVE WS-RESTOCK-COUNT TO WS-ACL-COUNT
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "BALANCE OWED ON PAST DUE:" TO WS-ATL-LABEL
           MOVE WS-TOTAL-PAST-DUE-BAL TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "FORFEITURE FEES KEPT:" TO WS-ATL-LABEL
           MOVE WS-TOTAL-FEES TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "REFUNDS DUE TO CUSTOMERS:" TO WS-ATL-LABEL
           MOVE WS-TOTAL-REFUNDS TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "DEPOSITS HELD ON OPEN:" TO WS-ATL-LABEL
           MOVE WS-TOTAL-HELD TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       0008-END.

       0009-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "LAYAGE" TO RS-PROGRAM
               MOVE "LAYAWAY DEPOSITS" TO RS-STAT-NAME
               MOVE WS-TOTAL-HELD TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "LAYAGE" TO RS-PROGRAM
               MOVE "LAYAWAY FEES KEPT" TO RS-STAT-NAME
               MOVE WS-TOTAL-FEES TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "LAYAGE" TO RS-PROGRAM
               MOVE "LAYAWAY REFUNDS DUE" TO RS-STAT-NAME
               MOVE WS-TOTAL-REFUNDS TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0009-END.

       0010-FORWARD-ONE-DAY.
           PERFORM 0011-CHECK-LEAP-YEAR
           IF WS-STEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-STEP-MONTH) TO WS-MONTH-END
           END-IF
           IF WS-STEP-DAY IS LESS THAN WS-MONTH-END
               ADD 1 TO WS-STEP-DAY
           ELSE
               MOVE 1 TO WS-STEP-DAY
               IF WS-STEP-MONTH IS LESS THAN 12
                   ADD 1 TO WS-STEP-MONTH
               ELSE
                   MOVE 1 TO WS-STEP-MONTH
                   ADD 1 TO WS-STEP-YEAR
               END-IF
           END-IF
           ADD 1 TO WS-DAYS-PAST-DUE.
       0010-END.

       0011-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
               SET WS-IS-LEAP-YEAR TO TRUE
               DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                   MOVE "N" TO WS-LEAP-SW
                   DIVIDE WS-STEP-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       0011-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0012-WRITE-STOCK-LEDGER.
           COMPUTE WS-STK-QUANTITY =
               MASTER-ON-HAND - WS-STK-OLD-ON-HAND
           COMPUTE WS-STK-EXTENDED =
               MASTER-ON-HAND * MASTER-UNIT-COST -
               WS-STK-OLD-ON-HAND * WS-STK-OLD-COST
           IF WS-STK-QUANTITY IS NOT EQUAL TO ZEROES OR
               WS-STK-EXTENDED IS NOT EQUAL TO ZEROES
               OPEN EXTEND STOCKLEDGERFILE
               IF NOT WS-STKLEDGER-STATUS-OK
                   OPEN OUTPUT STOCKLEDGERFILE
               END-IF
               IF WS-STKLEDGER-STATUS-OK
                   MOVE SPACES TO STOCK-LEDGER-RECORD
                   ACCEPT STK-DATE FROM DATE YYYYMMDD
                   ACCEPT STK-TIME FROM TIME
                   MOVE MASTER-ITEM-CODE TO STK-ITEM-CODE
                   MOVE WS-STK-MOVE-TYPE TO STK-MOVE-TYPE
                   MOVE WS-STK-QUANTITY TO STK-QUANTITY
                   IF WS-STK-MOVE-COST IS GREATER THAN ZEROES
                       MOVE WS-STK-MOVE-COST TO STK-UNIT-COST
                   ELSE
                       MOVE WS-STK-OLD-COST TO STK-UNIT-COST
                   END-IF
                   MOVE WS-STK-EXTENDED TO STK-EXTENDED-COST
                   MOVE MASTER-ON-HAND TO STK-ON-HAND-AFTER
                   MOVE MASTER-UNIT-COST TO STK-AVG-COST-AFTER
                   MOVE "LAYAGE" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE SPACES TO STK-OPERATOR
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM LAYAGE.
