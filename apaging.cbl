       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PAYABLES AGING AND CASH REQUIREMENTS         *
      * NIGHTLY LISTING OF EVERY OPEN VOUCHER ON     *
      * VOUCHERS.DAT IN DUE-DATE ORDER ON            *
      * AP_AGING.LPT. EACH VOUCHER IS AGED INTO      *
      * PAST DUE, DUE IN 0-7, 8-14, 15-30 OR OVER 30 *
      * DAYS, AND THE APPROVED VOUCHERS CARRY A      *
      * RUNNING CASH-REQUIRED FIGURE SO THE OFFICE   *
      * CAN SEE HOW MUCH MONEY EACH CHECK RUN NEEDS. *
      * HELD VOUCHERS ARE LISTED AND AGED BUT KEPT   *
      * OUT OF THE CASH FIGURE UNTIL RELEASED. THE   *
      * OPEN AND PAST-DUE BALANCES GO TO RUNSTATS    *
      * FOR THE OPERATIONS SUMMARY.                  *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHERFILE ASSIGN "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT APSORTFILE ASSIGN TO "ap_sortwork.dat".

           SELECT APAGINGFILE ASSIGN "ap_aging.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHERFILE.
       COPY VOUCHERREC.

       SD  APSORTFILE.
       01  AP-SORT-RECORD.
           02 AS-DUE-DATE          PIC 9(8).
           02 AS-VOUCHER           PIC 9(6).
           02 AS-VENDOR            PIC X(4).
           02 AS-INVOICE-NUMBER    PIC X(12).
           02 AS-INVOICE-DATE      PIC 9(8).
           02 AS-AMOUNT            PIC 9(7)V99.
           02 AS-STATUS            PIC X(1).
               88  AS-STATUS-HELD      VALUE "H".
           02 AS-HOLD-REASON       PIC X(20).

       FD  APAGINGFILE.
       01  AP-AGING-LINE           PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VOUCHER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05 WS-SORT-EOF-SWITCH    PIC X(1) VALUE "N".
               88  WS-SORT-EOF         VALUE "Y".
           05  WS-DAY-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-MAX-DAYS-COUNTED  PIC 9(3) VALUE 999.
           05  WS-BUCKET            PIC 9(1) VALUE ZEROES.
           05  WS-BUCKET-IDX        PIC 9(1) VALUE ZEROES.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.
           05  WS-OPEN-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-OPEN-BALANCE      PIC 9(9)V99 VALUE ZEROES.
           05  WS-PAST-DUE-BALANCE  PIC 9(9)V99 VALUE ZEROES.
           05  WS-HELD-BALANCE      PIC 9(9)V99 VALUE ZEROES.
           05  WS-CASH-REQUIRED     PIC 9(9)V99 VALUE ZEROES.

       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
               10  WS-BKT-COUNT        PIC 9(5).
               10  WS-BKT-AMOUNT       PIC 9(9)V99.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER               PIC X(12) VALUE "PAST DUE".
           05  FILLER               PIC X(12) VALUE "DUE 0-7".
           05  FILLER               PIC X(12) VALUE "DUE 8-14".
           05  FILLER               PIC X(12) VALUE "DUE 15-30".
           05  FILLER               PIC X(12) VALUE "DUE OVER 30".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(12).

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

       01  WS-END-DATE-NUM          PIC 9(8) VALUE ZEROES.

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
           05  FILLER             PIC X(48) VALUE
               "PETSTORE - PAYABLES AGING AND CASH REQUIREMENTS ".
           05  WS-AH-DATE         PIC 9(8).

       01  WS-AGING-HEADING-2.
           05  FILLER             PIC X(34) VALUE
               "DUE DATE VOUCHER VEND INVOICE     ".
           05  FILLER             PIC X(40) VALUE
               " INV DATE  DAYS AGE               AMOUNT".
           05  FILLER             PIC X(40) VALUE
               "   CASH REQUIRED  HOLD REASON".

       01  WS-AGING-DETAIL-LINE.
           05  WS-ADL-DUE-DATE    PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-VOUCHER     PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ADL-VENDOR      PIC X(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-INVOICE     PIC X(12).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-INV-DATE    PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-DAYS        PIC ZZ9-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-BUCKET      PIC X(12).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(2) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-CASH==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ADL-HOLD        PIC X(25).

       01  WS-AGING-TOTAL-LINE.
           05  WS-ATL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ATL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(4) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-RUN-PAYABLES-AGING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-BUCKET-TOTALS
           OPEN INPUT VOUCHERFILE
           IF NOT WS-VOUCHER-STATUS-OK
               DISPLAY "APAGING - NO VOUCHER FILE, NOTHING TO AGE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           CLOSE VOUCHERFILE
           OPEN OUTPUT APAGINGFILE
           MOVE WS-RUN-DATE-NUM TO WS-AH-DATE
           MOVE WS-AGING-HEADING-1 TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           MOVE SPACES TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           MOVE WS-AGING-HEADING-2 TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           SORT APSORTFILE ON ASCENDING KEY AS-DUE-DATE AS-VOUCHER
               INPUT PROCEDURE IS 0002-RELEASE-OPEN-VOUCHERS
                   THRU 0002-EXIT
               OUTPUT PROCEDURE IS 0004-PRINT-SORTED-VOUCHERS
                   THRU 0004-EXIT
           PERFORM 0008-PRINT-TOTALS
           CLOSE APAGINGFILE
           PERFORM 0009-WRITE-RUN-STATS
           DISPLAY "APAGING - OPEN: ", WS-OPEN-COUNT,
               " HELD: ", WS-HELD-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * ONLY VOUCHER HEADERS STILL OWED ARE AGED: APPROVED ONES
      * WAITING FOR A CHECK AND HELD ONES WAITING FOR RELEASE.
       0002-RELEASE-OPEN-VOUCHERS.
           OPEN INPUT VOUCHERFILE
           IF NOT WS-VOUCHER-STATUS-OK
               DISPLAY "APAGING ABEND - VOUCHER FILE WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-VOUCHER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0002-EXIT
           END-IF
           READ VOUCHERFILE NEXT RECORD
               AT END SET VOUCHER-EOF TO TRUE
           END-READ
           PERFORM 0003-RELEASE-ONE-VOUCHER UNTIL VOUCHER-EOF
           CLOSE VOUCHERFILE.
       0002-EXIT.
           EXIT.
       0002-END.

       0003-RELEASE-ONE-VOUCHER.
           IF VO-IS-HEADER AND
               (VO-STATUS-APPROVED OR VO-STATUS-HELD)
               MOVE VO-DUE-DATE TO AS-DUE-DATE
               MOVE VO-NUMBER TO AS-VOUCHER
               MOVE VO-VENDOR TO AS-VENDOR
               MOVE VO-INVOICE-NUMBER TO AS-INVOICE-NUMBER
               MOVE VO-INVOICE-DATE TO AS-INVOICE-DATE
               MOVE VO-INVOICE-TOTAL TO AS-AMOUNT
               MOVE VO-STATUS TO AS-STATUS
               MOVE VO-HOLD-REASON TO AS-HOLD-REASON
               RELEASE AP-SORT-RECORD
           END-IF
           READ VOUCHERFILE NEXT RECORD
               AT END SET VOUCHER-EOF TO TRUE
           END-READ.
       0003-END.

       0004-PRINT-SORTED-VOUCHERS.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           RETURN APSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 0005-AGE-ONE-VOUCHER UNTIL WS-SORT-EOF.
       0004-EXIT.
           EXIT.
       0004-END.

      * DAYS ARE COUNTED BY STEPPING THE EARLIER OF THE DUE DATE
      * AND THE RUN DATE FORWARD TO THE LATER ONE; THE COUNT STOPS
      * AT 999. DAYS PAST DUE PRINT WITH A TRAILING MINUS.
       0005-AGE-ONE-VOUCHER.
           ADD 1 TO WS-OPEN-COUNT
           ADD AS-AMOUNT TO WS-OPEN-BALANCE
           MOVE ZEROES TO WS-DAY-COUNT
           IF AS-DUE-DATE IS LESS THAN WS-RUN-DATE-NUM
               MOVE AS-DUE-DATE TO WS-STEP-DATE-NUM
               MOVE WS-RUN-DATE-NUM TO WS-END-DATE-NUM
               PERFORM 0006-COUNT-DAYS
               MOVE 1 TO WS-BUCKET
               ADD AS-AMOUNT TO WS-PAST-DUE-BALANCE
               COMPUTE WS-ADL-DAYS = WS-DAY-COUNT * -1
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-STEP-DATE-NUM
               MOVE AS-DUE-DATE TO WS-END-DATE-NUM
               PERFORM 0006-COUNT-DAYS
               IF WS-DAY-COUNT IS GREATER THAN 30
                   MOVE 5 TO WS-BUCKET
               ELSE
                   IF WS-DAY-COUNT IS GREATER THAN 14
                       MOVE 4 TO WS-BUCKET
                   ELSE
                       IF WS-DAY-COUNT IS GREATER THAN 7
                           MOVE 3 TO WS-BUCKET
                       ELSE
                           MOVE 2 TO WS-BUCKET
                       END-IF
                   END-IF
               END-IF
               MOVE WS-DAY-COUNT TO WS-ADL-DAYS
           END-IF
           ADD 1 TO WS-BKT-COUNT(WS-BUCKET)
           ADD AS-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET)
           MOVE AS-DUE-DATE TO WS-ADL-DUE-DATE
           MOVE AS-VOUCHER TO WS-ADL-VOUCHER
           MOVE AS-VENDOR TO WS-ADL-VENDOR
           MOVE AS-INVOICE-NUMBER TO WS-ADL-INVOICE
           MOVE AS-INVOICE-DATE TO WS-ADL-INV-DATE
           MOVE WS-BUCKET-LABEL(WS-BUCKET) TO WS-ADL-BUCKET
           MOVE AS-AMOUNT TO WS-ADL-AMOUNT
           IF AS-STATUS-HELD
               ADD 1 TO WS-HELD-COUNT
               ADD AS-AMOUNT TO WS-HELD-BALANCE
               MOVE ZEROES TO WS-ADL-CASH
               MOVE SPACES TO WS-ADL-HOLD
               STRING "HELD - " DELIMITED BY SIZE
                   AS-HOLD-REASON DELIMITED BY SIZE
                   INTO WS-ADL-HOLD
           ELSE
               ADD AS-AMOUNT TO WS-CASH-REQUIRED
               MOVE WS-CASH-REQUIRED TO WS-ADL-CASH
               MOVE SPACES TO WS-ADL-HOLD
           END-IF
           MOVE WS-AGING-DETAIL-LINE TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           RETURN APSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       0005-END.

       0006-COUNT-DAYS.
           PERFORM 0010-FORWARD-ONE-DAY
               UNTIL WS-STEP-DATE-NUM IS NOT LESS THAN WS-END-DATE-NUM
               OR WS-DAY-COUNT IS EQUAL TO WS-MAX-DAYS-COUNTED.
       0006-END.

       0007-PRINT-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL(WS-BUCKET-IDX) TO WS-ATL-LABEL
           MOVE WS-BKT-COUNT(WS-BUCKET-IDX) TO WS-ATL-COUNT
           MOVE WS-BKT-AMOUNT(WS-BUCKET-IDX) TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AP-AGING-LINE
           WRITE AP-AGING-LINE.
       0007-END.

       0008-PRINT-TOTALS.
           MOVE SPACES TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           PERFORM 0007-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX IS GREATER THAN 5
           MOVE SPACES TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           MOVE "OPEN VOUCHERS:" TO WS-ATL-LABEL
           MOVE WS-OPEN-COUNT TO WS-ATL-COUNT
           MOVE WS-OPEN-BALANCE TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           MOVE "HELD, NOT IN CASH REQUIRED:" TO WS-ATL-LABEL
           MOVE WS-HELD-COUNT TO WS-ATL-COUNT
           MOVE WS-HELD-BALANCE TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AP-AGING-LINE
           WRITE AP-AGING-LINE
           MOVE "CASH REQUIRED, APPROVED:" TO WS-ATL-LABEL
           COMPUTE WS-ATL-COUNT = WS-OPEN-COUNT - WS-HELD-COUNT
           MOVE WS-CASH-REQUIRED TO WS-ATL-AMOUNT
           MOVE WS-AGING-TOTAL-LINE TO AP-AGING-LINE
           WRITE AP-AGING-LINE.
       0008-END.

       0009-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APAGING" TO RS-PROGRAM
               MOVE "AP OPEN BALANCE" TO RS-STAT-NAME
               MOVE WS-OPEN-BALANCE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APAGING" TO RS-PROGRAM
               MOVE "AP PAST DUE" TO RS-STAT-NAME
               MOVE WS-PAST-DUE-BALANCE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APAGING" TO RS-PROGRAM
               MOVE "AP HELD" TO RS-STAT-NAME
               MOVE WS-HELD-BALANCE TO RS-STAT-VALUE
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
           ADD 1 TO WS-DAY-COUNT.
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

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM APAGING.
