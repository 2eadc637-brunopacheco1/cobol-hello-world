       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPEXCP.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * LOSS-PREVENTION EXCEPTION REPORT             *
      * NIGHTLY SWEEP OF THE LAST SEVEN DAYS OF      *
      * REGISTER ACTIVITY (DAILY FILES PLUS THE LIVE *
      * LOG, LIKE SALESANAL) THAT FLAGS, PER CASHIER *
      * AND STORE: LINE VOIDS, RETURNS WITH NO       *
      * RECEIPT, REFUNDS PAID OUT IN CASH, PAID-     *
      * OUTS, LARGE DISCOUNTS, TICKETS JUST UNDER    *
      * THE SUPERVISOR APPROVAL LIMITS, AND TICKETS  *
      * RUNG TO THE CASHIER'S OWN CUSTOMER NUMBER    *
      * (FROM OPERATORS.DAT). EVERY EXCEPTION HAS A  *
      * WEIGHT; A CASHIER'S POINTS PER TRANSACTION   *
      * ARE SCORED AGAINST THE STORE AVERAGE (100 IS *
      * AVERAGE) AND LP_EXCEPTIONS.LPT LISTS EACH    *
      * CASHIER, HIGHEST SCORE FIRST, WITH THE       *
      * TICKETS BEHIND THE SCORE, FOR THE LOSS-      *
      * PREVENTION MANAGER'S WEEKLY REVIEW. THE      *
      * COUNTS GO TO RUNSTATS.                       *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESLOG ASSIGN "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESLOG-STATUS.

           SELECT DAILYLOGFILE ASSIGN USING WS-DAILY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT OPERATORFILE ASSIGN "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT EXCEPTIONREPORTFILE ASSIGN "lp_exceptions.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ACTIVITY-VIEW REDEFINES SALESLOG-RECORD.
           05  LAV-REC-TYPE            PIC X.
               88  LAV-REC-IS-SALE         VALUE 'S'.
               88  LAV-REC-IS-RETURN       VALUE 'R'.
               88  LAV-REC-IS-PAID-IN      VALUE 'P'.
               88  LAV-REC-IS-PAID-OUT     VALUE 'O'.
               88  LAV-REC-IS-VOID         VALUE 'V'.
               88  LAV-REC-IS-TRANSACTION  VALUE 'S' 'R' 'P' 'O'
                                                 'L' 'A' 'D'.
           05  FILLER                  PIC X(1).
           05  LAV-DATE                PIC X(8).
           05  FILLER                  PIC X(1).
           05  LAV-TIME.
               10  LAV-HOUR            PIC X(2).
               10  LAV-MINUTE          PIC X(2).
               10  FILLER              PIC X(4).
           05  FILLER                  PIC X(1).
           05  LAV-QUANTITY            PIC X(5).
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LAV-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(1).
           05  LAV-TENDER-TYPE         PIC X.
               88  LAV-TENDER-CASH         VALUE 'C'.
           05  FILLER                  PIC X(1).
           05  LAV-AMOUNT-TENDERED     PIC X(9).
           05  LAV-VOID-APPROVAL-VIEW REDEFINES LAV-AMOUNT-TENDERED.
               10  LAV-VOID-APPROVER   PIC X(8).
               10  LAV-VOID-APPROVER-END PIC X(1).
                   88  LAV-VOID-APPROVER-PRESENT VALUE SPACE.
           05  FILLER                  PIC X(1).
           05  LAV-CHANGE-DUE          PIC X(9).
           05  FILLER                  PIC X(1).
           05  LAV-DISCOUNT-RATE       PIC X(3).
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY
               ==LAV-DISCOUNT-AMOUNT== ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(1).
           05  LAV-RECEIPT-NUMBER      PIC X(6).
           05  FILLER                  PIC X(1).
           05  LAV-CASHIER-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  LAV-REGISTER-ID         PIC X(2).
           05  FILLER                  PIC X(1).
           05  LAV-CUSTOMER-NUMBER     PIC X(7).
           05  FILLER                  PIC X(1).
           05  LAV-POINTS-EARNED       PIC X(5).
           05  FILLER                  PIC X(1).
           05  LAV-TAX-AMOUNT          PIC X(9).
           05  FILLER                  PIC X(1).
           05  LAV-REASON-CODE         PIC X(5).
               88  LAV-VOID-SELF-APPROVED  VALUE "SELF ".
           05  FILLER                  PIC X(1).
           COPY STORECODE REPLACING ==:NAME:== BY ==LAV-STORE-CODE==.

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  OPERATORFILE.
       01  OPERATOR-RECORD.
           88  OPERATOR-EOF          VALUE HIGH-VALUES.
           05  OPR-ID                PIC X(8).
           05  OPR-NAME              PIC X(20).
           05  OPR-CUSTOMER-NUMBER   PIC 9(7).

       FD  EXCEPTIONREPORTFILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALESLOG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DAILY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-OPERATOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-LOOKBACK-DAYS     PIC 9(2) VALUE 06.
           05  WS-BACK-DAY-COUNT    PIC 9(2) VALUE ZEROES.
           05  WS-SEL-FROM-DATE     PIC 9(8) VALUE ZEROES.
           05  WS-SEL-TO-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-TXN-AMOUNT        PIC 9(5)V99 VALUE ZEROES.
           05  WS-DISCOUNT-WORK     PIC 9(5)V99 VALUE ZEROES.
           05  WS-LIMIT-WORK        PIC 9(5)V99 VALUE ZEROES.
           05  WS-LIMIT-FLOOR       PIC 9(5)V99 VALUE ZEROES.
           05  WS-RECEIPT-WORK      PIC 9(6) VALUE ZEROES.
           05  WS-RECEIPT-WORK-X REDEFINES WS-RECEIPT-WORK
                                    PIC X(6).
           05  WS-CUSTOMER-WORK     PIC 9(7) VALUE ZEROES.
           05  WS-CUSTOMER-WORK-X REDEFINES WS-CUSTOMER-WORK
                                    PIC X(7).
           05  WS-STORE-IDX         PIC 9(1) VALUE ZEROES.
           05  WS-OPR-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-OPR-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-CSH-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-CSH-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-CURR-CSH-IDX      PIC 9(3) VALUE ZEROES.
           05  WS-BEST-CSH-IDX      PIC 9(3) VALUE ZEROES.
           05  WS-EXC-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-EXC-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-EXC-NOT-LISTED    PIC 9(5) VALUE ZEROES.
           05  WS-EXC-REASON        PIC X(24) VALUE SPACES.
           05  WS-EXC-POINTS        PIC 9(1) VALUE ZEROES.
           05  WS-ALL-TRANSACTIONS  PIC 9(7) VALUE ZEROES.
           05  WS-ALL-EXCEPTIONS    PIC 9(5) VALUE ZEROES.
           05  WS-FLAGGED-COUNT     PIC 9(3) VALUE ZEROES.
           05  WS-CSH-TXN-WORK      PIC 9(5) VALUE ZEROES.
           05  WS-STT-TXN-WORK      PIC 9(7) VALUE ZEROES.
           05  WS-STORE-AVERAGE     PIC 9(5)V99 VALUE ZEROES.

      * STORE POLICY: A TICKET, REFUND OR PAID-OUT OVER ITS LIMIT
      * NEEDS A SUPERVISOR, SO ONES RUNG WITHIN THE NEAR-LIMIT
      * PERCENT BELOW IT ARE FLAGGED. THE WEIGHTS SET HOW MUCH EACH
      * KIND OF EXCEPTION COUNTS TOWARD A CASHIER'S SCORE; A SCORE
      * AT OR OVER THE REVIEW SCORE, ON AT LEAST THE MINIMUM
      * POINTS, MARKS THE CASHIER FOR REVIEW.
       01  WS-LP-POLICY.
           05  WS-SALE-APPROVAL-LIMIT     PIC 9(5)V99 VALUE 500.00.
           05  WS-REFUND-APPROVAL-LIMIT   PIC 9(5)V99 VALUE 100.00.
           05  WS-PAID-OUT-APPROVAL-LIMIT PIC 9(5)V99 VALUE 50.00.
           05  WS-NEAR-LIMIT-PERCENT      PIC 9(2) VALUE 10.
           05  WS-LARGE-DISCOUNT          PIC 9(5)V99 VALUE 75.00.
           05  WS-REVIEW-SCORE            PIC 9(3) VALUE 150.
           05  WS-REVIEW-MIN-POINTS       PIC 9(3) VALUE 005.
           05  WS-WT-VOID                 PIC 9(1) VALUE 1.
           05  WS-WT-SELF-VOID            PIC 9(1) VALUE 2.
           05  WS-WT-NO-RECEIPT           PIC 9(1) VALUE 3.
           05  WS-WT-CASH-REFUND          PIC 9(1) VALUE 2.
           05  WS-WT-PAID-OUT             PIC 9(1) VALUE 1.
           05  WS-WT-LARGE-DISCOUNT       PIC 9(1) VALUE 1.
           05  WS-WT-NEAR-LIMIT           PIC 9(1) VALUE 2.
           05  WS-WT-OWN-ACCOUNT          PIC 9(1) VALUE 3.

       01  WS-DAILY-FILENAME.
           05  FILLER               PIC X(9) VALUE "saleslog_".
           05  WS-DAILY-FILENAME-DATE PIC 9(8).
           05  FILLER               PIC X(4) VALUE ".dat".

       01  WS-SWEEP-DATE.
           05  WS-SWEEP-YEAR        PIC 9(4).
           05  WS-SWEEP-MONTH       PIC 9(2).
           05  WS-SWEEP-DAY         PIC 9(2).
       01  WS-SWEEP-DATE-NUM REDEFINES WS-SWEEP-DATE PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.

       01  WS-DATE-VALIDATION REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           05  WS-MONTH-END-DAY     PIC 9(2).
           05  WS-LEAP-YEAR-SWITCH  PIC X(1) VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-YEAR-REMAINDER    PIC 9(3).
           05  WS-YEAR-QUOTIENT     PIC 9(5).

       01  WS-OPERATOR-TABLE.
           05  WS-OPT-ENTRY OCCURS 100 TIMES.
               10  WS-OPT-ID            PIC X(8).
               10  WS-OPT-CUSTOMER      PIC 9(7).

       01  WS-CASHIER-TABLE.
           05  WS-CSH-ENTRY OCCURS 100 TIMES.
               10  WS-CSH-STORE-IDX     PIC 9(1).
               10  WS-CSH-ID            PIC X(8).
               10  WS-CSH-CUSTOMER      PIC 9(7).
               10  WS-CSH-TRANSACTIONS  PIC 9(5).
               10  WS-CSH-VOIDS         PIC 9(5).
               10  WS-CSH-NO-RECEIPT    PIC 9(5).
               10  WS-CSH-CASH-REFUNDS  PIC 9(5).
               10  WS-CSH-PAID-OUTS     PIC 9(5).
               10  WS-CSH-LARGE-DISCS   PIC 9(5).
               10  WS-CSH-NEAR-LIMIT    PIC 9(5).
               10  WS-CSH-OWN-ACCOUNT   PIC 9(5).
               10  WS-CSH-POINTS        PIC 9(5).
               10  WS-CSH-SCORE         PIC 9(5).
               10  WS-CSH-REVIEW-SW     PIC X.
                   88  WS-CSH-FOR-REVIEW    VALUE 'Y'.
               10  WS-CSH-PRINTED-SW    PIC X.
                   88  WS-CSH-PRINTED       VALUE 'Y'.

       01  WS-STORE-TOTALS.
           05  WS-STT-ENTRY OCCURS 2 TIMES.
               10  WS-STT-TRANSACTIONS  PIC 9(7).
               10  WS-STT-EXCEPTIONS    PIC 9(5).
               10  WS-STT-POINTS        PIC 9(7).
               10  WS-STT-CASHIERS      PIC 9(3).

       01  WS-EXCEPTION-TABLE.
           05  WS-EXC-ENTRY OCCURS 500 TIMES.
               10  WS-EXC-CSH-IDX       PIC 9(3).
               10  WS-EXC-DATE          PIC X(8).
               10  WS-EXC-HOUR          PIC X(2).
               10  WS-EXC-MINUTE        PIC X(2).
               10  WS-EXC-REGISTER      PIC X(2).
               10  WS-EXC-RECEIPT       PIC X(6).
               10  WS-EXC-AMOUNT        PIC 9(5)V99.
               10  WS-EXC-TEXT          PIC X(24).
               10  WS-EXC-WEIGHT        PIC 9(1).

       01  WS-LP-HEADING-1.
           05  FILLER             PIC X(45) VALUE
               "PETSTORE - LOSS-PREVENTION EXCEPTION REPORT".

       01  WS-LP-SELECTION-LINE.
           05  FILLER             PIC X(6)  VALUE "FROM: ".
           05  WS-LSL-FROM        PIC 9(8).
           05  FILLER             PIC X(6)  VALUE "  TO: ".
           05  WS-LSL-TO          PIC 9(8).

       01  WS-LP-POLICY-LINE.
           05  FILLER             PIC X(17) VALUE
               "APPROVAL LIMITS: ".
           05  FILLER             PIC X(5)  VALUE "SALE ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LPL-SALE==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(9)  VALUE "  REFUND ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LPL-REFUND==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(11) VALUE "  PAID-OUT ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LPL-PAID-OUT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(16) VALUE
               "  NEAR LIMIT AT ".
           05  WS-LPL-PERCENT     PIC Z9.
           05  FILLER             PIC X(15) VALUE "% OR LESS UNDER".

       01  WS-LP-STORE-LINE.
           05  FILLER             PIC X(6)  VALUE "STORE ".
           05  WS-LSTL-STORE      PIC X(2).
           05  FILLER             PIC X(16) VALUE
               "  TRANSACTIONS: ".
           05  WS-LSTL-TRANSACTIONS PIC ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE
               "  EXCEPTIONS: ".
           05  WS-LSTL-EXCEPTIONS PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  POINTS: ".
           05  WS-LSTL-POINTS     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(37) VALUE
               "  STORE AVERAGE PER 100 TRANSACTIONS:".
           05  WS-LSTL-AVERAGE    PIC ZZ,ZZ9.99.

       01  WS-LP-COLUMN-HEADINGS.
           05  FILLER             PIC X(10) VALUE "CASHIER".
           05  FILLER             PIC X(47) VALUE
               " TRANS  VOIDS NO-RCT CASH-R PD-OUT  DISC  NEAR ".
           05  FILLER             PIC X(20) VALUE
               "OWN-AC POINTS  SCORE".

       01  WS-LP-CASHIER-LINE.
           05  WS-LCL-CASHIER     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LCL-TRANSACTIONS PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-VOIDS       PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-NO-RECEIPT  PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-CASH-REFUNDS PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-PAID-OUTS   PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-LARGE-DISCS PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-NEAR-LIMIT  PIC ZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-OWN-ACCOUNT PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-POINTS      PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LCL-SCORE       PIC ZZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LCL-FLAG        PIC X(10).

       01  WS-LP-EXCEPTION-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-LEL-DATE        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LEL-HOUR        PIC X(2).
           05  FILLER             PIC X(1)  VALUE ":".
           05  WS-LEL-MINUTE      PIC X(2).
           05  FILLER             PIC X(5)  VALUE "  REG".
           05  WS-LEL-REGISTER    PIC X(2).
           05  FILLER             PIC X(10) VALUE "  RECEIPT ".
           05  WS-LEL-RECEIPT     PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LEL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-LEL-TEXT        PIC X(24).
           05  FILLER             PIC X(2)  VALUE " +".
           05  WS-LEL-WEIGHT      PIC 9.

       01  WS-LP-COUNT-LINE.
           05  WS-LCTL-LABEL      PIC X(32).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-LCTL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-LP-EXCEPTIONS.
           ACCEPT WS-SEL-TO-DATE FROM DATE YYYYMMDD
           MOVE WS-SEL-TO-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0024-BACK-ONE-DAY
               VARYING WS-BACK-DAY-COUNT FROM 1 BY 1
               UNTIL WS-BACK-DAY-COUNT IS GREATER THAN
                   WS-LOOKBACK-DAYS
           MOVE WS-SWEEP-DATE-NUM TO WS-SEL-FROM-DATE
           INITIALIZE WS-STORE-TOTALS
           PERFORM 0002-LOAD-OPERATORS
           PERFORM 0020-SWEEP-DAILY-FILES
           OPEN INPUT SALESLOG
           IF WS-SALESLOG-STATUS-OK
               READ SALESLOG
                   AT END SET SALESLOG-EOF TO TRUE
               END-READ
               PERFORM 0004-SCAN-ONE-RECORD UNTIL SALESLOG-EOF
               CLOSE SALESLOG
           END-IF
           PERFORM 0013-SCORE-ONE-CASHIER
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
           OPEN OUTPUT EXCEPTIONREPORTFILE
           MOVE WS-LP-HEADING-1 TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-SEL-FROM-DATE TO WS-LSL-FROM
           MOVE WS-SEL-TO-DATE TO WS-LSL-TO
           MOVE WS-LP-SELECTION-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-SALE-APPROVAL-LIMIT TO WS-LPL-SALE
           MOVE WS-REFUND-APPROVAL-LIMIT TO WS-LPL-REFUND
           MOVE WS-PAID-OUT-APPROVAL-LIMIT TO WS-LPL-PAID-OUT
           MOVE WS-NEAR-LIMIT-PERCENT TO WS-LPL-PERCENT
           MOVE WS-LP-POLICY-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           IF WS-CSH-COUNT IS EQUAL TO ZEROES
               MOVE "NO REGISTER ACTIVITY IN THE PERIOD"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               PERFORM 0014-PRINT-ONE-STORE
                   VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX IS GREATER THAN 2
           END-IF
           PERFORM 0018-PRINT-TOTALS
           CLOSE EXCEPTIONREPORTFILE
           PERFORM 0019-WRITE-RUN-STATS
           DISPLAY "LPEXCP - EXCEPTIONS: ", WS-ALL-EXCEPTIONS,
               " CASHIERS FOR REVIEW: ", WS-FLAGGED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * WITHOUT AN OPERATOR FILE NO CASHIER HAS A CUSTOMER NUMBER
      * OF THEIR OWN ON RECORD, SO THE OWN-ACCOUNT CHECK FINDS
      * NOTHING; EVERY OTHER CHECK STILL RUNS.
       0002-LOAD-OPERATORS.
           OPEN INPUT OPERATORFILE
           IF WS-OPERATOR-FILE-STATUS-OK
               READ OPERATORFILE
                   AT END SET OPERATOR-EOF TO TRUE
               END-READ
               PERFORM 0003-LOAD-ONE-OPERATOR UNTIL OPERATOR-EOF
               CLOSE OPERATORFILE
           ELSE
               DISPLAY "LPEXCP - NO OPERATOR FILE, OWN-ACCOUNT "
                   "CHECK SKIPPED"
           END-IF.
       0002-END.

       0003-LOAD-ONE-OPERATOR.
           IF OPR-CUSTOMER-NUMBER IS NUMERIC AND
               OPR-CUSTOMER-NUMBER IS GREATER THAN ZEROES
               IF WS-OPR-COUNT IS LESS THAN 100
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPR-ID TO WS-OPT-ID(WS-OPR-COUNT)
                   MOVE OPR-CUSTOMER-NUMBER
                       TO WS-OPT-CUSTOMER(WS-OPR-COUNT)
               ELSE
                   DISPLAY "LPEXCP - OPERATOR TABLE FULL (100 MAX), "
                       OPR-ID, " DROPPED"
               END-IF
           END-IF
           READ OPERATORFILE
               AT END SET OPERATOR-EOF TO TRUE
           END-READ.
       0003-END.

       0004-SCAN-ONE-RECORD.
           PERFORM 0005-CHECK-ONE-RECORD
           READ SALESLOG
               AT END SET SALESLOG-EOF TO TRUE
           END-READ.
       0004-END.

      * ITEM LINES AND TRAILERS ARE SKIPPED. A VOID LINE IS NOT A
      * TRANSACTION OF ITS OWN, SO IT COUNTS AS AN EXCEPTION BUT
      * NOT TOWARD THE CASHIER'S TRANSACTION COUNT. A SUPERVISOR
      * VOID NAMES THE OPERATOR WHO APPROVED IT; OLDER VOID LINES
      * CARRY AN AMOUNT THERE INSTEAD AND ARE SHOWN WITHOUT ONE.
       0005-CHECK-ONE-RECORD.
           IF (LAV-REC-IS-TRANSACTION OR LAV-REC-IS-VOID) AND
               LAV-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               LAV-DATE IS NOT GREATER THAN WS-SEL-TO-DATE
               IF LAV-STORE-CODE-SECOND
                   MOVE 2 TO WS-STORE-IDX
               ELSE
                   MOVE 1 TO WS-STORE-IDX
               END-IF
               PERFORM 0007-FIND-CASHIER-ENTRY
               IF WS-CURR-CSH-IDX IS GREATER THAN ZEROES
                   MOVE LAV-TOTAL TO WS-TXN-AMOUNT
                   IF LAV-REC-IS-VOID
                       ADD 1 TO WS-CSH-VOIDS(WS-CURR-CSH-IDX)
                       IF LAV-VOID-SELF-APPROVED
                           MOVE "LINE VOID, SELF-APPROVED"
                               TO WS-EXC-REASON
                           MOVE WS-WT-SELF-VOID TO WS-EXC-POINTS
                       ELSE
                           MOVE "LINE VOID" TO WS-EXC-REASON
                           IF LAV-VOID-APPROVER-PRESENT AND
                               LAV-VOID-APPROVER IS NOT EQUAL TO
                                   SPACES
                               MOVE "LINE VOID, APPR" TO WS-EXC-REASON
                               MOVE LAV-VOID-APPROVER
                                   TO WS-EXC-REASON(17:8)
                           END-IF
                           MOVE WS-WT-VOID TO WS-EXC-POINTS
                       END-IF
                       PERFORM 0010-RECORD-EXCEPTION
                   ELSE
                       PERFORM 0006-CHECK-TRANSACTION
                   END-IF
               END-IF
           END-IF.
       0005-END.

       0006-CHECK-TRANSACTION.
           ADD 1 TO WS-CSH-TRANSACTIONS(WS-CURR-CSH-IDX)
           ADD 1 TO WS-STT-TRANSACTIONS(WS-STORE-IDX)
           ADD 1 TO WS-ALL-TRANSACTIONS
           IF LAV-REC-IS-RETURN
               MOVE LAV-RECEIPT-NUMBER TO WS-RECEIPT-WORK-X
               IF WS-RECEIPT-WORK IS NOT NUMERIC OR
                   WS-RECEIPT-WORK IS EQUAL TO ZEROES
                   ADD 1 TO WS-CSH-NO-RECEIPT(WS-CURR-CSH-IDX)
                   MOVE "RETURN WITH NO RECEIPT" TO WS-EXC-REASON
                   MOVE WS-WT-NO-RECEIPT TO WS-EXC-POINTS
                   PERFORM 0010-RECORD-EXCEPTION
               END-IF
               IF LAV-TENDER-CASH
                   ADD 1 TO WS-CSH-CASH-REFUNDS(WS-CURR-CSH-IDX)
                   MOVE "REFUND PAID IN CASH" TO WS-EXC-REASON
                   MOVE WS-WT-CASH-REFUND TO WS-EXC-POINTS
                   PERFORM 0010-RECORD-EXCEPTION
               END-IF
               MOVE WS-REFUND-APPROVAL-LIMIT TO WS-LIMIT-WORK
               PERFORM 0011-CHECK-NEAR-LIMIT
           END-IF
           IF LAV-REC-IS-PAID-OUT
               ADD 1 TO WS-CSH-PAID-OUTS(WS-CURR-CSH-IDX)
               MOVE "PAID-OUT" TO WS-EXC-REASON
               MOVE LAV-REASON-CODE TO WS-EXC-REASON(10:5)
               MOVE WS-WT-PAID-OUT TO WS-EXC-POINTS
               PERFORM 0010-RECORD-EXCEPTION
               MOVE WS-PAID-OUT-APPROVAL-LIMIT TO WS-LIMIT-WORK
               PERFORM 0011-CHECK-NEAR-LIMIT
           END-IF
           IF LAV-REC-IS-SALE
               MOVE LAV-DISCOUNT-AMOUNT TO WS-DISCOUNT-WORK
               IF WS-DISCOUNT-WORK IS NOT LESS THAN
                   WS-LARGE-DISCOUNT
                   ADD 1 TO WS-CSH-LARGE-DISCS(WS-CURR-CSH-IDX)
                   MOVE "LARGE DISCOUNT" TO WS-EXC-REASON
                   MOVE WS-WT-LARGE-DISCOUNT TO WS-EXC-POINTS
                   PERFORM 0010-RECORD-EXCEPTION
               END-IF
               MOVE WS-SALE-APPROVAL-LIMIT TO WS-LIMIT-WORK
               PERFORM 0011-CHECK-NEAR-LIMIT
           END-IF
           IF NOT LAV-REC-IS-PAID-IN AND NOT LAV-REC-IS-PAID-OUT
               PERFORM 0012-CHECK-OWN-ACCOUNT
           END-IF.
       0006-END.

       0007-FIND-CASHIER-ENTRY.
           MOVE ZEROES TO WS-CURR-CSH-IDX
           PERFORM 0008-MATCH-ONE-CASHIER
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
           IF WS-CURR-CSH-IDX IS EQUAL TO ZEROES
               IF WS-CSH-COUNT IS EQUAL TO 100
                   DISPLAY "LPEXCP - CASHIER TABLE FULL (100 MAX), "
                       LAV-CASHIER-ID, " DROPPED"
               ELSE
                   ADD 1 TO WS-CSH-COUNT
                   MOVE WS-CSH-COUNT TO WS-CURR-CSH-IDX
                   INITIALIZE WS-CSH-ENTRY(WS-CURR-CSH-IDX)
                   MOVE WS-STORE-IDX TO
                       WS-CSH-STORE-IDX(WS-CURR-CSH-IDX)
                   MOVE LAV-CASHIER-ID TO
                       WS-CSH-ID(WS-CURR-CSH-IDX)
                   MOVE 'N' TO WS-CSH-REVIEW-SW(WS-CURR-CSH-IDX)
                   MOVE 'N' TO WS-CSH-PRINTED-SW(WS-CURR-CSH-IDX)
                   PERFORM 0009-MATCH-ONE-OPERATOR
                       VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX IS GREATER THAN WS-OPR-COUNT
                   ADD 1 TO WS-STT-CASHIERS(WS-STORE-IDX)
               END-IF
           END-IF.
       0007-END.

       0008-MATCH-ONE-CASHIER.
           IF WS-CSH-ID(WS-CSH-IDX) IS EQUAL TO LAV-CASHIER-ID AND
               WS-CSH-STORE-IDX(WS-CSH-IDX) IS EQUAL TO WS-STORE-IDX
               MOVE WS-CSH-IDX TO WS-CURR-CSH-IDX
           END-IF.
       0008-END.

       0009-MATCH-ONE-OPERATOR.
           IF WS-OPT-ID(WS-OPR-IDX) IS EQUAL TO LAV-CASHIER-ID
               MOVE WS-OPT-CUSTOMER(WS-OPR-IDX)
                   TO WS-CSH-CUSTOMER(WS-CURR-CSH-IDX)
           END-IF.
       0009-END.

      * THE EXCEPTION ALWAYS COUNTS TOWARD THE SCORE; ONCE THE
      * LISTING TABLE IS FULL THE TICKET ITSELF IS ONLY COUNTED
      * AS NOT LISTED.
       0010-RECORD-EXCEPTION.
           ADD WS-EXC-POINTS TO WS-CSH-POINTS(WS-CURR-CSH-IDX)
           ADD WS-EXC-POINTS TO WS-STT-POINTS(WS-STORE-IDX)
           ADD 1 TO WS-STT-EXCEPTIONS(WS-STORE-IDX)
           ADD 1 TO WS-ALL-EXCEPTIONS
           IF WS-EXC-COUNT IS LESS THAN 500
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-CURR-CSH-IDX TO WS-EXC-CSH-IDX(WS-EXC-COUNT)
               MOVE LAV-DATE TO WS-EXC-DATE(WS-EXC-COUNT)
               MOVE LAV-HOUR TO WS-EXC-HOUR(WS-EXC-COUNT)
               MOVE LAV-MINUTE TO WS-EXC-MINUTE(WS-EXC-COUNT)
               MOVE LAV-REGISTER-ID TO WS-EXC-REGISTER(WS-EXC-COUNT)
               MOVE LAV-RECEIPT-NUMBER TO WS-RECEIPT-WORK-X
               IF WS-RECEIPT-WORK IS NUMERIC AND
                   WS-RECEIPT-WORK IS GREATER THAN ZEROES
                   MOVE LAV-RECEIPT-NUMBER
                       TO WS-EXC-RECEIPT(WS-EXC-COUNT)
               ELSE
                   MOVE "NONE" TO WS-EXC-RECEIPT(WS-EXC-COUNT)
               END-IF
               MOVE WS-TXN-AMOUNT TO WS-EXC-AMOUNT(WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO WS-EXC-TEXT(WS-EXC-COUNT)
               MOVE WS-EXC-POINTS TO WS-EXC-WEIGHT(WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-NOT-LISTED
           END-IF.
       0010-END.

       0011-CHECK-NEAR-LIMIT.
           COMPUTE WS-LIMIT-FLOOR ROUNDED = WS-LIMIT-WORK -
               (WS-LIMIT-WORK * WS-NEAR-LIMIT-PERCENT / 100)
           IF WS-TXN-AMOUNT IS NOT LESS THAN WS-LIMIT-FLOOR AND
               WS-TXN-AMOUNT IS LESS THAN WS-LIMIT-WORK
               ADD 1 TO WS-CSH-NEAR-LIMIT(WS-CURR-CSH-IDX)
               MOVE "UNDER APPROVAL LIMIT" TO WS-EXC-REASON
               MOVE WS-WT-NEAR-LIMIT TO WS-EXC-POINTS
               PERFORM 0010-RECORD-EXCEPTION
           END-IF.
       0011-END.

       0012-CHECK-OWN-ACCOUNT.
           MOVE LAV-CUSTOMER-NUMBER TO WS-CUSTOMER-WORK-X
           IF WS-CUSTOMER-WORK IS NUMERIC AND
               WS-CUSTOMER-WORK IS GREATER THAN ZEROES AND
               WS-CUSTOMER-WORK IS EQUAL TO
                   WS-CSH-CUSTOMER(WS-CURR-CSH-IDX)
               ADD 1 TO WS-CSH-OWN-ACCOUNT(WS-CURR-CSH-IDX)
               MOVE "RUNG TO OWN CUSTOMER NO." TO WS-EXC-REASON
               MOVE WS-WT-OWN-ACCOUNT TO WS-EXC-POINTS
               PERFORM 0010-RECORD-EXCEPTION
           END-IF.
       0012-END.

      * THE SCORE IS THE CASHIER'S POINTS PER TRANSACTION AS A
      * PERCENTAGE OF THE STORE'S: 100 IS THE STORE AVERAGE, 200 IS
      * TWICE IT. A CASHIER WITH VOIDS BUT NO TRANSACTIONS IS
      * TAKEN AS HAVING ONE.
       0013-SCORE-ONE-CASHIER.
           MOVE WS-CSH-STORE-IDX(WS-CSH-IDX) TO WS-STORE-IDX
           IF WS-CSH-POINTS(WS-CSH-IDX) IS EQUAL TO ZEROES
               MOVE ZEROES TO WS-CSH-SCORE(WS-CSH-IDX)
           ELSE
               MOVE WS-CSH-TRANSACTIONS(WS-CSH-IDX)
                   TO WS-CSH-TXN-WORK
               IF WS-CSH-TXN-WORK IS EQUAL TO ZEROES
                   MOVE 1 TO WS-CSH-TXN-WORK
               END-IF
               MOVE WS-STT-TRANSACTIONS(WS-STORE-IDX)
                   TO WS-STT-TXN-WORK
               IF WS-STT-TXN-WORK IS EQUAL TO ZEROES
                   MOVE 1 TO WS-STT-TXN-WORK
               END-IF
               COMPUTE WS-CSH-SCORE(WS-CSH-IDX) ROUNDED =
                   (WS-CSH-POINTS(WS-CSH-IDX) * WS-STT-TXN-WORK
                       * 100) /
                   (WS-CSH-TXN-WORK * WS-STT-POINTS(WS-STORE-IDX))
                   ON SIZE ERROR
                       MOVE 99999 TO WS-CSH-SCORE(WS-CSH-IDX)
               END-COMPUTE
           END-IF
           IF WS-CSH-SCORE(WS-CSH-IDX) IS NOT LESS THAN
               WS-REVIEW-SCORE AND
               WS-CSH-POINTS(WS-CSH-IDX) IS NOT LESS THAN
                   WS-REVIEW-MIN-POINTS
               MOVE 'Y' TO WS-CSH-REVIEW-SW(WS-CSH-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       0013-END.

       0014-PRINT-ONE-STORE.
           IF WS-STT-CASHIERS(WS-STORE-IDX) IS GREATER THAN ZEROES
               IF WS-STORE-IDX IS EQUAL TO 2
                   MOVE "02" TO WS-LSTL-STORE
               ELSE
                   MOVE "01" TO WS-LSTL-STORE
               END-IF
               MOVE WS-STT-TRANSACTIONS(WS-STORE-IDX)
                   TO WS-LSTL-TRANSACTIONS
               MOVE WS-STT-EXCEPTIONS(WS-STORE-IDX)
                   TO WS-LSTL-EXCEPTIONS
               MOVE WS-STT-POINTS(WS-STORE-IDX) TO WS-LSTL-POINTS
               IF WS-STT-TRANSACTIONS(WS-STORE-IDX) IS GREATER
                   THAN ZEROES
                   COMPUTE WS-STORE-AVERAGE ROUNDED =
                       WS-STT-POINTS(WS-STORE-IDX) * 100 /
                           WS-STT-TRANSACTIONS(WS-STORE-IDX)
               ELSE
                   MOVE ZEROES TO WS-STORE-AVERAGE
               END-IF
               MOVE WS-STORE-AVERAGE TO WS-LSTL-AVERAGE
               MOVE WS-LP-STORE-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               MOVE WS-LP-COLUMN-HEADINGS TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               PERFORM 0015-PRINT-NEXT-CASHIER
                   WS-STT-CASHIERS(WS-STORE-IDX) TIMES
           END-IF.
       0014-END.

      * CASHIERS PRINT HIGHEST SCORE FIRST: EACH PASS PICKS THE
      * BEST SCORE NOT YET PRINTED FOR THE STORE, THEN LISTS THE
      * TICKETS THAT EARNED IT.
       0015-PRINT-NEXT-CASHIER.
           MOVE ZEROES TO WS-BEST-CSH-IDX
           PERFORM 0016-PICK-ONE-CASHIER
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
           IF WS-BEST-CSH-IDX IS GREATER THAN ZEROES
               MOVE 'Y' TO WS-CSH-PRINTED-SW(WS-BEST-CSH-IDX)
               MOVE WS-CSH-ID(WS-BEST-CSH-IDX) TO WS-LCL-CASHIER
               MOVE WS-CSH-TRANSACTIONS(WS-BEST-CSH-IDX)
                   TO WS-LCL-TRANSACTIONS
               MOVE WS-CSH-VOIDS(WS-BEST-CSH-IDX) TO WS-LCL-VOIDS
               MOVE WS-CSH-NO-RECEIPT(WS-BEST-CSH-IDX)
                   TO WS-LCL-NO-RECEIPT
               MOVE WS-CSH-CASH-REFUNDS(WS-BEST-CSH-IDX)
                   TO WS-LCL-CASH-REFUNDS
               MOVE WS-CSH-PAID-OUTS(WS-BEST-CSH-IDX)
                   TO WS-LCL-PAID-OUTS
               MOVE WS-CSH-LARGE-DISCS(WS-BEST-CSH-IDX)
                   TO WS-LCL-LARGE-DISCS
               MOVE WS-CSH-NEAR-LIMIT(WS-BEST-CSH-IDX)
                   TO WS-LCL-NEAR-LIMIT
               MOVE WS-CSH-OWN-ACCOUNT(WS-BEST-CSH-IDX)
                   TO WS-LCL-OWN-ACCOUNT
               MOVE WS-CSH-POINTS(WS-BEST-CSH-IDX) TO WS-LCL-POINTS
               MOVE WS-CSH-SCORE(WS-BEST-CSH-IDX) TO WS-LCL-SCORE
               IF WS-CSH-FOR-REVIEW(WS-BEST-CSH-IDX)
                   MOVE "** REVIEW" TO WS-LCL-FLAG
               ELSE
                   MOVE SPACES TO WS-LCL-FLAG
               END-IF
               MOVE WS-LP-CASHIER-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               PERFORM 0017-PRINT-ONE-EXCEPTION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX IS GREATER THAN WS-EXC-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
       0015-END.

       0016-PICK-ONE-CASHIER.
           IF WS-CSH-STORE-IDX(WS-CSH-IDX) IS EQUAL TO WS-STORE-IDX
               AND NOT WS-CSH-PRINTED(WS-CSH-IDX)
               IF WS-BEST-CSH-IDX IS EQUAL TO ZEROES
                   MOVE WS-CSH-IDX TO WS-BEST-CSH-IDX
               ELSE
                   IF WS-CSH-SCORE(WS-CSH-IDX) IS GREATER THAN
                       WS-CSH-SCORE(WS-BEST-CSH-IDX)
                       MOVE WS-CSH-IDX TO WS-BEST-CSH-IDX
                   END-IF
               END-IF
           END-IF.
       0016-END.

       0017-PRINT-ONE-EXCEPTION.
           IF WS-EXC-CSH-IDX(WS-EXC-IDX) IS EQUAL TO WS-BEST-CSH-IDX
               MOVE WS-EXC-DATE(WS-EXC-IDX) TO WS-LEL-DATE
               MOVE WS-EXC-HOUR(WS-EXC-IDX) TO WS-LEL-HOUR
               MOVE WS-EXC-MINUTE(WS-EXC-IDX) TO WS-LEL-MINUTE
               MOVE WS-EXC-REGISTER(WS-EXC-IDX) TO WS-LEL-REGISTER
               MOVE WS-EXC-RECEIPT(WS-EXC-IDX) TO WS-LEL-RECEIPT
               MOVE WS-EXC-AMOUNT(WS-EXC-IDX) TO WS-LEL-AMOUNT
               MOVE WS-EXC-TEXT(WS-EXC-IDX) TO WS-LEL-TEXT
               MOVE WS-EXC-WEIGHT(WS-EXC-IDX) TO WS-LEL-WEIGHT
               MOVE WS-LP-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
       0017-END.

       0018-PRINT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "TRANSACTIONS REVIEWED:" TO WS-LCTL-LABEL
           MOVE WS-ALL-TRANSACTIONS TO WS-LCTL-COUNT
           MOVE WS-LP-COUNT-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "EXCEPTIONS FLAGGED:" TO WS-LCTL-LABEL
           MOVE WS-ALL-EXCEPTIONS TO WS-LCTL-COUNT
           MOVE WS-LP-COUNT-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "CASHIERS FOR REVIEW:" TO WS-LCTL-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-LCTL-COUNT
           MOVE WS-LP-COUNT-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           IF WS-EXC-NOT-LISTED IS GREATER THAN ZEROES
               MOVE "EXCEPTIONS SCORED BUT NOT LISTED:"
                   TO WS-LCTL-LABEL
               MOVE WS-EXC-NOT-LISTED TO WS-LCTL-COUNT
               MOVE WS-LP-COUNT-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
       0018-END.

       0019-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-SEL-TO-DATE TO RS-DATE
               MOVE "LPEXCP" TO RS-PROGRAM
               MOVE "LP EXCEPTIONS" TO RS-STAT-NAME
               MOVE WS-ALL-EXCEPTIONS TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-SEL-TO-DATE TO RS-DATE
               MOVE "LPEXCP" TO RS-PROGRAM
               MOVE "LP CASHIERS REVIEW" TO RS-STAT-NAME
               MOVE WS-FLAGGED-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0019-END.

       0020-SWEEP-DAILY-FILES.
           MOVE WS-SEL-FROM-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0021-SCAN-ONE-DAILY-FILE
               UNTIL WS-SWEEP-DATE-NUM IS GREATER THAN
                   WS-SEL-TO-DATE.
       0020-END.

       0021-SCAN-ONE-DAILY-FILE.
           MOVE WS-SWEEP-DATE-NUM TO WS-DAILY-FILENAME-DATE
           OPEN INPUT DAILYLOGFILE
           IF WS-DAILY-FILE-STATUS-OK
               READ DAILYLOGFILE
                   AT END SET DAILY-LOG-EOF TO TRUE
               END-READ
               PERFORM 0022-SCAN-ONE-DAILY-RECORD
                   UNTIL DAILY-LOG-EOF
               CLOSE DAILYLOGFILE
           END-IF
           PERFORM 0023-ADVANCE-SWEEP-DATE.
       0021-END.

       0022-SCAN-ONE-DAILY-RECORD.
           MOVE DAILY-LOG-RECORD TO SALESLOG-RECORD
           PERFORM 0005-CHECK-ONE-RECORD
           READ DAILYLOGFILE
               AT END SET DAILY-LOG-EOF TO TRUE
           END-READ.
       0022-END.

       0023-ADVANCE-SWEEP-DATE.
           PERFORM 0025-CHECK-LEAP-YEAR
           IF WS-SWEEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END-DAY
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-SWEEP-MONTH)
                   TO WS-MONTH-END-DAY
           END-IF
           IF WS-SWEEP-DAY IS LESS THAN WS-MONTH-END-DAY
               ADD 1 TO WS-SWEEP-DAY
           ELSE
               MOVE 01 TO WS-SWEEP-DAY
               IF WS-SWEEP-MONTH IS LESS THAN 12
                   ADD 1 TO WS-SWEEP-MONTH
               ELSE
                   MOVE 01 TO WS-SWEEP-MONTH
                   ADD 1 TO WS-SWEEP-YEAR
               END-IF
           END-IF.
       0023-END.

       0024-BACK-ONE-DAY.
           IF WS-SWEEP-DAY IS GREATER THAN 1
               SUBTRACT 1 FROM WS-SWEEP-DAY
           ELSE
               IF WS-SWEEP-MONTH IS GREATER THAN 1
                   SUBTRACT 1 FROM WS-SWEEP-MONTH
               ELSE
                   MOVE 12 TO WS-SWEEP-MONTH
                   SUBTRACT 1 FROM WS-SWEEP-YEAR
               END-IF
               PERFORM 0025-CHECK-LEAP-YEAR
               IF WS-SWEEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
                   MOVE 29 TO WS-SWEEP-DAY
               ELSE
                   MOVE WS-DAYS-IN-MONTH(WS-SWEEP-MONTH)
                       TO WS-SWEEP-DAY
               END-IF
           END-IF.
       0024-END.

       0025-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH
           DIVIDE WS-SWEEP-YEAR BY 4
               GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER IS EQUAL TO 0
               DIVIDE WS-SWEEP-YEAR BY 100
                   GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER IS NOT EQUAL TO 0
                   SET WS-IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-SWEEP-YEAR BY 400
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER IS EQUAL TO 0
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       0025-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM LPEXCP.
