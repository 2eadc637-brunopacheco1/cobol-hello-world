       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGSTMT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * HOUSE CHARGE ACCOUNT STATEMENTS AND AGING    *
      * EVERY NIGHT, SORTS ARTRAN.DAT INTO ACCOUNT   *
      * ORDER, MATCHES IT AGAINST CHARGEACCT.DAT AND *
      * PRINTS THE RECEIVABLES AGING (CURRENT, 31-60,*
      * 61-90 AND OVER 90 DAYS), FLAGGING ACCOUNTS   *
      * OVER THEIR LIMIT OR WHOSE TRANSACTIONS DO    *
      * NOT ADD UP TO THE MASTER BALANCE. ON THE     *
      * FIRST OF THE MONTH IT ALSO PRINTS A CUSTOMER *
      * STATEMENT PER ACCOUNT FOR THE MONTH JUST     *
      * ENDED AND STAMPS THE STATEMENT DATE AND      *
      * BALANCE BACK ON THE ACCOUNT.                 *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEACCTFILE ASSIGN "chargeacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT CUSTOMERFILE ASSIGN "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ARTRANFILE ASSIGN "artran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTRAN-STATUS.

           SELECT ARSORTEDFILE ASSIGN "artran_sorted_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARSORTED-STATUS.

           SELECT SORTFILE ASSIGN TO "artran_sortwork.dat".

           SELECT STATEMENTFILE ASSIGN "chg_statements.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGINGREPORTFILE ASSIGN "ar_aging.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEACCTFILE.
       COPY CHARGEREC.

       FD  CUSTOMERFILE.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER             PIC 9(7).
           05  CU-NAME               PIC X(20).
           05  CU-POINTS             PIC 9(7).
           05  CU-JOIN-DATE          PIC 9(8).
           05  CU-STATUS             PIC X(1).
               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       FD  ARTRANFILE.
       01  AR-INPUT-RECORD           PIC X(50).

       FD  ARSORTEDFILE.
       COPY ARTRANREC.

       SD  SORTFILE.
       01  SORT-AR-RECORD.
           02  SORT-CUSTOMER         PIC 9(7).
           02  SORT-DATE             PIC 9(8).
           02  SORT-TIME             PIC 9(8).
           02  FILLER                PIC X(27).

       FD  STATEMENTFILE.
       01  STATEMENT-LINE            PIC X(132).

       FD  AGINGREPORTFILE.
       01  AGING-REPORT-LINE         PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHARGE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUSTOMER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ARTRAN-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ARSORTED-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-CUSTOMER-AVAIL-SW  PIC X VALUE "N".
               88  WS-CUSTOMER-AVAILABLE VALUE "Y".
           05  WS-ARSORTED-OPEN-SW   PIC X VALUE "N".
               88  WS-ARSORTED-OPEN      VALUE "Y".
           05  WS-STATEMENT-DAY-SW   PIC X VALUE "N".
               88  WS-STATEMENT-DAY      VALUE "Y".
           05  WS-PRINT-STMT-SW      PIC X VALUE "N".
               88  WS-PRINT-STATEMENT    VALUE "Y".
           05  WS-ACCOUNT-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-STATEMENT-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-OVER-LIMIT-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-OUT-OF-BAL-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-ORPHAN-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-STMT-LINE-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-BUCKET-IDX         PIC 9(1) VALUE ZEROES.
           05  WS-AGE-DAYS           PIC S9(7) VALUE ZEROES.
           05  WS-RUN-DAYNUM         PIC 9(7) VALUE ZEROES.
           05  WS-LEAP-SW            PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR       VALUE "Y".
           05  WS-LEAP-QUOTIENT      PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER     PIC 9(4) VALUE ZEROES.
           05  WS-ACCT-CHARGES       PIC S9(7)V99 VALUE ZEROES.
           05  WS-ACCT-CREDITS       PIC S9(7)V99 VALUE ZEROES.
           05  WS-ACCT-COMPUTED-BAL  PIC S9(7)V99 VALUE ZEROES.
           05  WS-PERIOD-CHARGES     PIC S9(7)V99 VALUE ZEROES.
           05  WS-PERIOD-CREDITS     PIC S9(7)V99 VALUE ZEROES.
           05  WS-STMT-NEW-BALANCE   PIC S9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-BALANCE      PIC S9(9)V99 VALUE ZEROES.

       01  WS-ACCOUNT-BUCKETS.
           05  WS-BUCKET OCCURS 4 TIMES PIC S9(7)V99.

       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET OCCURS 4 TIMES PIC S9(9)V99.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           05  WS-RUN-MONTH          PIC 9(2).
           05  WS-RUN-DAY            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR        PIC 9(4).
           05  WS-CUTOFF-MONTH       PIC 9(2).
           05  WS-CUTOFF-DAY         PIC 9(2).
       01  WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

       01  WS-CALC-DATE.
           05  WS-CALC-YEAR          PIC 9(4).
           05  WS-CALC-MONTH         PIC 9(2).
           05  WS-CALC-DAY           PIC 9(2).
       01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE PIC 9(8).

       01  WS-DAY-NUMBER-WORK.
           05  WS-CALC-DAYNUM        PIC 9(7) VALUE ZEROES.
           05  WS-CALC-BASE-YEAR     PIC 9(4) VALUE ZEROES.
           05  WS-CALC-LEAP-DAYS     PIC 9(5) VALUE ZEROES.
           05  WS-CALC-CENTURIES     PIC 9(5) VALUE ZEROES.
           05  WS-CALC-QUADCENTS     PIC 9(5) VALUE ZEROES.

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 28.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 30.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 30.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 30.
           05  FILLER                PIC 9(2) VALUE 31.
           05  FILLER                PIC 9(2) VALUE 30.
           05  FILLER                PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  WS-DAYS-BEFORE-MONTH-VALUES.
           05  FILLER                PIC 9(3) VALUE 000.
           05  FILLER                PIC 9(3) VALUE 031.
           05  FILLER                PIC 9(3) VALUE 059.
           05  FILLER                PIC 9(3) VALUE 090.
           05  FILLER                PIC 9(3) VALUE 120.
           05  FILLER                PIC 9(3) VALUE 151.
           05  FILLER                PIC 9(3) VALUE 181.
           05  FILLER                PIC 9(3) VALUE 212.
           05  FILLER                PIC 9(3) VALUE 243.
           05  FILLER                PIC 9(3) VALUE 273.
           05  FILLER                PIC 9(3) VALUE 304.
           05  FILLER                PIC 9(3) VALUE 334.
       01  WS-DAYS-BEFORE-MONTH-TABLE
               REDEFINES WS-DAYS-BEFORE-MONTH-VALUES.
           05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

       01  WS-AGING-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               "PETSTORE - HOUSE ACCOUNT RECEIVABLES AGING".
           05  FILLER             PIC X(8)  VALUE "  AS OF ".
           05  WS-AGH-DATE        PIC 9(8).

       01  WS-AGING-HEADING-2.
           05  FILLER             PIC X(11) VALUE "  ACCOUNT  ".
           05  FILLER             PIC X(21) VALUE "NAME".
           05  FILLER             PIC X(2)  VALUE "ST".
           05  FILLER             PIC X(11) VALUE "     LIMIT".
           05  FILLER             PIC X(13) VALUE "      BALANCE".
           05  FILLER             PIC X(13) VALUE "      CURRENT".
           05  FILLER             PIC X(13) VALUE "   31-60 DAYS".
           05  FILLER             PIC X(13) VALUE "   61-90 DAYS".
           05  FILLER             PIC X(13) VALUE "      OVER 90".

       01  WS-AGING-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AGL-CUSTOMER    PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AGL-NAME        PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AGL-STATUS      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AGL-LIMIT       PIC $$,$$9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AGL-BALANCE     PIC $$$,$$9.99-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AGL-BUCKET OCCURS 4 TIMES.
               10  WS-AGL-AMOUNT  PIC $$$,$$9.99-.
               10  FILLER         PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AGL-FLAG        PIC X(18).

       01  WS-AGING-TOTAL-LINE.
           05  FILLER             PIC X(43) VALUE
               "  TOTAL HOUSE ACCOUNTS RECEIVABLE".
           05  WS-AGT-BALANCE     PIC $$$$,$$9.99-.
           05  WS-AGT-BUCKET OCCURS 4 TIMES.
               10  FILLER         PIC X(1).
               10  WS-AGT-AMOUNT  PIC $$$$,$$9.99-.

       01  WS-AGING-COUNT-LINE.
           05  FILLER             PIC X(12) VALUE "  ACCOUNTS: ".
           05  WS-AGC-ACCOUNTS    PIC ZZ,ZZ9.
           05  FILLER             PIC X(15) VALUE "   OVER LIMIT: ".
           05  WS-AGC-OVER-LIMIT  PIC ZZ,ZZ9.
           05  FILLER             PIC X(19) VALUE
               "   OUT OF BALANCE: ".
           05  WS-AGC-OUT-OF-BAL  PIC ZZ,ZZ9.
           05  FILLER             PIC X(23) VALUE
               "   NO ACCOUNT ON FILE: ".
           05  WS-AGC-ORPHANS     PIC ZZ,ZZ9.

       01  WS-STMT-HEADING-1.
           05  FILLER             PIC X(34) VALUE
               "PETSTORE - HOUSE ACCOUNT STATEMENT".

       01  WS-STMT-ACCOUNT-LINE.
           05  FILLER             PIC X(8)  VALUE "ACCOUNT ".
           05  WS-SAL-CUSTOMER    PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SAL-NAME        PIC X(20).
           05  FILLER             PIC X(17) VALUE
               "  STATEMENT DATE ".
           05  WS-SAL-DATE        PIC 9(8).

       01  WS-STMT-PREVIOUS-LINE.
           05  FILLER             PIC X(28) VALUE
               "  PREVIOUS BALANCE AS OF    ".
           05  WS-SPL-DATE        PIC 9(8).
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  WS-SPL-AMOUNT      PIC $$$,$$9.99-.

       01  WS-STMT-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-TYPE        PIC X(8).
           05  FILLER             PIC X(4)  VALUE "REF ".
           05  WS-SDL-REFERENCE   PIC 9(6).
           05  FILLER             PIC X(15) VALUE SPACES.
           05  WS-SDL-AMOUNT      PIC $$$,$$9.99-.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-STL-LABEL       PIC X(43).
           05  WS-STL-AMOUNT      PIC $$$,$$9.99-.

       01  WS-STMT-AGING-LINE.
           05  FILLER             PIC X(11) VALUE "  CURRENT  ".
           05  WS-SGL-CURRENT     PIC $$$,$$9.99-.
           05  FILLER             PIC X(9)  VALUE "  31-60  ".
           05  WS-SGL-31-60       PIC $$$,$$9.99-.
           05  FILLER             PIC X(9)  VALUE "  61-90  ".
           05  WS-SGL-61-90       PIC $$$,$$9.99-.
           05  FILLER             PIC X(11) VALUE "  OVER 90  ".
           05  WS-SGL-OVER-90     PIC $$$,$$9.99-.

       01  WS-STMT-TERMS-LINE.
           05  FILLER             PIC X(16) VALUE "  CREDIT LIMIT ".
           05  WS-STT-LIMIT       PIC $$,$$9.99.
           05  FILLER             PIC X(42) VALUE
               "   BALANCE DUE WITHIN 30 DAYS OF STATEMENT".

       PROCEDURE DIVISION.

       0001-RUN-CHARGE-STATEMENTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-CALC-DATE-NUM
           PERFORM 0009-COMPUTE-DAY-NUMBER
           MOVE WS-CALC-DAYNUM TO WS-RUN-DAYNUM
           IF WS-RUN-DAY IS EQUAL TO 01
               SET WS-STATEMENT-DAY TO TRUE
               PERFORM 0010-SET-STATEMENT-CUTOFF
           END-IF
           OPEN I-O CHARGEACCTFILE
           IF NOT WS-CHARGE-STATUS-OK
               DISPLAY "CHGSTMT - NO HOUSE ACCOUNTS, NOTHING TO AGE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF WS-CUSTOMER-STATUS-OK
               SET WS-CUSTOMER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ARTRANFILE
           IF WS-ARTRAN-STATUS-OK
               CLOSE ARTRANFILE
               SORT SORTFILE ON ASCENDING KEY SORT-CUSTOMER
                   SORT-DATE SORT-TIME
                   WITH DUPLICATES IN ORDER
                   USING ARTRANFILE
                   GIVING ARSORTEDFILE
               OPEN INPUT ARSORTEDFILE
               IF WS-ARSORTED-STATUS-OK
                   SET WS-ARSORTED-OPEN TO TRUE
                   PERFORM 0013-READ-NEXT-TRANSACTION
               ELSE
                   DISPLAY "CHGSTMT ABEND - SORTED TRANSACTIONS "
                       "WILL NOT OPEN"
                   DISPLAY "FILE STATUS CODE: ", WS-ARSORTED-STATUS
                   CLOSE CHARGEACCTFILE
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           ELSE
               SET AR-TRANSACTION-EOF TO TRUE
           END-IF
           OPEN OUTPUT AGINGREPORTFILE
           MOVE WS-RUN-DATE-NUM TO WS-AGH-DATE
           MOVE WS-AGING-HEADING-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-AGING-HEADING-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           IF WS-STATEMENT-DAY
               OPEN OUTPUT STATEMENTFILE
               MOVE WS-STMT-HEADING-1 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           INITIALIZE WS-TOTAL-BUCKETS
           PERFORM 0012-READ-NEXT-ACCOUNT
           PERFORM 0002-AGE-ONE-ACCOUNT THRU 0002-EXIT
               UNTIL CHARGE-ACCOUNT-EOF
           PERFORM 0003-SKIP-ORPHAN-TRANSACTION
               UNTIL AR-TRANSACTION-EOF
           PERFORM 0015-PRINT-AGING-TOTALS
           PERFORM 0014-WRITE-RUN-STATS
           IF WS-STATEMENT-DAY
               CLOSE STATEMENTFILE
           END-IF
           CLOSE AGINGREPORTFILE
           IF WS-ARSORTED-OPEN
               CLOSE ARSORTEDFILE
           END-IF
           IF WS-CUSTOMER-AVAILABLE
               CLOSE CUSTOMERFILE
           END-IF
           CLOSE CHARGEACCTFILE
           DISPLAY "CHGSTMT - ACCOUNTS AGED: ", WS-ACCOUNT-COUNT,
               " STATEMENTS: ", WS-STATEMENT-COUNT,
               " OVER LIMIT: ", WS-OVER-LIMIT-COUNT
           IF WS-OUT-OF-BAL-COUNT IS GREATER THAN ZEROES OR
               WS-ORPHAN-COUNT IS GREATER THAN ZEROES
               DISPLAY "CHGSTMT - ACCOUNTS OUT OF BALANCE: ",
                   WS-OUT-OF-BAL-COUNT, " TRANSACTIONS WITH NO "
                   "ACCOUNT: ", WS-ORPHAN-COUNT
           END-IF
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * BOTH FILES ARE IN ACCOUNT ORDER, SO EACH ACCOUNT TAKES THE
      * RUN OF SORTED TRANSACTIONS CARRYING ITS NUMBER. A CLOSED
      * ACCOUNT WITH NOTHING OWED AND NOTHING MOVING IS LEFT OFF.
       0002-AGE-ONE-ACCOUNT.
           PERFORM 0003-SKIP-ORPHAN-TRANSACTION
               UNTIL AR-TRANSACTION-EOF OR
                   AT-CUSTOMER IS NOT LESS THAN CA-CUSTOMER
           INITIALIZE WS-ACCOUNT-BUCKETS
           MOVE ZEROES TO WS-ACCT-CHARGES
           MOVE ZEROES TO WS-ACCT-CREDITS
           MOVE ZEROES TO WS-PERIOD-CHARGES
           MOVE ZEROES TO WS-PERIOD-CREDITS
           MOVE ZEROES TO WS-STMT-LINE-COUNT
           MOVE "N" TO WS-PRINT-STMT-SW
           IF WS-STATEMENT-DAY
               IF NOT CA-STATUS-CLOSED OR
                   CA-LAST-STMT-BALANCE IS NOT EQUAL TO ZEROES
                   SET WS-PRINT-STATEMENT TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO CU-NAME
           IF WS-CUSTOMER-AVAILABLE
               MOVE CA-CUSTOMER TO CU-NUMBER
               READ CUSTOMERFILE
                   INVALID KEY
                       MOVE "*NOT ON CUST MASTER*" TO CU-NAME
               END-READ
           END-IF
           IF WS-PRINT-STATEMENT
               PERFORM 0007-START-STATEMENT
           END-IF
           PERFORM 0004-APPLY-ONE-TRANSACTION
               UNTIL AR-TRANSACTION-EOF OR
                   AT-CUSTOMER IS NOT EQUAL TO CA-CUSTOMER
           COMPUTE WS-ACCT-COMPUTED-BAL =
               WS-ACCT-CHARGES - WS-ACCT-CREDITS
           PERFORM 0005-APPLY-CREDIT-TO-BUCKET
               VARYING WS-BUCKET-IDX FROM 4 BY -1
               UNTIL WS-BUCKET-IDX IS LESS THAN 1
           IF WS-ACCT-CREDITS IS GREATER THAN ZEROES
               SUBTRACT WS-ACCT-CREDITS FROM WS-BUCKET(1)
           END-IF
           IF WS-PRINT-STATEMENT
               PERFORM 0008-FINISH-STATEMENT
           END-IF
           IF CA-STATUS-CLOSED AND
               CA-BALANCE IS EQUAL TO ZEROES AND
               WS-ACCT-COMPUTED-BAL IS EQUAL TO ZEROES
               PERFORM 0012-READ-NEXT-ACCOUNT
               GO TO 0002-EXIT
           END-IF
           PERFORM 0006-PRINT-AGING-LINE
           PERFORM 0012-READ-NEXT-ACCOUNT.
       0002-EXIT.
           EXIT.
       0002-END.

       0003-SKIP-ORPHAN-TRANSACTION.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "CHGSTMT - NO HOUSE ACCOUNT FOR TRANSACTION: ",
               AT-CUSTOMER, " ", AT-DATE, " ", AT-TYPE, " ",
               AT-REFERENCE
           PERFORM 0013-READ-NEXT-TRANSACTION.
       0003-END.

      * CHARGES GO INTO THE BUCKET FOR THEIR AGE AS OF TONIGHT;
      * PAYMENTS AND RETURN CREDITS ARE POOLED AND APPLIED TO THE
      * OLDEST CHARGES FIRST ONCE THE ACCOUNT IS COMPLETE. ON THE
      * STATEMENT DAY, ANYTHING SINCE THE LAST STATEMENT UP TO THE
      * END OF LAST MONTH ALSO PRINTS AS STATEMENT DETAIL.
       0004-APPLY-ONE-TRANSACTION.
           MOVE AT-DATE TO WS-CALC-DATE-NUM
           PERFORM 0009-COMPUTE-DAY-NUMBER
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-CALC-DAYNUM
           IF AT-CHARGE
               ADD AT-AMOUNT TO WS-ACCT-CHARGES
               IF WS-AGE-DAYS IS GREATER THAN 90
                   ADD AT-AMOUNT TO WS-BUCKET(4)
               ELSE
               IF WS-AGE-DAYS IS GREATER THAN 60
                   ADD AT-AMOUNT TO WS-BUCKET(3)
               ELSE
               IF WS-AGE-DAYS IS GREATER THAN 30
                   ADD AT-AMOUNT TO WS-BUCKET(2)
               ELSE
                   ADD AT-AMOUNT TO WS-BUCKET(1)
               END-IF
               END-IF
               END-IF
           ELSE
               ADD AT-AMOUNT TO WS-ACCT-CREDITS
           END-IF
           IF WS-PRINT-STATEMENT AND
               AT-DATE IS GREATER THAN CA-LAST-STMT-DATE AND
               AT-DATE IS NOT GREATER THAN WS-CUTOFF-DATE-NUM
               ADD 1 TO WS-STMT-LINE-COUNT
               MOVE AT-DATE TO WS-SDL-DATE
               MOVE AT-REFERENCE TO WS-SDL-REFERENCE
               IF AT-CHARGE
                   ADD AT-AMOUNT TO WS-PERIOD-CHARGES
                   MOVE "CHARGE" TO WS-SDL-TYPE
                   MOVE AT-AMOUNT TO WS-SDL-AMOUNT
               ELSE
                   ADD AT-AMOUNT TO WS-PERIOD-CREDITS
                   IF AT-PAYMENT
                       MOVE "PAYMENT" TO WS-SDL-TYPE
                   ELSE
                       MOVE "RETURN" TO WS-SDL-TYPE
                   END-IF
                   COMPUTE WS-SDL-AMOUNT = ZEROES - AT-AMOUNT
               END-IF
               MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM 0013-READ-NEXT-TRANSACTION.
       0004-END.

       0005-APPLY-CREDIT-TO-BUCKET.
           IF WS-ACCT-CREDITS IS GREATER THAN ZEROES
               IF WS-ACCT-CREDITS IS NOT LESS THAN
                   WS-BUCKET(WS-BUCKET-IDX)
                   SUBTRACT WS-BUCKET(WS-BUCKET-IDX)
                       FROM WS-ACCT-CREDITS
                   MOVE ZEROES TO WS-BUCKET(WS-BUCKET-IDX)
               ELSE
                   SUBTRACT WS-ACCT-CREDITS
                       FROM WS-BUCKET(WS-BUCKET-IDX)
                   MOVE ZEROES TO WS-ACCT-CREDITS
               END-IF
           END-IF.
       0005-END.

      * THE MASTER BALANCE IS WHAT THE REGISTER CHECKS THE LIMIT
      * AGAINST, SO IT IS THE ONE AGED; ANY DIFFERENCE FROM THE SUM
      * OF THE ACCOUNT'S TRANSACTIONS IS FLAGGED FOR FOLLOW-UP.
       0006-PRINT-AGING-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE CA-CUSTOMER TO WS-AGL-CUSTOMER
           MOVE CU-NAME TO WS-AGL-NAME
           MOVE CA-STATUS TO WS-AGL-STATUS
           MOVE CA-CREDIT-LIMIT TO WS-AGL-LIMIT
           MOVE CA-BALANCE TO WS-AGL-BALANCE
           ADD CA-BALANCE TO WS-TOTAL-BALANCE
           PERFORM 0011-ADD-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX IS GREATER THAN 4
           MOVE SPACES TO WS-AGL-FLAG
           IF CA-BALANCE IS NOT EQUAL TO WS-ACCT-COMPUTED-BAL
               ADD 1 TO WS-OUT-OF-BAL-COUNT
               MOVE "*OUT OF BALANCE*" TO WS-AGL-FLAG
           END-IF
           IF CA-BALANCE IS GREATER THAN CA-CREDIT-LIMIT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               IF WS-AGL-FLAG IS EQUAL TO SPACES
                   MOVE "*OVER LIMIT*" TO WS-AGL-FLAG
               ELSE
                   MOVE "*OVER LMT/OUT BAL*" TO WS-AGL-FLAG
               END-IF
           END-IF
           MOVE WS-AGING-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       0006-END.

       0007-START-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CUSTOMER TO WS-SAL-CUSTOMER
           MOVE CU-NAME TO WS-SAL-NAME
           MOVE WS-CUTOFF-DATE-NUM TO WS-SAL-DATE
           MOVE WS-STMT-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-LAST-STMT-DATE TO WS-SPL-DATE
           MOVE CA-LAST-STMT-BALANCE TO WS-SPL-AMOUNT
           MOVE WS-STMT-PREVIOUS-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       0007-END.

      * THE NEW BALANCE CARRIES FORWARD AS NEXT MONTH'S PREVIOUS
      * BALANCE, STAMPED ON THE ACCOUNT WITH THE STATEMENT DATE.
       0008-FINISH-STATEMENT.
           IF WS-STMT-LINE-COUNT IS EQUAL TO ZEROES
               MOVE "  NO ACTIVITY THIS PERIOD" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           COMPUTE WS-STMT-NEW-BALANCE = CA-LAST-STMT-BALANCE +
               WS-PERIOD-CHARGES - WS-PERIOD-CREDITS
           MOVE "NEW CHARGES" TO WS-STL-LABEL
           MOVE WS-PERIOD-CHARGES TO WS-STL-AMOUNT
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "PAYMENTS AND CREDITS" TO WS-STL-LABEL
           COMPUTE WS-STL-AMOUNT = ZEROES - WS-PERIOD-CREDITS
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "NEW BALANCE" TO WS-STL-LABEL
           MOVE WS-STMT-NEW-BALANCE TO WS-STL-AMOUNT
           MOVE WS-STMT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BUCKET(1) TO WS-SGL-CURRENT
           MOVE WS-BUCKET(2) TO WS-SGL-31-60
           MOVE WS-BUCKET(3) TO WS-SGL-61-90
           MOVE WS-BUCKET(4) TO WS-SGL-OVER-90
           MOVE WS-STMT-AGING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CA-CREDIT-LIMIT TO WS-STT-LIMIT
           MOVE WS-STMT-TERMS-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CUTOFF-DATE-NUM TO CA-LAST-STMT-DATE
           MOVE WS-STMT-NEW-BALANCE TO CA-LAST-STMT-BALANCE
           REWRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "CHGSTMT - STATEMENT DATE NOT STAMPED ON ",
                       "ACCOUNT ", CA-CUSTOMER
           END-REWRITE.
       0008-END.

      * DAYS SINCE A FIXED BASE; A JANUARY OR FEBRUARY DATE ONLY
      * COUNTS LEAP DAYS THROUGH THE YEAR BEFORE. THE DIFFERENCE OF
      * TWO DAY NUMBERS IS THE AGE IN DAYS.
       0009-COMPUTE-DAY-NUMBER.
           MOVE WS-CALC-YEAR TO WS-CALC-BASE-YEAR
           IF WS-CALC-MONTH IS LESS THAN 03
               SUBTRACT 1 FROM WS-CALC-BASE-YEAR
           END-IF
           DIVIDE WS-CALC-BASE-YEAR BY 4 GIVING WS-CALC-LEAP-DAYS
           DIVIDE WS-CALC-BASE-YEAR BY 100 GIVING WS-CALC-CENTURIES
           DIVIDE WS-CALC-BASE-YEAR BY 400 GIVING WS-CALC-QUADCENTS
           IF WS-CALC-MONTH IS LESS THAN 01 OR
               WS-CALC-MONTH IS GREATER THAN 12
               MOVE 01 TO WS-CALC-MONTH
           END-IF
           COMPUTE WS-CALC-DAYNUM = WS-CALC-YEAR * 365 +
               WS-CALC-LEAP-DAYS - WS-CALC-CENTURIES +
               WS-CALC-QUADCENTS +
               WS-DAYS-BEFORE-MONTH(WS-CALC-MONTH) + WS-CALC-DAY.
       0009-END.

      * STATEMENTS COVER THROUGH THE LAST DAY OF THE MONTH JUST
      * ENDED; ANYTHING DATED TODAY WAITS FOR NEXT MONTH.
       0010-SET-STATEMENT-CUTOFF.
           IF WS-RUN-MONTH IS EQUAL TO 01
               COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-CUTOFF-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
               COMPUTE WS-CUTOFF-MONTH = WS-RUN-MONTH - 1
           END-IF
           MOVE WS-DAYS-IN-MONTH(WS-CUTOFF-MONTH) TO WS-CUTOFF-DAY
           IF WS-CUTOFF-MONTH IS EQUAL TO 02
               MOVE "N" TO WS-LEAP-SW
               DIVIDE WS-CUTOFF-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                   SET WS-IS-LEAP-YEAR TO TRUE
                   DIVIDE WS-CUTOFF-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                       MOVE "N" TO WS-LEAP-SW
                       DIVIDE WS-CUTOFF-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                           SET WS-IS-LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-IS-LEAP-YEAR
                   MOVE 29 TO WS-CUTOFF-DAY
               END-IF
           END-IF.
       0010-END.

       0011-ADD-ONE-BUCKET.
           MOVE WS-BUCKET(WS-BUCKET-IDX)
               TO WS-AGL-AMOUNT(WS-BUCKET-IDX)
           ADD WS-BUCKET(WS-BUCKET-IDX)
               TO WS-TOTAL-BUCKET(WS-BUCKET-IDX).
       0011-END.

       0012-READ-NEXT-ACCOUNT.
           READ CHARGEACCTFILE NEXT RECORD
               AT END SET CHARGE-ACCOUNT-EOF TO TRUE
           END-READ.
       0012-END.

       0013-READ-NEXT-TRANSACTION.
           READ ARSORTEDFILE
               AT END SET AR-TRANSACTION-EOF TO TRUE
           END-READ.
       0013-END.

       0014-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "CHGSTMT" TO RS-PROGRAM
               MOVE "HOUSE AR BALANCE" TO RS-STAT-NAME
               MOVE WS-TOTAL-BALANCE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "CHGSTMT" TO RS-PROGRAM
               MOVE "HOUSE AR OVER 90" TO RS-STAT-NAME
               MOVE WS-TOTAL-BUCKET(4) TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0014-END.

       0015-PRINT-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-AGT-BALANCE
           MOVE WS-TOTAL-BUCKET(1) TO WS-AGT-AMOUNT(1)
           MOVE WS-TOTAL-BUCKET(2) TO WS-AGT-AMOUNT(2)
           MOVE WS-TOTAL-BUCKET(3) TO WS-AGT-AMOUNT(3)
           MOVE WS-TOTAL-BUCKET(4) TO WS-AGT-AMOUNT(4)
           MOVE WS-AGING-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-AGC-ACCOUNTS
           MOVE WS-OVER-LIMIT-COUNT TO WS-AGC-OVER-LIMIT
           MOVE WS-OUT-OF-BAL-COUNT TO WS-AGC-OUT-OF-BAL
           MOVE WS-ORPHAN-COUNT TO WS-AGC-ORPHANS
           MOVE WS-AGING-COUNT-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
       0015-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM CHGSTMT.
