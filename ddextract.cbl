      * FILE THE BANK PORTAL LOADS: ONE BATCH WITH A *
      * HEADER AND A CONTROL TRAILER CARRYING COUNT  *
      * AND DOLLAR HASH, A PRINTED DEPOSIT REGISTER, *
      * AND A PAYROLL CHECK REGISTER FOR EMPLOYEES   *
      * WITH NO BANK RECORD OR A PARTIAL DEPOSIT     *
      * SPLIT.                                       *
      * EVERY PAPER CHECK TAKES THE NEXT NUMBER FROM *
      * THE CHECK CONTROL FILE, IS RECORDED ON THE   *
      * CHECK ISSUE FILE FOR CHKRECON, AND GOES TO   *
      * THE BANK'S POSITIVE-PAY FILE WITH ITS AMOUNT *
      * AND PAYEE, TOGETHER WITH ANY VOIDS KEYED ON  *
      * CHKVOID SINCE THE LAST BATCH.                *
      * THE NET PAY FILE MUST FIRST BE COMPARED ON   *
      * PAYVAR; A PAYMENT IT HELD AND NO SUPERVISOR  *
      * HAS RELEASED ON PAYRELEASE IS LEFT OUT OF    *
      * BOTH THE DEPOSIT FILE AND THE CHECK RUN AND  *
      * LISTED ON THE CHECK REGISTER AS HELD.        *
      * THE CHECK CONTROL FILE ALSO REMEMBERS THE    *
      * LAST NET PAY FILE EXTRACTED - ITS RUN DATE,  *
      * COUNT AND HASH - SO THE SAME PAY IS NEVER    *
      * SENT TO THE BANK TWICE UNLESS A SUPERVISOR   *
      * SIGNS ON AND ASKS FOR A REISSUE.             *
      ************************************************

       ENVIRONMENT DIVISION.
           SELECT CHECKPRINTFILE ASSIGN "check_print.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT CHECKCTLFILE ASSIGN TO "checkctl.dat"
            FILE STATUS IS WS-CHECKCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKISSFILE ASSIGN TO "checkiss.dat"
            FILE STATUS IS WS-CHECKISS-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CI-CHECK-NUMBER.

           SELECT POSPAYFILE ASSIGN "positivepay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-FILE-STATUS.

           SELECT PAYHOLDFILE ASSIGN TO "payhold.dat"
            FILE STATUS IS WS-PAYHOLD-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HD-EMPLOYEEID.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYNETFILE.
       FD  CHECKPRINTFILE.
       01  CHECK-PRINT-LINE        PIC X(132).

       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
           02 EMPLOYEEID        PIC 9(7).
           02 EMPLOYEENAME.
              03 LASTNAME       PIC X(10).
              03 FIRSTNAME      PIC X(10).
           COPY DATEFLD REPLACING ==:GROUP:== BY ==02 STARTDATE==
               ==:YEAR:== BY ==START-YEAR==
               ==:MONTH:== BY ==START-MONTH==
               ==:DAY:== BY ==START-DAY==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 SALARY==.
           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

      * ONE RECORD: THE NEXT CHECK NUMBER ON THE PAYROLL CHECK
      * STOCK, THE ACCOUNT THE CHECKS ARE DRAWN ON, AND THE NET PAY
      * FILE LAST EXTRACTED. FINALPAY READS THE LAST THREE FIELDS
      * BEFORE IT REPLACES THE NET PAY FILE.
       FD  CHECKCTLFILE.
       01  CHECKCTLDETAILS.
           02 CC-NEXT-CHECK-NUMBER PIC 9(8).
           02 CC-ACCOUNT           PIC X(17).
           02 CC-LAST-BATCH-DATE   PIC 9(8).
           02 CC-LAST-PAYNET-DATE  PIC 9(8).
           02 CC-LAST-PAYNET-COUNT PIC 9(7).
           02 CC-LAST-PAYNET-HASH  PIC 9(13)V99.

       FD  CHECKISSFILE.
       01  CHECKISSDETAILS.
           02 CI-CHECK-NUMBER      PIC 9(8).
           02 CI-ISSUE-DATE        PIC 9(8).
           02 CI-EMPLOYEEID        PIC 9(7).
           02 CI-PAYEE-NAME        PIC X(20).
           02 CI-AMOUNT            PIC 9(7)V99.
           02 CI-STATUS            PIC X(1).
              88 CI-OUTSTANDING       VALUE "O".
              88 CI-CLEARED           VALUE "C".
              88 CI-VOIDED            VALUE "V".
           02 CI-STATUS-DATE       PIC 9(8).
           02 CI-VOID-REASON       PIC X(20).
           02 CI-VOID-OPERATOR     PIC X(8).
           02 CI-VOID-SENT-SW      PIC X(1).
              88 CI-VOID-SENT         VALUE "Y".

       FD  POSPAYFILE.
       01  POSPAY-HEADER-RECORD.
           02 PPH-ID               PIC X(8).
           02 PPH-ACCOUNT          PIC X(17).
           02 PPH-FILE-DATE        PIC 9(8).
       01  POSPAY-DETAIL-RECORD.
           02 PPD-ACTION           PIC X(1).
           02 PPD-CHECK-NUMBER     PIC 9(8).
           02 PPD-ISSUE-DATE       PIC 9(8).
           02 PPD-AMOUNT           PIC 9(7)V99.
           02 PPD-PAYEE-NAME       PIC X(20).
       01  POSPAY-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==PP==.

      * EMPLOYEEID ZERO IS THE CONTROL RECORD NAMING THE RUN LAST
      * COMPARED ON PAYVAR.
       FD  PAYHOLDFILE.
       01  PAYHOLDDETAILS.
           02 HD-EMPLOYEEID        PIC 9(7).
           02 HD-RUN-DATE          PIC 9(8).
           02 HD-REASON            PIC X(20).
           02 HD-PREV-NET          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 HD-CURR-NET          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 HD-PREV-GROSS        PIC 9(7)V99.
           02 HD-CURR-GROSS        PIC 9(7)V99.
           02 HD-STATUS            PIC X(1).
              88 HD-HELD              VALUE "H".
              88 HD-RELEASED          VALUE "R".
              88 HD-CONTROL           VALUE "C".
           02 HD-STATUS-DATE       PIC 9(8).
           02 HD-RELEASE-OPERATOR  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BANK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DEPOSIT-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHECKCTL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHECKISS-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSPAY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYHOLD-FILE-STATUS==.
           05 WS-PAYMENT-HELD-SWITCH PIC X(1) VALUE "N".
              88 WS-PAYMENT-HELD    VALUE "Y".
           05 WS-PAYNET-RUN-DATE    PIC 9(8) VALUE ZEROES.
           05 WS-HELD-COUNT         PIC 9(7) VALUE ZEROES.
           05 WS-HELD-TOTAL         PIC S9(11)V99 VALUE ZEROES.
           05 WS-MASTER-AVAIL-SWITCH PIC X(1) VALUE "N".
              88 WS-MASTER-AVAILABLE VALUE "Y".
           05 WS-CHECKISS-EOF-SWITCH PIC X(1) VALUE "N".
              88 WS-CHECKISS-EOF     VALUE "Y".
           05 WS-NEXT-CHECK-NUMBER  PIC 9(8) VALUE 1.
           05 WS-FIRST-CHECK-NUMBER PIC 9(8) VALUE ZEROES.
           05 WS-CHECK-ACCOUNT      PIC X(17) VALUE SPACES.
           05 WS-ISSUED-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-ISSUED-TOTAL       PIC 9(11)V99 VALUE ZEROES.
           05 WS-VOID-SENT-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-VOID-SENT-TOTAL    PIC 9(11)V99 VALUE ZEROES.
           05 WS-POSPAY-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-POSPAY-HASH        PIC 9(13)V99 VALUE ZEROES.
           05 WS-BANK-AVAIL-SWITCH  PIC X(1) VALUE "N".
              88 WS-BANK-AVAILABLE  VALUE "Y".
           05 WS-BANK-FOUND-SWITCH  PIC X(1) VALUE "N".
           05 WS-DEPOSIT-AMOUNT     PIC 9(7)V99 VALUE ZEROES.
           05 WS-CHECK-AMOUNT       PIC S9(7)V99 VALUE ZEROES.
           05 WS-BATCH-DATE         PIC 9(8) VALUE ZEROES.
           05 WS-LAST-PAYNET-DATE   PIC 9(8) VALUE ZEROES.
           05 WS-LAST-PAYNET-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-LAST-PAYNET-HASH   PIC 9(13)V99 VALUE ZEROES.
           05 WS-REISSUE-ANSWER     PIC X(1) VALUE SPACE.
              88 WS-REISSUE-WANTED  VALUE "Y" "y".

       01  WS-REGISTER-HEADING-1.
           05 FILLER            PIC X(42) VALUE

       01  WS-CHECK-HEADING-1.
           05 FILLER            PIC X(48) VALUE
              "ACME CORPORATION - PAYROLL CHECK REGISTER".

       01  WS-CHECK-COLUMN-HEADINGS.
           05 FILLER            PIC X(10) VALUE "CHECK NO".
           05 FILLER            PIC X(12) VALUE "EMPLOYEEID".
           05 FILLER            PIC X(22) VALUE "PAYEE".
           05 FILLER            PIC X(13) VALUE "AMOUNT".
           05 FILLER            PIC X(20) VALUE "REASON".

       01  WS-CHECK-DETAIL-LINE.
           05 WS-CDL-CHECK-NUMBER PIC 9(8) BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 WS-CDL-PAYEE-NAME PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-AMOUNT     PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-REASON     PIC X(20).

       01  WS-CHECK-RANGE-LINE.
           05 FILLER            PIC X(24) VALUE "CHECK NUMBERS USED:".
           05 WS-CRL-FIRST      PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-CRL-LAST       PIC 9(8).

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-DEPOSIT-EXTRACT.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0009-PROVE-PAYNET-FILE
           PERFORM 0018-OPEN-HOLD-FILE
           PERFORM 0010-OPEN-CHECK-FILES
           OPEN INPUT EMPBANKFILE
           IF WS-BANK-FILE-STATUS-OK
               SET WS-BANK-AVAILABLE TO TRUE
           END-READ
           PERFORM 0002-EXTRACT-ONE-EMPLOYEE UNTIL PAYNET-ENDOFFILE
           CLOSE PAYNETFILE
           CLOSE PAYHOLDFILE
           PERFORM 0013-SEND-PENDING-VOIDS
           PERFORM 0015-CLOSE-CHECK-FILES
           PERFORM 0006-WRITE-DEPOSIT-TRAILER
           CLOSE DEPOSITFILE
           IF WS-BANK-AVAILABLE
               CLOSE EMPBANKFILE
           END-IF
           PERFORM 0007-PRINT-REGISTER-TOTALS
           PERFORM 0017-PRINT-CHECK-TOTALS
           CLOSE DEPOSITREGFILE
           CLOSE CHECKPRINTFILE
           DISPLAY "DDEXTRACT - DEPOSITS: ", WS-DEPOSIT-COUNT,
               " CHECKS: ", WS-CHECK-COUNT,
               " ISSUED: ", WS-ISSUED-COUNT,
               " VOIDS SENT: ", WS-VOID-SENT-COUNT,
               " HELD: ", WS-HELD-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-EXTRACT-ONE-EMPLOYEE.
           IF NOT PY-TRL-PRESENT
               PERFORM 0019-CHECK-PAYMENT-HOLD
               IF WS-PAYMENT-HELD
                   PERFORM 0020-LIST-HELD-PAYMENT
               ELSE
                   PERFORM 0003-ROUTE-ONE-PAYMENT
               END-IF
           END-IF
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           MOVE WS-CHECK-COUNT TO WS-RTL-COUNT
           MOVE WS-CHECK-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REGISTER-TOTAL-LINE TO DEPOSIT-REG-LINE
           WRITE DEPOSIT-REG-LINE
           MOVE "PAYMENTS HELD:" TO WS-RTL-LABEL
           MOVE WS-HELD-COUNT TO WS-RTL-COUNT
           MOVE WS-HELD-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REGISTER-TOTAL-LINE TO DEPOSIT-REG-LINE
           WRITE DEPOSIT-REG-LINE.
       0007-END.

       0008-WRITE-ONE-CHECK-LINE.
           ADD 1 TO WS-CHECK-COUNT
           MOVE ZEROES TO WS-CDL-CHECK-NUMBER
           MOVE SPACES TO WS-CDL-PAYEE-NAME
           IF WS-MASTER-AVAILABLE
               MOVE PN-EMPLOYEEID TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEENAME TO WS-CDL-PAYEE-NAME
               END-READ
           END-IF
           IF WS-CHECK-AMOUNT IS GREATER THAN ZEROES
               ADD WS-CHECK-AMOUNT TO WS-CHECK-TOTAL
               PERFORM 0011-ISSUE-ONE-CHECK
           END-IF
           MOVE PN-EMPLOYEEID TO WS-CDL-EMPLOYEEID
           MOVE WS-CHECK-AMOUNT TO WS-CDL-AMOUNT
           WRITE CHECK-PRINT-LINE.
       0008-END.

      * THE WHOLE NET PAY FILE IS PROVED AGAINST ITS TRAILER BEFORE
      * A CHECK NUMBER IS TAKEN, SO A SUSPECT FILE NEVER USES UP
      * CHECK STOCK OR REACHES THE BANK'S POSITIVE-PAY LIST.
       0009-PROVE-PAYNET-FILE.
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           END-READ
           PERFORM 0012-COUNT-ONE-PAYNET UNTIL PAYNET-ENDOFFILE
           CLOSE PAYNETFILE
           IF NOT WS-PAYNET-TRAILER-FOUND
               DISPLAY "DDEXTRACT ABEND - NET PAY FILE HAS NO "
                   "TRAILER - FILE SUSPECT"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT PAYNETFILE.
       0009-END.

      * A CHECK NUMBER ALREADY ON THE ISSUE FILE MEANS THE CONTROL
      * FILE HAS BEEN RESET OR RESTORED; NOTHING IS WRITTEN UNTIL
      * SOMEONE SETS IT PAST THE LAST CHECK ACTUALLY PRINTED.
       0010-OPEN-CHECK-FILES.
           OPEN INPUT CHECKCTLFILE
           IF WS-CHECKCTL-FILE-STATUS-OK
               READ CHECKCTLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-NEXT-CHECK-NUMBER
                           TO WS-NEXT-CHECK-NUMBER
                       MOVE CC-ACCOUNT TO WS-CHECK-ACCOUNT
                       IF CC-LAST-PAYNET-DATE IS NUMERIC AND
                           CC-LAST-PAYNET-COUNT IS NUMERIC AND
                           CC-LAST-PAYNET-HASH IS NUMERIC
                           MOVE CC-LAST-PAYNET-DATE
                               TO WS-LAST-PAYNET-DATE
                           MOVE CC-LAST-PAYNET-COUNT
                               TO WS-LAST-PAYNET-COUNT
                           MOVE CC-LAST-PAYNET-HASH
                               TO WS-LAST-PAYNET-HASH
                       END-IF
               END-READ
               CLOSE CHECKCTLFILE
           ELSE
               DISPLAY "DDEXTRACT - NO CHECK CONTROL FILE, CHECK "
                   "NUMBERS START AT ", WS-NEXT-CHECK-NUMBER
           END-IF
           PERFORM 0021-CHECK-ALREADY-EXTRACTED THRU 0021-EXIT
           OPEN I-O CHECKISSFILE
           IF NOT WS-CHECKISS-FILE-STATUS-OK
               OPEN OUTPUT CHECKISSFILE
               IF WS-CHECKISS-FILE-STATUS-OK
                   CLOSE CHECKISSFILE
                   OPEN I-O CHECKISSFILE
               END-IF
           END-IF
           IF NOT WS-CHECKISS-FILE-STATUS-OK
               DISPLAY "DDEXTRACT ABEND - CHECK ISSUE FILE WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-CHECKISS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE WS-NEXT-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECKISSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "DDEXTRACT ABEND - CHECK NUMBER ",
                       WS-NEXT-CHECK-NUMBER, " ALREADY ISSUED - "
                       "CHECK CONTROL FILE OUT OF STEP"
                   CLOSE CHECKISSFILE
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
           END-READ
           MOVE WS-NEXT-CHECK-NUMBER TO WS-FIRST-CHECK-NUMBER
           OPEN INPUT EMPLOYEEFILE
           IF WS-MASTER-FILE-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "DDEXTRACT - EMPLOYEE MASTER NOT AVAILABLE, "
                   "CHECKS ISSUED WITHOUT PAYEE NAMES"
           END-IF
           OPEN OUTPUT POSPAYFILE
           IF NOT WS-POSPAY-FILE-STATUS-OK
               DISPLAY "DDEXTRACT ABEND - POSITIVE-PAY FILE I/O "
                   "ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-POSPAY-FILE-STATUS
               CLOSE CHECKISSFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE SPACES TO POSPAY-HEADER-RECORD
           MOVE "HEADER  " TO PPH-ID
           MOVE WS-CHECK-ACCOUNT TO PPH-ACCOUNT
           MOVE WS-BATCH-DATE TO PPH-FILE-DATE
           WRITE POSPAY-HEADER-RECORD.
       0010-END.

       0011-ISSUE-ONE-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO CI-CHECK-NUMBER
           MOVE WS-BATCH-DATE TO CI-ISSUE-DATE
           MOVE PN-EMPLOYEEID TO CI-EMPLOYEEID
           MOVE WS-CDL-PAYEE-NAME TO CI-PAYEE-NAME
           MOVE WS-CHECK-AMOUNT TO CI-AMOUNT
           SET CI-OUTSTANDING TO TRUE
           MOVE WS-BATCH-DATE TO CI-STATUS-DATE
           MOVE SPACES TO CI-VOID-REASON
           MOVE SPACES TO CI-VOID-OPERATOR
           MOVE "N" TO CI-VOID-SENT-SW
           WRITE CHECKISSDETAILS
               INVALID KEY
                   DISPLAY "DDEXTRACT ABEND - CHECK NUMBER ",
                       WS-NEXT-CHECK-NUMBER, " ALREADY ISSUED"
                   DISPLAY "FILE STATUS CODE: ",
                       WS-CHECKISS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
           END-WRITE
           MOVE "I" TO PPD-ACTION
           PERFORM 0014-WRITE-ONE-POSPAY
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CDL-CHECK-NUMBER
           ADD 1 TO WS-ISSUED-COUNT
           ADD WS-CHECK-AMOUNT TO WS-ISSUED-TOTAL
           ADD 1 TO WS-NEXT-CHECK-NUMBER.
       0011-END.

       0012-COUNT-ONE-PAYNET.
           IF PY-TRL-PRESENT
               PERFORM 0005-VERIFY-PAYNET-TRAILER
           ELSE
               MOVE PN-RUN-DATE TO WS-PAYNET-RUN-DATE
               ADD 1 TO WS-PAYNET-READ-COUNT
               IF PN-NET IS GREATER THAN ZEROES
                   ADD PN-NET TO WS-PAYNET-READ-HASH
               END-IF
           END-IF
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           END-READ.
       0012-END.

      * A CHECK VOIDED ON CHKVOID GOES TO THE BANK ONCE, ON THE
      * NEXT POSITIVE-PAY FILE AFTER THE VOID.
       0013-SEND-PENDING-VOIDS.
           MOVE "N" TO WS-CHECKISS-EOF-SWITCH
           MOVE ZEROES TO CI-CHECK-NUMBER
           START CHECKISSFILE KEY IS NOT LESS THAN CI-CHECK-NUMBER
               INVALID KEY
                   SET WS-CHECKISS-EOF TO TRUE
           END-START
           PERFORM 0016-SEND-ONE-VOID UNTIL WS-CHECKISS-EOF.
       0013-END.

       0014-WRITE-ONE-POSPAY.
           MOVE CI-CHECK-NUMBER TO PPD-CHECK-NUMBER
           MOVE CI-ISSUE-DATE TO PPD-ISSUE-DATE
           MOVE CI-AMOUNT TO PPD-AMOUNT
           MOVE CI-PAYEE-NAME TO PPD-PAYEE-NAME
           WRITE POSPAY-DETAIL-RECORD
           ADD 1 TO WS-POSPAY-COUNT
           ADD CI-AMOUNT TO WS-POSPAY-HASH.
       0014-END.

       0015-CLOSE-CHECK-FILES.
           MOVE SPACES TO POSPAY-TRAILER-VIEW
           MOVE "TRAILER " TO PP-TRL-ID
           MOVE WS-POSPAY-COUNT TO PP-TRL-RECORD-COUNT
           MOVE WS-POSPAY-HASH TO PP-TRL-AMOUNT-HASH
           WRITE POSPAY-TRAILER-VIEW
           CLOSE POSPAYFILE
           CLOSE CHECKISSFILE
           IF WS-MASTER-AVAILABLE
               CLOSE EMPLOYEEFILE
           END-IF
           OPEN OUTPUT CHECKCTLFILE
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
           MOVE WS-CHECK-ACCOUNT TO CC-ACCOUNT
           MOVE WS-BATCH-DATE TO CC-LAST-BATCH-DATE
           MOVE WS-PAYNET-RUN-DATE TO CC-LAST-PAYNET-DATE
           MOVE WS-PAYNET-READ-COUNT TO CC-LAST-PAYNET-COUNT
           MOVE WS-PAYNET-READ-HASH TO CC-LAST-PAYNET-HASH
           WRITE CHECKCTLDETAILS
           CLOSE CHECKCTLFILE.
       0015-END.

       0016-SEND-ONE-VOID.
           READ CHECKISSFILE NEXT RECORD
               AT END
                   SET WS-CHECKISS-EOF TO TRUE
               NOT AT END
                   IF CI-VOIDED AND NOT CI-VOID-SENT
                       MOVE "V" TO PPD-ACTION
                       PERFORM 0014-WRITE-ONE-POSPAY
                       SET CI-VOID-SENT TO TRUE
                       REWRITE CHECKISSDETAILS
                       ADD 1 TO WS-VOID-SENT-COUNT
                       ADD CI-AMOUNT TO WS-VOID-SENT-TOTAL
                   END-IF
           END-READ.
       0016-END.

       0017-PRINT-CHECK-TOTALS.
           MOVE SPACES TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           MOVE "CHECKS ISSUED:" TO WS-RTL-LABEL
           MOVE WS-ISSUED-COUNT TO WS-RTL-COUNT
           MOVE WS-ISSUED-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REGISTER-TOTAL-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE
           IF WS-ISSUED-COUNT IS GREATER THAN ZEROES
               MOVE WS-FIRST-CHECK-NUMBER TO WS-CRL-FIRST
               COMPUTE WS-CRL-LAST = WS-NEXT-CHECK-NUMBER - 1
               MOVE WS-CHECK-RANGE-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
           END-IF
           MOVE "VOIDS SENT TO BANK:" TO WS-RTL-LABEL
           MOVE WS-VOID-SENT-COUNT TO WS-RTL-COUNT
           MOVE WS-VOID-SENT-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REGISTER-TOTAL-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE.
       0017-END.

      * A NET PAY FILE NOT YET COMPARED ON PAYVAR NEVER REACHES THE
      * BANK; THE RUN STOPS BEFORE A CHECK NUMBER IS TAKEN.
       0018-OPEN-HOLD-FILE.
           OPEN INPUT PAYHOLDFILE
           IF NOT WS-PAYHOLD-FILE-STATUS-OK
               DISPLAY "DDEXTRACT ABEND - NO PAY HOLD FILE - RUN "
                   "PAYVAR ON THIS NET PAY FILE FIRST"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE ZEROES TO HD-EMPLOYEEID
           READ PAYHOLDFILE
               INVALID KEY
                   MOVE ZEROES TO HD-RUN-DATE
           END-READ
           IF HD-RUN-DATE IS NOT EQUAL TO WS-PAYNET-RUN-DATE
               DISPLAY "DDEXTRACT ABEND - NET PAY FILE FOR ",
                   WS-PAYNET-RUN-DATE, " NOT COMPARED ON PAYVAR"
               CLOSE PAYHOLDFILE
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF.
       0018-END.

       0019-CHECK-PAYMENT-HOLD.
           MOVE "N" TO WS-PAYMENT-HELD-SWITCH
           MOVE PN-EMPLOYEEID TO HD-EMPLOYEEID
           READ PAYHOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HD-HELD AND HD-RUN-DATE IS EQUAL TO PN-RUN-DATE
                       SET WS-PAYMENT-HELD TO TRUE
                   END-IF
           END-READ.
       0019-END.

       0020-LIST-HELD-PAYMENT.
           ADD 1 TO WS-HELD-COUNT
           ADD PN-NET TO WS-HELD-TOTAL
           MOVE ZEROES TO WS-CDL-CHECK-NUMBER
           MOVE SPACES TO WS-CDL-PAYEE-NAME
           IF WS-MASTER-AVAILABLE
               MOVE PN-EMPLOYEEID TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEENAME TO WS-CDL-PAYEE-NAME
               END-READ
           END-IF
           MOVE PN-EMPLOYEEID TO WS-CDL-EMPLOYEEID
           MOVE PN-NET TO WS-CDL-AMOUNT
           MOVE "HELD - PAY VARIANCE" TO WS-CDL-REASON
           MOVE WS-CHECK-DETAIL-LINE TO CHECK-PRINT-LINE
           WRITE CHECK-PRINT-LINE.
       0020-END.

      * THE NET PAY FILE IS THE ONE LAST EXTRACTED WHEN ITS RUN
      * DATE, COUNT AND HASH ALL MATCH - A FINAL-PAY FILE DATED THE
      * SAME DAY AS THE SALARY RUN IS A DIFFERENT FILE AND GOES
      * THROUGH. SENDING THE SAME FILE AGAIN WOULD PAY EVERYONE
      * TWICE, SO IT TAKES A SUPERVISOR'S SIGN-ON; THE CHECKS FROM
      * THE FIRST EXTRACT STILL HAVE TO BE VOIDED ON CHKVOID.
       0021-CHECK-ALREADY-EXTRACTED.
           IF WS-PAYNET-RUN-DATE IS NOT EQUAL TO WS-LAST-PAYNET-DATE
               OR WS-PAYNET-READ-COUNT IS NOT EQUAL TO
                   WS-LAST-PAYNET-COUNT
               OR WS-PAYNET-READ-HASH IS NOT EQUAL TO
                   WS-LAST-PAYNET-HASH
               GO TO 0021-EXIT
           END-IF
           DISPLAY "DDEXTRACT - NET PAY FILE FOR ",
               WS-PAYNET-RUN-DATE, " WAS ALREADY EXTRACTED"
           DISPLAY "Reissue the whole batch? Y/N"
           ACCEPT WS-REISSUE-ANSWER
           IF NOT WS-REISSUE-WANTED
               DISPLAY "DDEXTRACT ABEND - NET PAY FILE FOR ",
                   WS-PAYNET-RUN-DATE, " ALREADY EXTRACTED"
               CLOSE PAYHOLDFILE
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF NOT SGN-SIGNED-ON
               DISPLAY "DDEXTRACT ABEND - REISSUE NEEDS A "
                   "SUPERVISOR SIGN-ON, NOTHING EXTRACTED"
               CLOSE PAYHOLDFILE
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           DISPLAY "DDEXTRACT - REISSUE AUTHORISED BY ",
               SGN-OPERATOR-ID.
       0021-EXIT.
           EXIT.
       0021-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
