       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PAYROLL OUTSTANDING-CHECK RECONCILIATION     *
      * CLEARS EACH PAID CHECK ON THE KEYED BANK     *
      * STATEMENT AGAINST THE CHECK ISSUE FILE BY    *
      * CHECK NUMBER AND AMOUNT, LISTS BANK ITEMS    *
      * THAT DO NOT CLEAR (NEVER ISSUED, WRONG       *
      * AMOUNT, VOID OR ALREADY PAID), AGES EVERY    *
      * CHECK STILL OUTSTANDING INTO 30/60/90-DAY    *
      * BUCKETS FROM ITS ISSUE DATE, AND LISTS THE   *
      * VOIDED CHECKS. DEPOSITS ON THE SAME          *
      * STATEMENT ARE LEFT TO DEPRECON.              *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKISSFILE ASSIGN TO "checkiss.dat"
            FILE STATUS IS WS-CHECKISS-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CI-CHECK-NUMBER.

           SELECT BANKSTMTFILE ASSIGN "bankstmt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-STATUS.

           SELECT CHKRECONREPORTFILE ASSIGN "check_recon.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BANKSTMTFILE.
       01  BANKSTMTDETAILS.
           88  BANKSTMT-EOF          VALUE HIGH-VALUES.
           05  BS-DATE               PIC 9(8).
           05  BS-AMOUNT             PIC 9(7)V99.
           05  BS-CHECK-NUMBER       PIC 9(8).

       FD  CHKRECONREPORTFILE.
       01  CHKRECON-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHECKISS-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BANKSTMT-STATUS==.
           05  WS-CHECKISS-EOF-SWITCH PIC X(1) VALUE "N".
               88  WS-CHECKISS-EOF      VALUE "Y".
           05  WS-CHECK-FOUND-SW    PIC X(1) VALUE "N".
               88  WS-CHECK-FOUND       VALUE "Y".
           05  WS-AS-OF-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-AGE-DAYS          PIC 9(3) VALUE ZEROES.
           05  WS-CLEARED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CLEARED-TOTAL     PIC 9(9)V99 VALUE ZEROES.
           05  WS-PRIOR-CLEARED-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-EXCEPTION-TOTAL   PIC 9(9)V99 VALUE ZEROES.
           05  WS-OUTSTANDING-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-OUTSTANDING-TOTAL PIC 9(9)V99 VALUE ZEROES.
           05  WS-VOID-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-VOID-TOTAL        PIC 9(9)V99 VALUE ZEROES.

       01  WS-AGING-BUCKETS.
           05  WS-AGE-BUCKET OCCURS 4 TIMES.
               10  WS-AGB-COUNT     PIC 9(5).
               10  WS-AGB-TOTAL     PIC 9(9)V99.
       01  WS-AGE-BUCKET-IDX        PIC 9(1) VALUE ZEROES.

       01  WS-AGING-LABEL-VALUES.
           05  FILLER PIC X(24) VALUE "CURRENT (0-30 DAYS):".
           05  FILLER PIC X(24) VALUE "31-60 DAYS:".
           05  FILLER PIC X(24) VALUE "61-90 DAYS:".
           05  FILLER PIC X(24) VALUE "OVER 90 DAYS:".
       01  WS-AGING-LABELS REDEFINES WS-AGING-LABEL-VALUES.
           05  WS-AGING-LABEL OCCURS 4 TIMES PIC X(24).

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

       01  WS-RECON-HEADING-1.
           05  FILLER             PIC X(50) VALUE
               "ACME CORPORATION - PAYROLL CHECK RECONCILIATION".
           05  FILLER             PIC X(8)  VALUE " AS OF: ".
           05  WS-RH1-AS-OF-DATE  PIC 9(8).

       01  WS-SECTION-HEADING.
           05  WS-SH-TITLE        PIC X(40).

       01  WS-EXCEPTION-COLUMN-HEADINGS.
           05  FILLER             PIC X(10) VALUE "CHECK NO".
           05  FILLER             PIC X(10) VALUE "PAID".
           05  FILLER             PIC X(15) VALUE "BANK AMOUNT".
           05  FILLER             PIC X(15) VALUE "ISSUED AMOUNT".
           05  FILLER             PIC X(20) VALUE "EXCEPTION".

       01  WS-EXCEPTION-DETAIL-LINE.
           05  WS-EDL-CHECK-NUMBER PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EDL-PAID-DATE   PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-EDL-BANK-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EDL-OUR-AMOUNT  PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-EDL-REASON      PIC X(20).

       01  WS-CHECK-COLUMN-HEADINGS.
           05  FILLER             PIC X(10) VALUE "CHECK NO".
           05  FILLER             PIC X(10) VALUE "ISSUED".
           05  FILLER             PIC X(9)  VALUE "EMP ID".
           05  FILLER             PIC X(22) VALUE "PAYEE".
           05  FILLER             PIC X(15) VALUE "AMOUNT".
           05  WS-CCH-LAST-TITLE  PIC X(30).

       01  WS-CHECK-DETAIL-LINE.
           05  WS-CDL-CHECK-NUMBER PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-ISSUE-DATE  PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-EMPLOYEEID  PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-PAYEE-NAME  PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-AGE-DAYS    PIC ZZ9.
           05  WS-CDL-AGE-FLAG    PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-VOID-DATE   PIC 9(8) BLANK WHEN ZERO.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-VOID-REASON PIC X(20).

       01  WS-RECON-COUNT-LINE.
           05  WS-RCL-LABEL       PIC X(24).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RCL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RCL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-RUN-CHECK-RECON.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-AGING-BUCKETS
           OPEN I-O CHECKISSFILE
           IF NOT WS-CHECKISS-FILE-STATUS-OK
               DISPLAY "CHKRECON - NO CHECK ISSUE FILE, NO PAYROLL "
                   "CHECKS TO RECONCILE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT CHKRECONREPORTFILE
           MOVE WS-AS-OF-DATE TO WS-RH1-AS-OF-DATE
           MOVE WS-RECON-HEADING-1 TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE SPACES TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "BANK ITEMS NOT CLEARED" TO WS-SH-TITLE
           MOVE WS-SECTION-HEADING TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE WS-EXCEPTION-COLUMN-HEADINGS TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           PERFORM 0002-CLEAR-STATEMENT-CHECKS
           MOVE SPACES TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "OUTSTANDING CHECKS" TO WS-SH-TITLE
           MOVE WS-SECTION-HEADING TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "AGE" TO WS-CCH-LAST-TITLE
           MOVE WS-CHECK-COLUMN-HEADINGS TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           PERFORM 0005-START-CHECK-BROWSE
           PERFORM 0006-LIST-ONE-OUTSTANDING UNTIL WS-CHECKISS-EOF
           MOVE SPACES TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           PERFORM 0010-PRINT-ONE-AGING-TOTAL
               VARYING WS-AGE-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-AGE-BUCKET-IDX IS GREATER THAN 4
           MOVE SPACES TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "VOIDED CHECKS" TO WS-SH-TITLE
           MOVE WS-SECTION-HEADING TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "      VOIDED    REASON" TO WS-CCH-LAST-TITLE
           MOVE WS-CHECK-COLUMN-HEADINGS TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           PERFORM 0005-START-CHECK-BROWSE
           PERFORM 0007-LIST-ONE-VOID UNTIL WS-CHECKISS-EOF
           CLOSE CHECKISSFILE
           PERFORM 0011-PRINT-RECON-TOTALS
           CLOSE CHKRECONREPORTFILE
           DISPLAY "CHKRECON - CLEARED: ", WS-CLEARED-COUNT,
               " EXCEPTIONS: ", WS-EXCEPTION-COUNT,
               " OUTSTANDING: ", WS-OUTSTANDING-COUNT,
               " VOIDED: ", WS-VOID-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-CLEAR-STATEMENT-CHECKS.
           OPEN INPUT BANKSTMTFILE
           IF WS-BANKSTMT-STATUS-OK
               READ BANKSTMTFILE
                   AT END SET BANKSTMT-EOF TO TRUE
               END-READ
               PERFORM 0003-CLEAR-ONE-ENTRY UNTIL BANKSTMT-EOF
               CLOSE BANKSTMTFILE
           ELSE
               DISPLAY "CHKRECON - NO BANK STATEMENT FILE KEYED, "
                   "OUTSTANDING CHECKS AGED ONLY"
           END-IF.
       0002-END.

       0003-CLEAR-ONE-ENTRY.
           IF BS-CHECK-NUMBER IS NUMERIC AND
               BS-CHECK-NUMBER IS GREATER THAN ZEROES
               PERFORM 0004-CLEAR-ONE-CHECK
           END-IF
           READ BANKSTMTFILE
               AT END SET BANKSTMT-EOF TO TRUE
           END-READ.
       0003-END.

      * A CHECK CLEARS ONLY WHEN IT IS OUTSTANDING AND THE BANK
      * PAID THE AMOUNT ISSUED. THE SAME STATEMENT RUN TWICE FINDS
      * ITS OWN CLEARINGS AND PASSES THEM QUIETLY.
       0004-CLEAR-ONE-CHECK.
           MOVE "N" TO WS-CHECK-FOUND-SW
           MOVE BS-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECKISSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHECK-FOUND TO TRUE
           END-READ
           MOVE SPACES TO WS-EDL-REASON
           MOVE ZEROES TO WS-EDL-OUR-AMOUNT
           IF NOT WS-CHECK-FOUND
               MOVE "NEVER ISSUED" TO WS-EDL-REASON
           ELSE
               MOVE CI-AMOUNT TO WS-EDL-OUR-AMOUNT
               IF CI-OUTSTANDING
                   IF CI-AMOUNT IS EQUAL TO BS-AMOUNT
                       SET CI-CLEARED TO TRUE
                       MOVE BS-DATE TO CI-STATUS-DATE
                       REWRITE CHECKISSDETAILS
                       ADD 1 TO WS-CLEARED-COUNT
                       ADD BS-AMOUNT TO WS-CLEARED-TOTAL
                   ELSE
                       MOVE "AMOUNT DIFFERS" TO WS-EDL-REASON
                   END-IF
               ELSE
                   IF CI-VOIDED
                       MOVE "PAID AFTER VOID" TO WS-EDL-REASON
                   ELSE
                       IF CI-STATUS-DATE IS EQUAL TO BS-DATE AND
                           CI-AMOUNT IS EQUAL TO BS-AMOUNT
                           ADD 1 TO WS-PRIOR-CLEARED-COUNT
                       ELSE
                           MOVE "ALREADY PAID" TO WS-EDL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-EDL-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD BS-AMOUNT TO WS-EXCEPTION-TOTAL
               MOVE BS-CHECK-NUMBER TO WS-EDL-CHECK-NUMBER
               MOVE BS-DATE TO WS-EDL-PAID-DATE
               MOVE BS-AMOUNT TO WS-EDL-BANK-AMOUNT
               MOVE WS-EXCEPTION-DETAIL-LINE TO CHKRECON-REPORT-LINE
               WRITE CHKRECON-REPORT-LINE
           END-IF.
       0004-END.

       0005-START-CHECK-BROWSE.
           MOVE "N" TO WS-CHECKISS-EOF-SWITCH
           MOVE ZEROES TO CI-CHECK-NUMBER
           START CHECKISSFILE KEY IS NOT LESS THAN CI-CHECK-NUMBER
               INVALID KEY
                   SET WS-CHECKISS-EOF TO TRUE
           END-START.
       0005-END.

       0006-LIST-ONE-OUTSTANDING.
           READ CHECKISSFILE NEXT RECORD
               AT END
                   SET WS-CHECKISS-EOF TO TRUE
               NOT AT END
                   IF CI-OUTSTANDING
                       PERFORM 0008-AGE-ONE-CHECK
                   END-IF
           END-READ.
       0006-END.

       0007-LIST-ONE-VOID.
           READ CHECKISSFILE NEXT RECORD
               AT END
                   SET WS-CHECKISS-EOF TO TRUE
               NOT AT END
                   IF CI-VOIDED
                       ADD 1 TO WS-VOID-COUNT
                       ADD CI-AMOUNT TO WS-VOID-TOTAL
                       PERFORM 0012-FORMAT-CHECK-LINE
                       MOVE CI-STATUS-DATE TO WS-CDL-VOID-DATE
                       MOVE CI-VOID-REASON TO WS-CDL-VOID-REASON
                       MOVE WS-CHECK-DETAIL-LINE
                           TO CHKRECON-REPORT-LINE
                       WRITE CHKRECON-REPORT-LINE
                   END-IF
           END-READ.
       0007-END.

      * AGE IS CALENDAR DAYS FROM THE ISSUE DATE TO TODAY, COUNTED
      * UP TO 999; A CHECK OVER 90 DAYS IS FLAGGED FOR FOLLOW-UP.
       0008-AGE-ONE-CHECK.
           MOVE ZEROES TO WS-AGE-DAYS
           MOVE CI-ISSUE-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0009-ADVANCE-SWEEP-DATE
               UNTIL WS-SWEEP-DATE-NUM IS NOT LESS THAN WS-AS-OF-DATE
                   OR WS-AGE-DAYS IS EQUAL TO 999
           IF WS-AGE-DAYS IS GREATER THAN 90
               MOVE 4 TO WS-AGE-BUCKET-IDX
           ELSE
               IF WS-AGE-DAYS IS GREATER THAN 60
                   MOVE 3 TO WS-AGE-BUCKET-IDX
               ELSE
                   IF WS-AGE-DAYS IS GREATER THAN 30
                       MOVE 2 TO WS-AGE-BUCKET-IDX
                   ELSE
                       MOVE 1 TO WS-AGE-BUCKET-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-AGB-COUNT(WS-AGE-BUCKET-IDX)
           ADD CI-AMOUNT TO WS-AGB-TOTAL(WS-AGE-BUCKET-IDX)
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CI-AMOUNT TO WS-OUTSTANDING-TOTAL
           PERFORM 0012-FORMAT-CHECK-LINE
           MOVE WS-AGE-DAYS TO WS-CDL-AGE-DAYS
           IF WS-AGE-BUCKET-IDX IS EQUAL TO 4
               MOVE "*" TO WS-CDL-AGE-FLAG
           END-IF
           MOVE WS-CHECK-DETAIL-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE.
       0008-END.

       0009-ADVANCE-SWEEP-DATE.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH
           DIVIDE WS-SWEEP-YEAR BY 4
               GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
               SET WS-IS-LEAP-YEAR TO TRUE
               DIVIDE WS-SWEEP-YEAR BY 100
                   GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
                   MOVE "N" TO WS-LEAP-YEAR-SWITCH
                   DIVIDE WS-SWEEP-YEAR BY 400
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
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
           END-IF
           ADD 1 TO WS-AGE-DAYS.
       0009-END.

       0010-PRINT-ONE-AGING-TOTAL.
           MOVE WS-AGING-LABEL(WS-AGE-BUCKET-IDX) TO WS-RCL-LABEL
           MOVE WS-AGB-COUNT(WS-AGE-BUCKET-IDX) TO WS-RCL-COUNT
           MOVE WS-AGB-TOTAL(WS-AGE-BUCKET-IDX) TO WS-RCL-AMOUNT
           MOVE WS-RECON-COUNT-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE.
       0010-END.

       0011-PRINT-RECON-TOTALS.
           MOVE "CLEARED THIS STATEMENT:" TO WS-RCL-LABEL
           MOVE WS-CLEARED-COUNT TO WS-RCL-COUNT
           MOVE WS-CLEARED-TOTAL TO WS-RCL-AMOUNT
           MOVE WS-RECON-COUNT-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "BANK ITEMS NOT CLEARED:" TO WS-RCL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-RCL-COUNT
           MOVE WS-EXCEPTION-TOTAL TO WS-RCL-AMOUNT
           MOVE WS-RECON-COUNT-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "OUTSTANDING CHECKS:" TO WS-RCL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-RCL-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WS-RCL-AMOUNT
           MOVE WS-RECON-COUNT-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE
           MOVE "VOIDED CHECKS:" TO WS-RCL-LABEL
           MOVE WS-VOID-COUNT TO WS-RCL-COUNT
           MOVE WS-VOID-TOTAL TO WS-RCL-AMOUNT
           MOVE WS-RECON-COUNT-LINE TO CHKRECON-REPORT-LINE
           WRITE CHKRECON-REPORT-LINE.
       0011-END.

       0012-FORMAT-CHECK-LINE.
           MOVE SPACES TO WS-CHECK-DETAIL-LINE
           MOVE CI-CHECK-NUMBER TO WS-CDL-CHECK-NUMBER
           MOVE CI-ISSUE-DATE TO WS-CDL-ISSUE-DATE
           MOVE CI-EMPLOYEEID TO WS-CDL-EMPLOYEEID
           MOVE CI-PAYEE-NAME TO WS-CDL-PAYEE-NAME
           MOVE CI-AMOUNT TO WS-CDL-AMOUNT
           MOVE ZEROES TO WS-CDL-VOID-DATE.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM CHKRECON.
