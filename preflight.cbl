            FILE STATUS IS WS-PAYGRP-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDFILE ASSIGN TO "timecard.dat"
            FILE STATUS IS WS-TIMECARD-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRATEFILE ASSIGN TO "employer_rates.dat"
            FILE STATUS IS WS-ERRATE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUALITYREPORTFILE ASSIGN "data_quality.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 TRAN-SALARY          PIC X(9).
           02 TRAN-GENDER          PIC X.
           02 TRAN-EFFDATE         PIC X(8).
           02 TRAN-PAY-TYPE        PIC X(1).
           02 TRAN-HOURLY-RATE     PIC X(5).
           02 TRAN-KEYED-BY        PIC X(8).

       FD  DEDUCTIONFILE.
       01  DEDUCTDETAILS.
           02 DEDUCT-METHOD        PIC X(1).
           02 DEDUCT-PERCENT       PIC X(4).
           02 DEDUCT-ANNUAL-CAP    PIC X(9).
           02 DEDUCT-ER-COST       PIC X(7).

       FD  DEPTREFFILE.
       01  DEPTREFDETAILS.
           02 PG-EMPLOYEEID        PIC X(7).
           02 PG-GROUP             PIC X(2).

       FD  TIMECARDFILE.
       01  TIMECARDDETAILS.
           88 TIMECARD-ENDOFFILE   VALUE HIGH-VALUES.
           02 TC-EMPLOYEEID        PIC X(7).
           02 TC-WEEK-ENDING       PIC X(8).
           02 TC-REGULAR-HOURS     PIC X(4).
           02 TC-OVERTIME-HOURS    PIC X(4).

       FD  ERRATEFILE.
       01  ERRATEDETAILS.
           88 ERRATE-ENDOFFILE     VALUE HIGH-VALUES.
           02 ER-CODE              PIC X(2).
           02 ER-DESCRIPTION       PIC X(10).
           02 ER-CLASS             PIC X(1).
           02 ER-BASIS             PIC X(1).
           02 ER-PERCENT           PIC X(5).
           02 ER-WAGE-BASE         PIC X(9).

       FD  QUALITYREPORTFILE.
       01  QUALITY-REPORT-LINE     PIC X(132).

               ==WS-PAYCAL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYGRP-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TIMECARD-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERRATE-FILE-STATUS==.
           05 WS-RECORD-NUMBER      PIC 9(7) VALUE ZEROES.
           05 WS-ERROR-COUNT        PIC 9(7) VALUE ZEROES.
           05 WS-FILE-ERROR-COUNT   PIC 9(7) VALUE ZEROES.
           PERFORM 0010-CHECK-LEAVE-TRANS
           PERFORM 0012-CHECK-PAY-CALENDAR
           PERFORM 0014-CHECK-PAY-GROUPS
           PERFORM 0020-CHECK-TIME-CARDS
           PERFORM 0022-CHECK-EMPLOYER-RATES
           MOVE SPACES TO QUALITY-REPORT-LINE
           WRITE QUALITY-REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-QTL-COUNT
                       TO WS-QDL-REASON
                   PERFORM 0016-WRITE-ERROR-LINE
               END-IF
               IF TRAN-KEYED-BY IS EQUAL TO SPACES
                   MOVE "KEYED-BY BLANK" TO WS-QDL-REASON
                   PERFORM 0016-WRITE-ERROR-LINE
               END-IF
           END-IF
           IF TRAN-EFFDATE IS NOT EQUAL TO SPACES
               MOVE TRAN-EFFDATE TO WS-DATE-UNDER-TEST-X
               MOVE "ANNUAL CAP NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF DEDUCT-ER-COST IS NOT EQUAL TO SPACES AND
               DEDUCT-ER-COST IS NOT NUMERIC
               MOVE "ER COST NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           READ DEDUCTIONFILE
               AT END SET DEDUCT-ENDOFFILE TO TRUE
           END-READ.
           END-IF.
       0019-END.

       0020-CHECK-TIME-CARDS.
           MOVE ZEROES TO WS-RECORD-NUMBER
           MOVE ZEROES TO WS-FILE-ERROR-COUNT
           OPEN INPUT TIMECARDFILE
           IF WS-TIMECARD-FILE-STATUS-OK
               ADD 1 TO WS-FILES-CHECKED
               READ TIMECARDFILE
                   AT END SET TIMECARD-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0021-CHECK-ONE-TIME-CARD
                   UNTIL TIMECARD-ENDOFFILE
               CLOSE TIMECARDFILE
               MOVE "TIMECARD.DAT" TO WS-QFL-FILE
               PERFORM 0017-WRITE-FILE-SUMMARY
           END-IF.
       0020-END.

       0021-CHECK-ONE-TIME-CARD.
           ADD 1 TO WS-RECORD-NUMBER
           MOVE "TIMECARD.DAT" TO WS-QDL-FILE
           IF TC-EMPLOYEEID IS NOT NUMERIC
               MOVE "EMPLOYEEID NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           MOVE TC-WEEK-ENDING TO WS-DATE-UNDER-TEST-X
           PERFORM 0015-VALIDATE-ONE-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE "WEEK ENDING DATE NOT VALID" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF TC-REGULAR-HOURS IS NOT NUMERIC OR
               TC-OVERTIME-HOURS IS NOT NUMERIC
               MOVE "HOURS NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           READ TIMECARDFILE
               AT END SET TIMECARD-ENDOFFILE TO TRUE
           END-READ.
       0021-END.

       0022-CHECK-EMPLOYER-RATES.
           MOVE ZEROES TO WS-RECORD-NUMBER
           MOVE ZEROES TO WS-FILE-ERROR-COUNT
           OPEN INPUT ERRATEFILE
           IF WS-ERRATE-FILE-STATUS-OK
               ADD 1 TO WS-FILES-CHECKED
               READ ERRATEFILE
                   AT END SET ERRATE-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0023-CHECK-ONE-EMPLOYER-RATE
                   UNTIL ERRATE-ENDOFFILE
               CLOSE ERRATEFILE
               MOVE "EMPLOYER_RATES.DAT" TO WS-QFL-FILE
               PERFORM 0017-WRITE-FILE-SUMMARY
           END-IF.
       0022-END.

       0023-CHECK-ONE-EMPLOYER-RATE.
           ADD 1 TO WS-RECORD-NUMBER
           MOVE "EMPLOYER_RATES.DAT" TO WS-QDL-FILE
           IF ER-CODE IS EQUAL TO SPACES
               MOVE "CHARGE CODE BLANK" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF ER-CLASS IS NOT EQUAL TO "T" AND
               ER-CLASS IS NOT EQUAL TO "B"
               MOVE "CHARGE CLASS NOT T/B" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF ER-BASIS IS NOT EQUAL TO "G" AND
               ER-BASIS IS NOT EQUAL TO "B"
               MOVE "CHARGE BASIS NOT G/B" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF ER-PERCENT IS NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           IF ER-WAGE-BASE IS NOT NUMERIC
               MOVE "WAGE BASE NOT NUMERIC" TO WS-QDL-REASON
               PERFORM 0016-WRITE-ERROR-LINE
           END-IF
           READ ERRATEFILE
               AT END SET ERRATE-ENDOFFILE TO TRUE
           END-READ.
       0023-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
