       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVEXCP.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * RETURN-TO-VENDOR CREDIT EXCEPTIONS           *
      * NIGHTLY SWEEP OF RTV.DAT: EVERY OPEN         *
      * AUTHORIZATION STILL WAITING FOR THE VENDOR'S *
      * CREDIT MEMO MORE THAN THE ALLOWED NUMBER OF  *
      * DAYS AFTER IT WAS RAISED IS LISTED ON        *
      * RTV_EXCEPTIONS.LPT WITH ITS AGE AND THE COST *
      * OF THE GOODS SENT BACK, SO THE OFFICE CAN    *
      * CHASE THE VENDOR. THE VALUE OF ALL GOODS     *
      * PENDING RTV AND OF THE OVERDUE ONES GOES TO  *
      * RUNSTATS FOR THE OPERATIONS SUMMARY.         *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTVFILE ASSIGN "rtv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RTV-STATUS.

           SELECT EXCEPTIONREPORTFILE ASSIGN "rtv_exceptions.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RTVFILE.
       COPY RTVREC.

       FD  EXCEPTIONREPORTFILE.
       01  EXCEPTION-REPORT-LINE   PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RTV-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-OPEN-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-OVERDUE-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CREDIT-WAIT-DAYS  PIC 9(3) VALUE 030.
           05  WS-DAYS-OPEN         PIC 9(3) VALUE ZEROES.
           05  WS-MAX-DAYS-COUNTED  PIC 9(3) VALUE 999.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.
           05  WS-TOTAL-PENDING     PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOTAL-OVERDUE     PIC 9(9)V99 VALUE ZEROES.

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

       01  WS-EXCEPTION-HEADING-1.
           05  FILLER             PIC X(46) VALUE
               "PETSTORE - RTV AUTHORIZATIONS AWAITING CREDIT".
           05  WS-EH-DATE         PIC 9(8).

       01  WS-EXCEPTION-HEADING-2.
           05  FILLER             PIC X(26) VALUE
               "CREDIT EXPECTED WITHIN    ".
           05  WS-EH-WAIT-DAYS    PIC ZZ9.
           05  FILLER             PIC X(5) VALUE " DAYS".

       01  WS-EXCEPTION-HEADING-3.
           05  FILLER             PIC X(32) VALUE
               "NUMBER VEND RAISED    BY       ".
           05  FILLER             PIC X(40) VALUE
               "DAYS REASON        RECALL REF     UNITS ".
           05  FILLER             PIC X(14) VALUE
               "          COST".

       01  WS-EXCEPTION-DETAIL-LINE.
           05  WS-EDL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-EDL-VENDOR      PIC X(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-EDL-RAISED      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-EDL-RAISED-BY   PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-EDL-DAYS        PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-EDL-REASON      PIC X(13).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-EDL-RECALL-REF  PIC X(12).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-EDL-UNITS       PIC ZZ,ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-EDL-COST        PIC Z,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-TOTAL-LINE.
           05  WS-ETL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ETL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-EXCEPTION-COUNT-LINE.
           05  WS-ECL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ECL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-RTV-EXCEPTIONS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RTVFILE
           IF NOT WS-RTV-STATUS-OK
               DISPLAY "RTVEXCP - NO RTV FILE, NOTHING TO LIST"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT EXCEPTIONREPORTFILE
           MOVE WS-RUN-DATE-NUM TO WS-EH-DATE
           MOVE WS-CREDIT-WAIT-DAYS TO WS-EH-WAIT-DAYS
           MOVE WS-EXCEPTION-HEADING-1 TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-EXCEPTION-HEADING-2 TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-EXCEPTION-HEADING-3 TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           READ RTVFILE NEXT RECORD
               AT END SET RTV-EOF TO TRUE
           END-READ
           PERFORM 0002-CHECK-ONE-RECORD UNTIL RTV-EOF
           CLOSE RTVFILE
           PERFORM 0004-PRINT-TOTALS
           CLOSE EXCEPTIONREPORTFILE
           PERFORM 0005-WRITE-RUN-STATS
           DISPLAY "RTVEXCP - OPEN: ", WS-OPEN-COUNT,
               " AWAITING CREDIT TOO LONG: ", WS-OVERDUE-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-CHECK-ONE-RECORD.
           IF RT-IS-HEADER AND RT-STATUS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               ADD RT-TOTAL-COST TO WS-TOTAL-PENDING
               PERFORM 0003-COUNT-DAYS-OPEN
               IF WS-DAYS-OPEN IS GREATER THAN WS-CREDIT-WAIT-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD RT-TOTAL-COST TO WS-TOTAL-OVERDUE
                   MOVE RT-NUMBER TO WS-EDL-NUMBER
                   MOVE RT-VENDOR TO WS-EDL-VENDOR
                   MOVE RT-CREATED-DATE TO WS-EDL-RAISED
                   MOVE RT-CREATED-BY TO WS-EDL-RAISED-BY
                   MOVE WS-DAYS-OPEN TO WS-EDL-DAYS
                   IF RT-REASON-RECALL
                       MOVE "VENDOR RECALL" TO WS-EDL-REASON
                   ELSE
                       MOVE "DAMAGED GOODS" TO WS-EDL-REASON
                   END-IF
                   MOVE RT-RECALL-REF TO WS-EDL-RECALL-REF
                   MOVE RT-TOTAL-QTY TO WS-EDL-UNITS
                   MOVE RT-TOTAL-COST TO WS-EDL-COST
                   MOVE WS-EXCEPTION-DETAIL-LINE TO
                       EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
           END-IF
           READ RTVFILE NEXT RECORD
               AT END SET RTV-EOF TO TRUE
           END-READ.
       0002-END.

      * DAYS ARE COUNTED BY STEPPING THE DATE RAISED FORWARD ONE
      * CALENDAR DAY AT A TIME; THE COUNT STOPS AT 999, WHICH IS
      * WELL PAST ANY WAITING PERIOD.
       0003-COUNT-DAYS-OPEN.
           MOVE ZEROES TO WS-DAYS-OPEN
           MOVE RT-CREATED-DATE TO WS-STEP-DATE-NUM
           PERFORM 0006-FORWARD-ONE-DAY
               UNTIL WS-STEP-DATE-NUM IS NOT LESS THAN
                   WS-RUN-DATE-NUM
               OR WS-DAYS-OPEN IS EQUAL TO WS-MAX-DAYS-COUNTED.
       0003-END.

       0004-PRINT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "OPEN AUTHORIZATIONS:" TO WS-ECL-LABEL
           MOVE WS-OPEN-COUNT TO WS-ECL-COUNT
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "AWAITING CREDIT TOO LONG:" TO WS-ECL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-ECL-COUNT
           MOVE WS-EXCEPTION-COUNT-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "GOODS PENDING RTV AT COST:" TO WS-ETL-LABEL
           MOVE WS-TOTAL-PENDING TO WS-ETL-AMOUNT
           MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "OF WHICH OVERDUE FOR CREDIT:" TO WS-ETL-LABEL
           MOVE WS-TOTAL-OVERDUE TO WS-ETL-AMOUNT
           MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.
       0004-END.

       0005-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "RTVEXCP" TO RS-PROGRAM
               MOVE "RTV PENDING" TO RS-STAT-NAME
               MOVE WS-TOTAL-PENDING TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "RTVEXCP" TO RS-PROGRAM
               MOVE "RTV AWAITING CREDIT" TO RS-STAT-NAME
               MOVE WS-TOTAL-OVERDUE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0005-END.

       0006-FORWARD-ONE-DAY.
           PERFORM 0007-CHECK-LEAP-YEAR
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
           ADD 1 TO WS-DAYS-OPEN.
       0006-END.

       0007-CHECK-LEAP-YEAR.
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
       0007-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM RTVEXCP.
