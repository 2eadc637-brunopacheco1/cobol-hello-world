            FILE STATUS IS WS-RETRO-WORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMFILE ASSIGN TO "comm_pay.dat"
            FILE STATUS IS WS-COMM-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMWORKFILE ASSIGN TO "comm_pay_work.dat"
            FILE STATUS IS WS-COMM-WORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMLOGFILE ASSIGN TO "emp_termlog.dat"
            FILE STATUS IS WS-TERMLOG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.
            FILE STATUS IS WS-PAYGRP-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDFILE ASSIGN TO "timecard.dat"
            FILE STATUS IS WS-TIMECARD-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDWORKFILE ASSIGN TO "timecard_work.dat"
            FILE STATUS IS WS-TCWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDEXCEPTFILE ASSIGN TO "timecard_exceptions.lpt"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRATEFILE ASSIGN TO "employer_rates.dat"
            FILE STATUS IS WS-ERRATE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERCOSTFILE ASSIGN TO "employer_cost.dat"
            FILE STATUS IS WS-ERCOST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABORDISTFILE ASSIGN TO "labor_dist.dat"
            FILE STATUS IS WS-LABOR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPYTDFILE ASSIGN TO "emp_ytd.dat"
            FILE STATUS IS WS-YTD-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPER-ID.

           SELECT SALAPPRFILE ASSIGN TO "salappr.dat"
            FILE STATUS IS WS-SALAPPR-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SA-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEEFILE.
           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  NEWEMPLOYEEFILE.
       01  NEWEMPDETAILS.
           02 NEW-GENDER         PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==NEW-TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==NEW-PAY-TYPE==
               ==:RATE:== BY ==NEW-HOURLY-RATE==.
       01  NEWEMP-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==NE==.
           02 FILLER            PIC X(22).

       FD  REPORTFILE.
       01  REPORT-LINE           PIC X(132).
               ==:YEAR:== BY ==TRAN-EFF-YEAR==
               ==:MONTH:== BY ==TRAN-EFF-MONTH==
               ==:DAY:== BY ==TRAN-EFF-DAY==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==TRAN-PAY-TYPE==
               ==:RATE:== BY ==TRAN-HOURLY-RATE==.
       01  EMPTRAN-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==ET==.
           02 FILLER               PIC X(30).

       FD  EMPARCHIVE.
       01  ARCHIVE-RECORD.
           02 ARCHIVE-GENDER       PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==ARCHIVE-TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==ARCHIVE-PAY-TYPE==
               ==:RATE:== BY ==ARCHIVE-HOURLY-RATE==.
       01  ARCHIVE-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==AR==.
           02 FILLER               PIC X(22).

       FD  SALARYBANDFILE.
       01  BAND-REPORT-LINE         PIC X(132).
              88 DEDUCT-METHOD-PERCENT VALUE "P".
           02 DEDUCT-PERCENT       PIC 9(2)V99.
           02 DEDUCT-ANNUAL-CAP    PIC 9(7)V99.
           02 DEDUCT-ER-COST       PIC 9(5)V99.

       FD  PAYREGISTERFILE.
       01  PAY-REGISTER-LINE        PIC X(132).
       01  DEPT-EXCEPT-LINE         PIC X(132).

       FD  SUSPENSEINFILE.
       01  SUSPENSE-IN-RECORD       PIC X(60).
           88 SUSPENSE-IN-EOF       VALUE HIGH-VALUES.

       FD  SUSPENSEWORKFILE.
       01  SUSPENSE-WORK-RECORD     PIC X(60).
           88 SUSPENSE-WORK-EOF     VALUE HIGH-VALUES.

       FD  PENDINGREPORTFILE.
       01  RETRO-WORK-RECORD        PIC X(16).
           88 RETRO-WORK-EOF        VALUE HIGH-VALUES.

       FD  COMMFILE.
       01  COMMDETAILS.
           88 COMM-ENDOFFILE       VALUE HIGH-VALUES.
           02 CP-EMPLOYEEID        PIC 9(7).
           02 CP-AMOUNT            PIC 9(7)V99.
       01  COMM-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==CP==.

       FD  COMMWORKFILE.
       01  COMM-WORK-RECORD         PIC X(16).
           88 COMM-WORK-EOF         VALUE HIGH-VALUES.

       FD  TERMLOGFILE.
       01  TERMLOGDETAILS.
           02 TL-EMPLOYEEID        PIC 9(7).
           02 PG-EMPLOYEEID        PIC 9(7).
           02 PG-GROUP             PIC X(2).

      * ONE CARD PER EMPLOYEE PER WORK WEEK, IN EMPLOYEEID ORDER
      * LIKE THE OTHER PAY-RUN MERGE FILES.
       FD  TIMECARDFILE.
       01  TIMECARDDETAILS.
           88 TIMECARD-ENDOFFILE   VALUE HIGH-VALUES.
           02 TC-EMPLOYEEID        PIC 9(7).
           02 TC-WEEK-ENDING       PIC 9(8).
           02 TC-REGULAR-HOURS     PIC 9(2)V99.
           02 TC-OVERTIME-HOURS    PIC 9(2)V99.

       FD  TIMECARDWORKFILE.
       01  TIMECARD-WORK-RECORD     PIC X(23).
           88 TIMECARD-WORK-EOF     VALUE HIGH-VALUES.

       FD  TIMECARDEXCEPTFILE.
       01  TIMECARD-EXCEPT-LINE     PIC X(132).

      * ONE ENTRY PER EMPLOYER CHARGE. BASIS "G" IS A PERCENTAGE
      * OF THE PERIOD'S GROSS WAGES UP TO THE ANNUAL WAGE BASE
      * (ZERO MEANS NO CEILING); BASIS "B" IS A PERCENTAGE OF THE
      * BENEFIT DEDUCTIONS TAKEN FROM THE EMPLOYEE THIS PERIOD.
       FD  ERRATEFILE.
       01  ERRATEDETAILS.
           88 ERRATE-ENDOFFILE     VALUE HIGH-VALUES.
           02 ER-CODE              PIC X(2).
           02 ER-DESCRIPTION       PIC X(10).
           02 ER-CLASS             PIC X(1).
              88 ER-CLASS-TAX         VALUE "T".
              88 ER-CLASS-BENEFIT     VALUE "B".
           02 ER-BASIS             PIC X(1).
              88 ER-BASIS-BENEFIT     VALUE "B".
           02 ER-PERCENT           PIC 9(2)V999.
           02 ER-WAGE-BASE         PIC 9(7)V99.

       FD  ERCOSTFILE.
       01  ERCOSTDETAILS.
           02 EC-RUN-DATE          PIC 9(8).
           02 EC-EMPLOYEEID        PIC 9(7).
           02 EC-CODE              PIC X(2).
           02 EC-CLASS             PIC X(1).
           02 EC-DESCRIPTION       PIC X(10).
           02 EC-SUBJECT-WAGES     PIC 9(7)V99.
           02 EC-AMOUNT            PIC 9(7)V99.

      * ONE ROW PER EMPLOYEE PAID, CHARGING WHAT WAS PAID - GROSS
      * PLUS ANY RETRO - TO THE DEPARTMENT THE EMPLOYEE WAS IN AT
      * THE RUN. BLANK DEPARTMENT IS UNASSIGNED OR UNKNOWN. THE
      * LABOR BUDGET REPORT TAKES ITS ACTUALS FROM HERE.
       FD  LABORDISTFILE.
       01  LABORDISTDETAILS.
           02 LD-RUN-DATE          PIC 9(8).
           02 LD-EMPLOYEEID        PIC 9(7).
           02 LD-DEPT-CODE         PIC X(4).
           02 LD-SOURCE            PIC X(1).
              88 LD-SOURCE-PAY-RUN    VALUE "P".
              88 LD-SOURCE-FINAL-PAY  VALUE "F".
           02 LD-GROSS             PIC 9(7)V99.

       FD  EMPYTDFILE.
      * KEYED EMPLOYEE-THEN-YEAR SO A NEW YEAR OPENS A NEW RECORD
      * AND THE PRIOR YEAR'S ACCUMULATORS SURVIVE FOR THE YEAR-END
              88 HIST-TENURE-RAISE    VALUE "T".
              88 HIST-SALARY-CHANGE   VALUE "C".

       FD  SALAPPRFILE.
       COPY SALAPPRREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
           05 WS-TRAN-TRAILER-SWITCH  PIC X(1)  VALUE "N".
              88 WS-TRAN-TRAILER-FOUND VALUE "Y".
           05 WS-TRAN-UNMATCHED-COUNT PIC 9(7)  VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALAPPR-FILE-STATUS==.
           05 WS-APPROVED-APPLIED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-APPROVED-OPEN-COUNT  PIC 9(7)  VALUE ZEROES.
           05 WS-TRAN-RESULT-SWITCH   PIC X(1)  VALUE "A".
              88 WS-TRAN-APPLIED      VALUE "A".
              88 WS-TRAN-SUSPENDED    VALUE "S".
              88 WS-TRAN-REFUSED      VALUE "R".

       01  WS-UNMATCHED-HEADING-1.
           05 FILLER            PIC X(47) VALUE
           05 WS-RETRO-READ-HASH      PIC 9(13)V99 VALUE ZEROES.
           05 WS-RETRO-TRAILER-SWITCH PIC X(1)     VALUE "N".
              88 WS-RETRO-TRAILER-FOUND VALUE "Y".
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMM-FILE-STATUS==.
           05 WS-COMM-AVAIL-SWITCH    PIC X(1)     VALUE "N".
              88 WS-COMM-AVAILABLE    VALUE "Y".
           05 WS-PAY-COMM-AMOUNT      PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-COMM-TOTAL       PIC 9(11)V99 VALUE ZEROES.
           05 WS-COMM-ORPHAN-COUNT    PIC 9(7)     VALUE ZEROES.
           05 WS-COMM-PAID-COUNT      PIC 9(7)     VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMM-WORK-FILE-STATUS==.
           05 WS-COMM-HELD-COUNT      PIC 9(7)     VALUE ZEROES.
           05 WS-COMM-HELD-HASH       PIC 9(13)V99 VALUE ZEROES.
           05 WS-HELD-AMOUNT-DISPLAY  PIC Z,ZZZ,ZZ9.99.
           05 WS-COMM-READ-COUNT      PIC 9(7)     VALUE ZEROES.
           05 WS-COMM-READ-HASH       PIC 9(13)V99 VALUE ZEROES.
           05 WS-COMM-TRAILER-SWITCH  PIC X(1)     VALUE "N".
              88 WS-COMM-TRAILER-FOUND VALUE "Y".
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TERMLOG-FILE-STATUS==.
           05 WS-TERMLOG-AVAIL-SWITCH PIC X(1)     VALUE "N".
           05 WS-CURR-GROUP-IDX       PIC 9(2)     VALUE ZEROES.
           05 WS-PAY-NOT-DUE-COUNT    PIC 9(7)     VALUE ZEROES.
           05 WS-PAY-NOT-DUE-SALARY   PIC 9(11)    VALUE ZEROES.
           05 WS-PAY-TERMED-COUNT     PIC 9(7)     VALUE ZEROES.
           05 WS-PAY-TERMED-SALARY    PIC 9(11)    VALUE ZEROES.
           05 WS-PAYGRP-ORPHAN-COUNT  PIC 9(7)     VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TIMECARD-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TCWORK-FILE-STATUS==.
           05 WS-TIMECARD-AVAIL-SWITCH PIC X(1)    VALUE "N".
              88 WS-TIMECARD-AVAILABLE VALUE "Y".
           05 WS-STANDARD-WEEK-HOURS  PIC 9(2)V99  VALUE 40.00.
           05 WS-OVERTIME-FACTOR      PIC 9V9      VALUE 1.5.
           05 WS-TC-WEEK-HOURS        PIC 9(3)V99  VALUE ZEROES.
           05 WS-TC-REASON            PIC X(20)    VALUE SPACES.
           05 WS-PAY-REGULAR-HOURS    PIC 9(3)V99  VALUE ZEROES.
           05 WS-PAY-OVERTIME-HOURS   PIC 9(3)V99  VALUE ZEROES.
           05 WS-PAY-REGULAR-HRS-TOTAL PIC 9(7)V99 VALUE ZEROES.
           05 WS-PAY-OVERTIME-HRS-TOTAL PIC 9(7)V99 VALUE ZEROES.
           05 WS-HOURLY-PAID-COUNT    PIC 9(7)     VALUE ZEROES.
           05 WS-TC-PAID-COUNT        PIC 9(7)     VALUE ZEROES.
           05 WS-TC-HELD-COUNT        PIC 9(7)     VALUE ZEROES.
           05 WS-TC-EXCEPT-COUNT      PIC 9(7)     VALUE ZEROES.

       01  WS-EMPLOYER-COST-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERRATE-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERCOST-FILE-STATUS==.
           05 WS-ERCOST-AVAIL-SWITCH  PIC X(1)     VALUE "N".
              88 WS-ERCOST-AVAILABLE  VALUE "Y".
           05 WS-ER-RATE-COUNT        PIC 9(2)     VALUE ZEROES.
           05 WS-ER-RATE-IDX          PIC 9(2)     VALUE ZEROES.
           05 WS-YTD-PRIOR-GROSS      PIC 9(9)V99  VALUE ZEROES.
           05 WS-ER-PERIOD-WAGES      PIC 9(7)V99  VALUE ZEROES.
           05 WS-ER-SUBJECT-WAGES     PIC 9(7)V99  VALUE ZEROES.
           05 WS-ER-BASE-ROOM         PIC S9(9)V99 VALUE ZEROES.
           05 WS-ER-AMOUNT            PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-PLAN-ER-COST     PIC 9(7)V99  VALUE ZEROES.
           05 WS-ER-PLAN-CODE         PIC X(2)     VALUE "BP".
           05 WS-ER-PLAN-DESCRIPTION  PIC X(10)    VALUE "BEN PLANS".
           05 WS-ER-TAX-TOTAL         PIC 9(11)V99 VALUE ZEROES.
           05 WS-ER-BENEFIT-TOTAL     PIC 9(11)V99 VALUE ZEROES.
           05 WS-ER-WRITTEN-COUNT     PIC 9(7)     VALUE ZEROES.
           05 WS-ER-CAPPED-COUNT      PIC 9(7)     VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LABOR-FILE-STATUS==.
           05 WS-LABOR-AVAIL-SWITCH   PIC X(1)     VALUE "N".
              88 WS-LABOR-AVAILABLE   VALUE "Y".

       01  WS-ER-RATE-TABLE.
           05 WS-ER-RATE-ENTRY OCCURS 10 TIMES.
              10 WS-ERT-CODE          PIC X(2).
              10 WS-ERT-DESCRIPTION   PIC X(10).
              10 WS-ERT-CLASS         PIC X(1).
                 88 WS-ERT-CLASS-TAX     VALUE "T".
              10 WS-ERT-BASIS         PIC X(1).
                 88 WS-ERT-BASIS-BENEFIT VALUE "B".
              10 WS-ERT-PERCENT       PIC 9(2)V999.
              10 WS-ERT-WAGE-BASE     PIC 9(7)V99.

       01  WS-PAY-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 10 TIMES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-PDD-CAPPED     PIC X(6).

       01  WS-PAY-HOURS-LINE.
           05 FILLER            PIC X(13) VALUE "    HOURS REG".
           05 WS-PHL-REGULAR    PIC ZZ9.99.
           05 FILLER            PIC X(5)  VALUE "  OT ".
           05 WS-PHL-OVERTIME   PIC ZZ9.99.
           05 FILLER            PIC X(7)  VALUE "  RATE ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PHL-RATE==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-PAY-RETRO-LINE.
           05 FILLER            PIC X(19) VALUE "    RETRO PAY".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PRL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-PAY-COMM-LINE.
           05 FILLER            PIC X(19) VALUE "    COMMISSION".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PCL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-PAY-NET-LINE.
           05 FILLER            PIC X(19) VALUE "    NET PAY".
           05 WS-PNL-NET        PIC $$,$$$,$$9.99-.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PT6-RETRO==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-PAY-TOTAL-LINE-7.
           05 FILLER            PIC X(24) VALUE "HOURLY STAFF PAID:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PT7-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.
           05 FILLER            PIC X(6)  VALUE "  REG ".
           05 WS-PT7-REGULAR    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(5)  VALUE "  OT ".
           05 WS-PT7-OVERTIME   PIC Z,ZZZ,ZZ9.99.

       01  WS-PAY-TOTAL-LINE-8.
           05 FILLER            PIC X(24) VALUE "EMPLOYER TAXES:".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PT8-TAX==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-PAY-TOTAL-LINE-9.
           05 FILLER            PIC X(24) VALUE "EMPLOYER BENEFITS:".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PT9-BENEFIT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-PAY-TOTAL-LINE-10.
           05 FILLER            PIC X(24) VALUE
              "PERIOD COMMISSION TOTAL:".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PT10-COMM==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-TCX-HEADING-1.
           05 FILLER            PIC X(45) VALUE
              "ACME CORPORATION - TIME CARD EXCEPTION REPORT".

       01  WS-TCX-COLUMN-HEADINGS.
           05 FILLER            PIC X(12) VALUE "EMPLOYEEID".
           05 FILLER            PIC X(12) VALUE "WEEK ENDING".
           05 FILLER            PIC X(9)  VALUE "REG HRS".
           05 FILLER            PIC X(9)  VALUE "OT HRS".
           05 FILLER            PIC X(20) VALUE "REASON".

       01  WS-TCX-DETAIL-LINE.
           05 WS-TCX-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 WS-TCX-WEEK-ENDING PIC 9(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-TCX-REGULAR    PIC Z9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-TCX-OVERTIME   PIC Z9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-TCX-REASON     PIC X(20).

       01  WS-TCX-TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE "TIME CARDS NOT PAID:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-TCT-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       01  WS-DEPT-SECTION-HEADING.
           05 FILLER            PIC X(25) VALUE
              "DEPARTMENT SALARY SUMMARY".
           IF WS-REMIT-AVAILABLE
               CLOSE REMITDETAILFILE
           END-IF
           PERFORM 0114-CLOSE-TIMECARD-FILES
           IF WS-ERCOST-AVAILABLE
               CLOSE ERCOSTFILE
           END-IF
           IF WS-LABOR-AVAILABLE
               CLOSE LABORDISTFILE
           END-IF
           IF WS-RETRO-AVAILABLE
               PERFORM 0089-DISCARD-ORPHAN-RETRO
                   UNTIL RETRO-ENDOFFILE OR RT-TRL-PRESENT
                       "MATCHING EMPLOYEE: ", WS-RETRO-ORPHAN-COUNT
               END-IF
           END-IF
           IF WS-COMM-AVAILABLE
               PERFORM 0125-DISCARD-ORPHAN-COMMISSION
                   UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT
               CLOSE COMMFILE
               CLOSE COMMWORKFILE
               PERFORM 0128-CYCLE-COMMISSION-FILE
               DISPLAY "EMPLOYEES - COMMISSION PAYMENTS PAID: ",
                   WS-COMM-PAID-COUNT, " HELD FOR A LATER "
                   "PERIOD: ", WS-COMM-HELD-COUNT
               IF WS-COMM-ORPHAN-COUNT IS GREATER THAN ZEROES
                   DISPLAY "EMPLOYEES - COMMISSION PAYMENTS WITH NO "
                       "MATCHING EMPLOYEE: ", WS-COMM-ORPHAN-COUNT
               END-IF
           END-IF
           PERFORM 0086-CLOSE-LEAVE-FILES
           IF WS-YTD-AVAILABLE
               CLOSE EMPYTDFILE
           END-IF
           COMPUTE WS-RAISE-AMOUNT ROUNDED =
               SALARY * WS-RAISE-PERCENT-PER-YEAR * WS-YEARS-OF-SERVICE
      * HOURLY STAFF ARE PAID FROM THEIR RATE, SO THE SERVICE RAISE
      * WOULD ONLY INFLATE THE ANNUAL EQUIVALENT CARRIED IN SALARY;
      * THEIR RATE MOVES BY CHANGE TRANSACTION INSTEAD.
           IF NEW-PAY-TYPE-HOURLY
               MOVE ZEROES TO WS-RAISE-AMOUNT
           END-IF
           COMPUTE NEW-SALARY = SALARY + WS-RAISE-AMOUNT.
       0012-END.

                   UNTIL SUSPENSE-IN-EOF
               CLOSE SUSPENSEINFILE
           END-IF
           PERFORM 0132-APPLY-APPROVED-CHANGES
           OPEN INPUT EMPTRANFILE
           IF WS-TRAN-FILE-STATUS-OK
               READ EMPTRANFILE
           MOVE TRAN-EMPLOYEEID TO EMPLOYEEID
           READ EMPLOYEEFILE
               INVALID KEY
                   SET WS-TRAN-REFUSED TO TRUE
                   MOVE "NOT ON MASTER" TO WS-UML-REASON
                   PERFORM 0067-WRITE-UNMATCHED-LINE
               NOT INVALID KEY
           MOVE STARTDATE    TO NEW-STARTDATE
           MOVE GENDER       TO NEW-GENDER
           MOVE TERMINATED-SWITCH TO NEW-TERMINATED-SWITCH
           MOVE PAY-TYPE     TO NEW-PAY-TYPE
           MOVE HOURLY-RATE  TO NEW-HOURLY-RATE
           PERFORM 0012-APPLY-TENURE-RAISE
           PERFORM 0018-COUNT-AND-WRITE-RECORD.
       0019-END.
           MOVE TRAN-SALARY       TO SALARY
           MOVE TRAN-GENDER       TO GENDER
           MOVE "N"               TO TERMINATED-SWITCH
           IF TRAN-PAY-TYPE-HOURLY
               MOVE TRAN-PAY-TYPE     TO PAY-TYPE
               MOVE TRAN-HOURLY-RATE  TO HOURLY-RATE
           ELSE
               MOVE "S"               TO PAY-TYPE
               MOVE ZEROES            TO HOURLY-RATE
           END-IF
           WRITE EMPDETAILS
               INVALID KEY
                   SET WS-TRAN-REFUSED TO TRUE
                   MOVE "ALREADY ON MASTER" TO WS-UML-REASON
                   PERFORM 0067-WRITE-UNMATCHED-LINE
               NOT INVALID KEY
           MOVE SALARY           TO ARCHIVE-SALARY
           MOVE NEW-GENDER       TO ARCHIVE-GENDER
           MOVE NEW-TERMINATED-SWITCH TO ARCHIVE-TERMINATED-SWITCH
           MOVE NEW-PAY-TYPE     TO ARCHIVE-PAY-TYPE
           MOVE NEW-HOURLY-RATE  TO ARCHIVE-HOURLY-RATE
           IF WS-ARCHIVE-AVAILABLE
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-RECORD-COUNT
                   MOVE TRAN-STARTDATE    TO STARTDATE
                   MOVE TRAN-SALARY       TO SALARY
                   MOVE TRAN-GENDER       TO GENDER
      * A BLANK PAY TYPE ON A CHANGE LEAVES THE PAY BASIS ALONE.
                   IF TRAN-PAY-TYPE-HOURLY
                       MOVE TRAN-PAY-TYPE    TO PAY-TYPE
                       MOVE TRAN-HOURLY-RATE TO HOURLY-RATE
                   ELSE
                       IF TRAN-PAY-TYPE IS EQUAL TO "S"
                           MOVE TRAN-PAY-TYPE TO PAY-TYPE
                           MOVE ZEROES        TO HOURLY-RATE
                       END-IF
                   END-IF
                   REWRITE EMPDETAILS
                   PERFORM 0006-CHECK-FILE-STATUS
               END-IF
               END-READ
               OPEN OUTPUT RETROWORKFILE
           END-IF
           OPEN INPUT COMMFILE
           IF WS-COMM-FILE-STATUS-OK
               SET WS-COMM-AVAILABLE TO TRUE
               PERFORM 0130-VERIFY-COMMISSION-TRAILER
               CLOSE COMMFILE
               OPEN INPUT COMMFILE
               READ COMMFILE
                   AT END SET COMM-ENDOFFILE TO TRUE
               END-READ
               OPEN OUTPUT COMMWORKFILE
           END-IF
           IF WS-DEDUCT-AVAILABLE
               OPEN EXTEND REMITDETAILFILE
               IF NOT WS-REMIT-FILE-STATUS-OK
               READ PAYGRPFILE
                   AT END SET PAYGRP-ENDOFFILE TO TRUE
               END-READ
           END-IF
           PERFORM 0107-OPEN-TIMECARD-FILES
           PERFORM 0117-LOAD-EMPLOYER-RATES
           PERFORM 0122-OPEN-LABOR-DIST-FILE.
       0038-END.

      * THE PAY CALENDAR DECIDES WHETHER THIS EMPLOYEE'S PAY GROUP
      * HAS A PERIOD ENDING ON THE RUN DATE; A GROUP NOT DUE TODAY
      * IS COUNTED AND ITS DEDUCTION RECORDS ARE BYPASSED SO THE
      * MERGE STAYS IN STEP, BUT NO STATEMENT IS PRODUCED. A
      * TERMINATED EMPLOYEE IS NO LONGER PAID HERE: THE FINAL-PAY
      * RUN SETTLES THEM OFF-CYCLE, SO THEIR RETRO AMOUNTS,
      * COMMISSION AND TIME CARDS ARE HELD FOR IT THE SAME WAY, WITH
      * A WARNING FOR EACH ONE.
       0039-WRITE-PAY-STATEMENT.
           PERFORM 0093-DETERMINE-PAY-GROUP
           IF NEW-TERMINATED-SWITCH-TERMINATED
               ADD 1 TO WS-PAY-TERMED-COUNT
               ADD NEW-SALARY TO WS-PAY-TERMED-SALARY
               PERFORM 0121-BYPASS-EMPLOYEE-INPUTS
           ELSE
               IF WS-PAYCAL-AVAILABLE AND NOT WS-GROUP-DUE
                   ADD 1 TO WS-PAY-NOT-DUE-COUNT
                   ADD NEW-SALARY TO WS-PAY-NOT-DUE-SALARY
                   PERFORM 0121-BYPASS-EMPLOYEE-INPUTS
               ELSE
                   PERFORM 0095-PAY-ONE-EMPLOYEE
               END-IF
           END-IF.
       0039-END.

       0095-PAY-ONE-EMPLOYEE.
           ADD 1 TO WS-PAY-EMPLOYEE-COUNT
           ADD NEW-SALARY TO WS-PAY-ANNUAL-GROSS
           PERFORM 0108-APPLY-TIME-CARDS
           IF NEW-PAY-TYPE-HOURLY
               COMPUTE WS-PAY-GROSS ROUNDED =
                   (WS-PAY-REGULAR-HOURS +
                    WS-PAY-OVERTIME-HOURS * WS-OVERTIME-FACTOR)
                   * NEW-HOURLY-RATE
           ELSE
               COMPUTE WS-PAY-GROSS ROUNDED =
                   NEW-SALARY / WS-PAY-PERIODS-WORK
           END-IF
           MOVE ZEROES TO WS-PAY-DEDUCT-SUBTOTAL
           MOVE ZEROES TO WS-PAY-TAX-SUBTOTAL
           MOVE ZEROES TO WS-PAY-BENEFIT-SUBTOTAL
           MOVE ZEROES TO WS-PAY-GARNISH-SUBTOTAL
           MOVE ZEROES TO WS-PAY-PLAN-ER-COST
           PERFORM 0079-FETCH-YTD-RECORD
           MOVE NEW-EMPLOYEEID TO WS-PDL-EMPLOYEEID
           MOVE NEW-LASTNAME   TO WS-PDL-LASTNAME
           MOVE WS-PAY-GROSS   TO WS-PDL-GROSS
           MOVE WS-PAY-DETAIL-LINE TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           IF NEW-PAY-TYPE-HOURLY
               ADD 1 TO WS-HOURLY-PAID-COUNT
               ADD WS-PAY-REGULAR-HOURS TO WS-PAY-REGULAR-HRS-TOTAL
               ADD WS-PAY-OVERTIME-HOURS TO WS-PAY-OVERTIME-HRS-TOTAL
               MOVE WS-PAY-REGULAR-HOURS  TO WS-PHL-REGULAR
               MOVE WS-PAY-OVERTIME-HOURS TO WS-PHL-OVERTIME
               MOVE NEW-HOURLY-RATE       TO WS-PHL-RATE
               MOVE WS-PAY-HOURS-LINE TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           PERFORM 0088-APPLY-RETRO-PAY
           PERFORM 0124-APPLY-COMMISSION-PAY
           IF WS-DEDUCT-AVAILABLE
               PERFORM 0040-DISCARD-ORPHAN-DEDUCTION
                   UNTIL DEDUCT-ENDOFFILE OR
                           NEW-EMPLOYEEID
           END-IF
           COMPUTE WS-PAY-NET = WS-PAY-GROSS + WS-PAY-RETRO-AMOUNT
               + WS-PAY-COMM-AMOUNT - WS-PAY-DEDUCT-SUBTOTAL
           MOVE WS-PAY-NET TO WS-PNL-NET
           MOVE WS-PAY-NET-LINE TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           PERFORM 0119-ACCRUE-EMPLOYER-COSTS
           PERFORM 0123-WRITE-LABOR-DIST
           ADD WS-PAY-GROSS TO WS-PAY-GROSS-TOTAL
           ADD WS-PAY-DEDUCT-SUBTOTAL TO WS-PAY-DEDUCT-TOTAL
           ADD WS-PAY-NET TO WS-PAY-NET-TOTAL
           ELSE
               IF DEDUCT-TYPE-BENEFIT
                   ADD WS-DEDUCT-APPLIED TO WS-PAY-BENEFIT-SUBTOTAL
                   IF DEDUCT-ER-COST IS NUMERIC
                       ADD DEDUCT-ER-COST TO WS-PAY-PLAN-ER-COST
                   END-IF
               ELSE
                   ADD WS-DEDUCT-APPLIED TO WS-PAY-GARNISH-SUBTOTAL
               END-IF
               MOVE WS-PAY-TOTAL-LINE-6 TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           IF WS-HOURLY-PAID-COUNT IS GREATER THAN ZEROES
               MOVE WS-HOURLY-PAID-COUNT TO WS-PT7-COUNT
               MOVE WS-PAY-REGULAR-HRS-TOTAL TO WS-PT7-REGULAR
               MOVE WS-PAY-OVERTIME-HRS-TOTAL TO WS-PT7-OVERTIME
               MOVE WS-PAY-TOTAL-LINE-7 TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           IF WS-ER-RATE-COUNT IS GREATER THAN ZEROES
               MOVE WS-ER-TAX-TOTAL TO WS-PT8-TAX
               MOVE WS-PAY-TOTAL-LINE-8 TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
               MOVE WS-ER-BENEFIT-TOTAL TO WS-PT9-BENEFIT
               MOVE WS-PAY-TOTAL-LINE-9 TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           IF WS-PAY-COMM-TOTAL IS GREATER THAN ZEROES
               MOVE WS-PAY-COMM-TOTAL TO WS-PT10-COMM
               MOVE WS-PAY-TOTAL-LINE-10 TO PAY-REGISTER-LINE
               WRITE PAY-REGISTER-LINE
           END-IF
           IF WS-PAY-EMPLOYEE-COUNT + WS-PAY-NOT-DUE-COUNT
               + WS-PAY-TERMED-COUNT
               IS EQUAL TO WS-OUT-RECORD-COUNT
               AND WS-PAY-ANNUAL-GROSS + WS-PAY-NOT-DUE-SALARY
                   + WS-PAY-TERMED-SALARY
                   IS EQUAL TO WS-OUT-TOTAL-SALARY
               MOVE "REGISTER TIES TO SALARY RUN CONTROL TOTALS"
                   TO PAY-REGISTER-LINE
               DISPLAY "EMPLOYEES - DEDUCTIONS TRIMMED AT THEIR "
                   "ANNUAL CEILING: ", WS-DEDUCT-CAPPED-COUNT
           END-IF
           IF WS-ER-CAPPED-COUNT IS GREATER THAN ZEROES
               DISPLAY "EMPLOYEES - EMPLOYER CHARGES LIMITED BY "
                   "THEIR WAGE BASE: ", WS-ER-CAPPED-COUNT
           END-IF
           IF WS-PAY-NOT-DUE-COUNT IS GREATER THAN ZEROES
               DISPLAY "EMPLOYEES - EMPLOYEES NOT DUE THIS PERIOD "
                   "BY PAY CALENDAR: ", WS-PAY-NOT-DUE-COUNT
           END-IF
           IF WS-PAY-TERMED-COUNT IS GREATER THAN ZEROES
               DISPLAY "EMPLOYEES - TERMINATED EMPLOYEES LEFT TO THE "
                   "FINAL-PAY RUN: ", WS-PAY-TERMED-COUNT
           END-IF
           IF WS-PAYGRP-AVAILABLE
               PERFORM 0096-DISCARD-ORPHAN-PAYGRP
                   UNTIL PAYGRP-ENDOFFILE
           END-IF.
       0056-END.

      * THE RESULT SWITCH TELLS A CALLER WHETHER THE TRANSACTION
      * WENT ON THE MASTER, WAS PARKED IN SUSPENSE, OR WAS REFUSED.
       0057-PROCESS-TRAN-RECORD.
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRAN-APPLIED TO TRUE
           IF TRAN-EFFDATE IS GREATER THAN WS-RUN-DATE
               SET WS-TRAN-SUSPENDED TO TRUE
               PERFORM 0060-SUSPEND-TRANSACTION
           ELSE
               IF TRAN-ACTION-CODE IS EQUAL TO "A" OR
                       PERFORM 0017-APPLY-KEYED-TRANSACTION
                   END-IF
               ELSE
                   SET WS-TRAN-REFUSED TO TRUE
                   ADD 1 TO WS-TRAN-SKIPPED-COUNT
                   DISPLAY "WARNING - INVALID STARTDATE, EMPLOYEEID "
                       TRAN-EMPLOYEEID " - TRANSACTION SKIPPED"
               MOVE "RAISES APPLIED" TO RS-STAT-NAME
               MOVE WS-TOTAL-RAISES-APPLIED TO RS-STAT-VALUE
               PERFORM 0070-WRITE-ONE-STAT
               MOVE "EMPLOYER TAX COST" TO RS-STAT-NAME
               MOVE WS-ER-TAX-TOTAL TO RS-STAT-VALUE
               PERFORM 0070-WRITE-ONE-STAT
               MOVE "EMPLOYER BEN COST" TO RS-STAT-NAME
               MOVE WS-ER-BENEFIT-TOTAL TO RS-STAT-VALUE
               PERFORM 0070-WRITE-ONE-STAT
               MOVE "RECONCILE OK" TO RS-STAT-NAME
               IF WS-RECONCILES
                   MOVE 1 TO RS-STAT-VALUE
               END-IF
               ADD WS-PAY-GROSS TO YTD-GROSS
               ADD WS-PAY-RETRO-AMOUNT TO YTD-GROSS
               ADD WS-PAY-COMM-AMOUNT TO YTD-GROSS
               ADD WS-PAY-TAX-SUBTOTAL TO YTD-TAX
               ADD WS-PAY-BENEFIT-SUBTOTAL TO YTD-BENEFIT
               ADD WS-PAY-GARNISH-SUBTOTAL TO YTD-GARNISH
           MOVE ZEROES TO WS-YTD-PRIOR-TAX
           MOVE ZEROES TO WS-YTD-PRIOR-BENEFIT
           MOVE ZEROES TO WS-YTD-PRIOR-GARNISH
           MOVE ZEROES TO WS-YTD-PRIOR-GROSS
           IF WS-YTD-AVAILABLE
               MOVE NEW-EMPLOYEEID TO YTD-EMPLOYEEID
               MOVE WS-RUN-YEAR TO YTD-YEAR
                   MOVE YTD-TAX     TO WS-YTD-PRIOR-TAX
                   MOVE YTD-BENEFIT TO WS-YTD-PRIOR-BENEFIT
                   MOVE YTD-GARNISH TO WS-YTD-PRIOR-GARNISH
                   MOVE YTD-GROSS   TO WS-YTD-PRIOR-GROSS
               END-IF
           END-IF.
       0079-END.
                   WS-LAC-YEARMONTH IS EQUAL TO WS-RUN-YEARMONTH
                   MOVE "N" TO WS-LEAVE-ACCRUE-SWITCH
               END-IF
      * NOTHING MORE ACCRUES ONCE AN EMPLOYEE IS TERMINATED; THE
      * FINAL-PAY RUN PAYS OUT AND ZEROES WHAT IS LEFT.
               IF NEW-TERMINATED-SWITCH-TERMINATED
                   MOVE "N" TO WS-LEAVE-ACCRUE-SWITCH
               END-IF
               IF WS-LEAVE-ACCRUE-DUE
                   ADD WS-VAC-ACCRUAL-RATE(WS-BAND-IDX)
                       TO LV-VAC-BALANCE
           END-READ.
       0106-END.

       0107-OPEN-TIMECARD-FILES.
           IF WS-RESTART-MODE
               OPEN EXTEND TIMECARDEXCEPTFILE
           ELSE
               OPEN OUTPUT TIMECARDEXCEPTFILE
           END-IF
           MOVE WS-TCX-HEADING-1 TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           MOVE SPACES TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           MOVE WS-TCX-COLUMN-HEADINGS TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           OPEN INPUT TIMECARDFILE
           IF WS-TIMECARD-FILE-STATUS-OK
               SET WS-TIMECARD-AVAILABLE TO TRUE
               READ TIMECARDFILE
                   AT END SET TIMECARD-ENDOFFILE TO TRUE
               END-READ
               OPEN OUTPUT TIMECARDWORKFILE
           ELSE
               DISPLAY "EMPLOYEES - NO TIME CARD FILE, HOURLY "
                   "EMPLOYEES ARE PAID NO HOURS"
           END-IF.
       0107-END.

      * THE TIME CARDS ARE MERGED IN EMPLOYEE ORDER LIKE THE
      * DEDUCTIONS. ONLY AN ACTIVE HOURLY EMPLOYEE'S CARDS ARE PAID;
      * CARDS FOR SOMEONE NOT ON THE MASTER OR ON SALARY GO TO THE
      * EXCEPTION LIST UNPAID. A TERMINATED EMPLOYEE NEVER REACHES
      * HERE - THEIR CARDS ARE HELD FOR THE FINAL-PAY RUN AND LISTED
      * ON THE EXCEPTION LIST AS HELD.
       0108-APPLY-TIME-CARDS.
           MOVE ZEROES TO WS-PAY-REGULAR-HOURS
           MOVE ZEROES TO WS-PAY-OVERTIME-HOURS
           IF WS-TIMECARD-AVAILABLE
               PERFORM 0109-DISCARD-ORPHAN-TIMECARD
                   UNTIL TIMECARD-ENDOFFILE OR
                       TC-EMPLOYEEID IS NOT LESS THAN NEW-EMPLOYEEID
               IF NEW-PAY-TYPE-HOURLY
                   MOVE SPACES TO WS-TC-REASON
               ELSE
                   MOVE "SALARIED EMPLOYEE" TO WS-TC-REASON
               END-IF
               PERFORM 0110-CONSUME-ONE-TIMECARD
                   UNTIL TIMECARD-ENDOFFILE OR
                       TC-EMPLOYEEID IS GREATER THAN NEW-EMPLOYEEID
           END-IF.
       0108-END.

       0109-DISCARD-ORPHAN-TIMECARD.
           MOVE "NOT ON MASTER" TO WS-TC-REASON
           PERFORM 0112-WRITE-TIMECARD-EXCEPTION
           READ TIMECARDFILE
               AT END SET TIMECARD-ENDOFFILE TO TRUE
           END-READ.
       0109-END.

       0110-CONSUME-ONE-TIMECARD.
           IF WS-TC-REASON IS EQUAL TO SPACES
               PERFORM 0111-ACCUMULATE-ONE-TIMECARD
           ELSE
               PERFORM 0112-WRITE-TIMECARD-EXCEPTION
           END-IF
           READ TIMECARDFILE
               AT END SET TIMECARD-ENDOFFILE TO TRUE
           END-READ.
       0110-END.

      * EACH CARD IS ONE WORK WEEK. THE PREMIUM IS PAID ON EVERY
      * HOUR PAST THE STANDARD WEEK, WHICHEVER COLUMN IT WAS KEYED
      * IN, SO A MIS-KEYED CARD CAN NEITHER DODGE NOR INVENT
      * OVERTIME.
       0111-ACCUMULATE-ONE-TIMECARD.
           IF TC-REGULAR-HOURS IS NOT NUMERIC OR
               TC-OVERTIME-HOURS IS NOT NUMERIC
               MOVE "BAD HOURS" TO WS-TC-REASON
               PERFORM 0112-WRITE-TIMECARD-EXCEPTION
               MOVE SPACES TO WS-TC-REASON
           ELSE
               ADD TC-REGULAR-HOURS TC-OVERTIME-HOURS
                   GIVING WS-TC-WEEK-HOURS
               IF WS-TC-WEEK-HOURS IS GREATER THAN
                   WS-STANDARD-WEEK-HOURS
                   ADD WS-STANDARD-WEEK-HOURS TO WS-PAY-REGULAR-HOURS
                   COMPUTE WS-PAY-OVERTIME-HOURS =
                       WS-PAY-OVERTIME-HOURS + WS-TC-WEEK-HOURS -
                       WS-STANDARD-WEEK-HOURS
               ELSE
                   ADD WS-TC-WEEK-HOURS TO WS-PAY-REGULAR-HOURS
               END-IF
               ADD 1 TO WS-TC-PAID-COUNT
           END-IF.
       0111-END.

       0112-WRITE-TIMECARD-EXCEPTION.
           MOVE TC-EMPLOYEEID  TO WS-TCX-EMPLOYEEID
           MOVE TC-WEEK-ENDING TO WS-TCX-WEEK-ENDING
           IF TC-REGULAR-HOURS IS NUMERIC
               MOVE TC-REGULAR-HOURS TO WS-TCX-REGULAR
           ELSE
               MOVE ZEROES TO WS-TCX-REGULAR
           END-IF
           IF TC-OVERTIME-HOURS IS NUMERIC
               MOVE TC-OVERTIME-HOURS TO WS-TCX-OVERTIME
           ELSE
               MOVE ZEROES TO WS-TCX-OVERTIME
           END-IF
           MOVE WS-TC-REASON   TO WS-TCX-REASON
           MOVE WS-TCX-DETAIL-LINE TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           ADD 1 TO WS-TC-EXCEPT-COUNT.
       0112-END.

      * CARDS FOR AN EMPLOYEE WHOSE PAY GROUP IS NOT DUE TONIGHT
      * ARE HELD FOR THAT GROUP'S OWN PERIOD, THE SAME WAY A HELD
      * RETRO AMOUNT IS.
       0113-HOLD-ONE-TIMECARD.
           ADD 1 TO WS-TC-HELD-COUNT
           MOVE TIMECARDDETAILS TO TIMECARD-WORK-RECORD
           WRITE TIMECARD-WORK-RECORD
           READ TIMECARDFILE
               AT END SET TIMECARD-ENDOFFILE TO TRUE
           END-READ.
       0113-END.

       0114-CLOSE-TIMECARD-FILES.
           IF WS-TIMECARD-AVAILABLE
               PERFORM 0109-DISCARD-ORPHAN-TIMECARD
                   UNTIL TIMECARD-ENDOFFILE
               CLOSE TIMECARDFILE
               CLOSE TIMECARDWORKFILE
               PERFORM 0115-CYCLE-TIMECARD-FILE
               DISPLAY "EMPLOYEES - TIME CARDS PAID: ",
                   WS-TC-PAID-COUNT, " HELD FOR A LATER PERIOD: ",
                   WS-TC-HELD-COUNT
               IF WS-TC-EXCEPT-COUNT IS GREATER THAN ZEROES
                   DISPLAY "EMPLOYEES - TIME CARDS NOT PAID, SEE "
                       "EXCEPTION LIST: ", WS-TC-EXCEPT-COUNT
               END-IF
           END-IF
           MOVE SPACES TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           MOVE WS-TC-EXCEPT-COUNT TO WS-TCT-COUNT
           MOVE WS-TCX-TOTAL-LINE TO TIMECARD-EXCEPT-LINE
           WRITE TIMECARD-EXCEPT-LINE
           CLOSE TIMECARDEXCEPTFILE.
       0114-END.

      * THE HELD CARDS BECOME THE NEXT RUN'S TIME CARD FILE; WITH
      * NOTHING HELD THE FILE IS SIMPLY CLEARED SO A PERIOD'S HOURS
      * CAN NEVER BE PAID TWICE.
       0115-CYCLE-TIMECARD-FILE.
           OPEN INPUT TIMECARDWORKFILE
           OPEN OUTPUT TIMECARDFILE
           READ TIMECARDWORKFILE
               AT END SET TIMECARD-WORK-EOF TO TRUE
           END-READ
           PERFORM 0116-COPY-ONE-TIMECARD UNTIL TIMECARD-WORK-EOF
           CLOSE TIMECARDWORKFILE
           CLOSE TIMECARDFILE.
       0115-END.

       0116-COPY-ONE-TIMECARD.
           MOVE TIMECARD-WORK-RECORD TO TIMECARDDETAILS
           WRITE TIMECARDDETAILS
           READ TIMECARDWORKFILE
               AT END SET TIMECARD-WORK-EOF TO TRUE
           END-READ.
       0116-END.

       0117-LOAD-EMPLOYER-RATES.
           OPEN INPUT ERRATEFILE
           IF WS-ERRATE-FILE-STATUS-OK
               READ ERRATEFILE
                   AT END SET ERRATE-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0118-STORE-ONE-EMPLOYER-RATE
                   UNTIL ERRATE-ENDOFFILE
               CLOSE ERRATEFILE
           ELSE
               DISPLAY "EMPLOYEES - NO EMPLOYER RATE TABLE, ONLY "
                   "BENEFIT PLAN EMPLOYER COSTS ACCRUED"
           END-IF
           OPEN EXTEND ERCOSTFILE
           IF NOT WS-ERCOST-FILE-STATUS-OK
               OPEN OUTPUT ERCOSTFILE
           END-IF
           IF WS-ERCOST-FILE-STATUS-OK
               SET WS-ERCOST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "EMPLOYEES - EMPLOYER COST FILE NOT "
                   "AVAILABLE, EMPLOYER COSTS NOT LOGGED"
           END-IF.
       0117-END.

       0118-STORE-ONE-EMPLOYER-RATE.
           IF WS-ER-RATE-COUNT IS EQUAL TO 10
               DISPLAY "WARNING - EMPLOYER RATE TABLE FULL (10 "
                   "MAX), CODE " ER-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-ER-RATE-COUNT
               MOVE ER-CODE TO WS-ERT-CODE(WS-ER-RATE-COUNT)
               MOVE ER-DESCRIPTION TO
                   WS-ERT-DESCRIPTION(WS-ER-RATE-COUNT)
               MOVE ER-CLASS TO WS-ERT-CLASS(WS-ER-RATE-COUNT)
               MOVE ER-BASIS TO WS-ERT-BASIS(WS-ER-RATE-COUNT)
               MOVE ER-PERCENT TO WS-ERT-PERCENT(WS-ER-RATE-COUNT)
               MOVE ER-WAGE-BASE TO
                   WS-ERT-WAGE-BASE(WS-ER-RATE-COUNT)
           END-IF
           READ ERRATEFILE
               AT END SET ERRATE-ENDOFFILE TO TRUE
           END-READ.
       0118-END.

      * THE EMPLOYER'S OWN CHARGES RIDE ON WHAT WAS ACTUALLY PAID
      * THIS PERIOD - GROSS PLUS ANY RETRO AND COMMISSION - AND
      * NEVER REDUCE THE EMPLOYEE'S NET. THE WAGE BASE IS CHECKED
      * AGAINST THE YEAR-TO-DATE GROSS AS IT STOOD BEFORE THIS
      * PERIOD. AN EMPLOYEE WHOSE BN LINES CAME FROM BENENROLL HAS
      * THE PLANS' OWN EMPLOYER COST ACCRUED INSTEAD OF THE
      * BENEFIT-BASIS PERCENTAGES; ONLY KEYED BN LINES, WHICH CARRY
      * NO EMPLOYER COST, STILL FALL BACK ON THE PERCENTAGE.
       0119-ACCRUE-EMPLOYER-COSTS.
           COMPUTE WS-ER-PERIOD-WAGES =
               WS-PAY-GROSS + WS-PAY-RETRO-AMOUNT + WS-PAY-COMM-AMOUNT
           PERFORM 0120-ACCRUE-ONE-CHARGE
               VARYING WS-ER-RATE-IDX FROM 1 BY 1
               UNTIL WS-ER-RATE-IDX IS GREATER THAN WS-ER-RATE-COUNT
           IF WS-PAY-PLAN-ER-COST IS GREATER THAN ZEROES
               PERFORM 0138-ACCRUE-PLAN-EMPLOYER-COST
           END-IF.
       0119-END.

       0120-ACCRUE-ONE-CHARGE.
           IF WS-ERT-BASIS-BENEFIT(WS-ER-RATE-IDX)
               IF WS-PAY-PLAN-ER-COST IS GREATER THAN ZEROES
                   MOVE ZEROES TO WS-ER-SUBJECT-WAGES
               ELSE
                   MOVE WS-PAY-BENEFIT-SUBTOTAL TO WS-ER-SUBJECT-WAGES
               END-IF
           ELSE
               MOVE WS-ER-PERIOD-WAGES TO WS-ER-SUBJECT-WAGES
               IF WS-ERT-WAGE-BASE(WS-ER-RATE-IDX) IS GREATER THAN
                   ZEROES
                   COMPUTE WS-ER-BASE-ROOM =
                       WS-ERT-WAGE-BASE(WS-ER-RATE-IDX) -
                       WS-YTD-PRIOR-GROSS
                   IF WS-ER-BASE-ROOM IS LESS THAN ZEROES
                       MOVE ZEROES TO WS-ER-BASE-ROOM
                   END-IF
                   IF WS-ER-SUBJECT-WAGES IS GREATER THAN
                       WS-ER-BASE-ROOM
                       MOVE WS-ER-BASE-ROOM TO WS-ER-SUBJECT-WAGES
                       ADD 1 TO WS-ER-CAPPED-COUNT
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ER-AMOUNT ROUNDED =
               WS-ER-SUBJECT-WAGES * WS-ERT-PERCENT(WS-ER-RATE-IDX)
               / 100
           IF WS-ERT-CLASS-TAX(WS-ER-RATE-IDX)
               ADD WS-ER-AMOUNT TO WS-ER-TAX-TOTAL
           ELSE
               ADD WS-ER-AMOUNT TO WS-ER-BENEFIT-TOTAL
           END-IF
           IF WS-ERCOST-AVAILABLE AND
               WS-ER-AMOUNT IS GREATER THAN ZEROES
               MOVE WS-RUN-DATE TO EC-RUN-DATE
               MOVE NEW-EMPLOYEEID TO EC-EMPLOYEEID
               MOVE WS-ERT-CODE(WS-ER-RATE-IDX) TO EC-CODE
               MOVE WS-ERT-CLASS(WS-ER-RATE-IDX) TO EC-CLASS
               MOVE WS-ERT-DESCRIPTION(WS-ER-RATE-IDX)
                   TO EC-DESCRIPTION
               MOVE WS-ER-SUBJECT-WAGES TO EC-SUBJECT-WAGES
               MOVE WS-ER-AMOUNT TO EC-AMOUNT
               WRITE ERCOSTDETAILS
               ADD 1 TO WS-ER-WRITTEN-COUNT
           END-IF.
       0120-END.

       0121-BYPASS-EMPLOYEE-INPUTS.
           IF WS-RETRO-AVAILABLE
               PERFORM 0089-DISCARD-ORPHAN-RETRO
                   UNTIL RETRO-ENDOFFILE OR RT-TRL-PRESENT OR
                       RT-EMPLOYEEID IS NOT LESS THAN
                           NEW-EMPLOYEEID
               IF NEW-TERMINATED-SWITCH-TERMINATED
                   PERFORM 0134-HOLD-TERMINATED-RETRO
                       UNTIL RETRO-ENDOFFILE OR RT-TRL-PRESENT OR
                           RT-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               ELSE
                   PERFORM 0102-HOLD-ONE-RETRO
                       UNTIL RETRO-ENDOFFILE OR RT-TRL-PRESENT OR
                           RT-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               END-IF
           END-IF
           IF WS-COMM-AVAILABLE
               PERFORM 0125-DISCARD-ORPHAN-COMMISSION
                   UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT OR
                       CP-EMPLOYEEID IS NOT LESS THAN
                           NEW-EMPLOYEEID
               IF NEW-TERMINATED-SWITCH-TERMINATED
                   PERFORM 0135-HOLD-TERMINATED-COMMISSION
                       UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT OR
                           CP-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               ELSE
                   PERFORM 0127-HOLD-ONE-COMMISSION
                       UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT OR
                           CP-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               END-IF
           END-IF
           IF WS-DEDUCT-AVAILABLE
               PERFORM 0040-DISCARD-ORPHAN-DEDUCTION
                   UNTIL DEDUCT-ENDOFFILE OR
                       DEDUCT-EMPLOYEEID IS NOT LESS THAN
                           NEW-EMPLOYEEID
               PERFORM 0094-BYPASS-ONE-DEDUCTION
                   UNTIL DEDUCT-ENDOFFILE OR
                       DEDUCT-EMPLOYEEID IS GREATER THAN
                           NEW-EMPLOYEEID
           END-IF
           IF WS-TIMECARD-AVAILABLE
               PERFORM 0109-DISCARD-ORPHAN-TIMECARD
                   UNTIL TIMECARD-ENDOFFILE OR
                       TC-EMPLOYEEID IS NOT LESS THAN
                           NEW-EMPLOYEEID
               IF NEW-TERMINATED-SWITCH-TERMINATED
                   PERFORM 0136-HOLD-TERMINATED-TIMECARD
                       UNTIL TIMECARD-ENDOFFILE OR
                           TC-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               ELSE
                   PERFORM 0113-HOLD-ONE-TIMECARD
                       UNTIL TIMECARD-ENDOFFILE OR
                           TC-EMPLOYEEID IS GREATER THAN
                               NEW-EMPLOYEEID
               END-IF
           END-IF.
       0121-END.

       0122-OPEN-LABOR-DIST-FILE.
           OPEN EXTEND LABORDISTFILE
           IF NOT WS-LABOR-FILE-STATUS-OK
               OPEN OUTPUT LABORDISTFILE
           END-IF
           IF WS-LABOR-FILE-STATUS-OK
               SET WS-LABOR-AVAILABLE TO TRUE
           ELSE
               DISPLAY "EMPLOYEES - LABOR DISTRIBUTION FILE NOT "
                   "AVAILABLE, DEPARTMENT LABOR NOT LOGGED"
           END-IF.
       0122-END.

       0123-WRITE-LABOR-DIST.
           IF WS-LABOR-AVAILABLE
               MOVE WS-RUN-DATE TO LD-RUN-DATE
               MOVE NEW-EMPLOYEEID TO LD-EMPLOYEEID
               MOVE SPACES TO LD-DEPT-CODE
               IF WS-CURR-DEPT-IDX IS GREATER THAN ZEROES
                   MOVE WS-DEPT-CODE(WS-CURR-DEPT-IDX) TO LD-DEPT-CODE
               END-IF
               SET LD-SOURCE-PAY-RUN TO TRUE
               COMPUTE LD-GROSS = WS-PAY-GROSS + WS-PAY-RETRO-AMOUNT
                   + WS-PAY-COMM-AMOUNT
               WRITE LABORDISTDETAILS
           END-IF.
       0123-END.

      * SALES COMMISSION ARRIVES FROM THE COMMISSION RUN IN
      * EMPLOYEE ORDER UNDER ITS OWN CONTROL TRAILER AND IS PAID
      * EXACTLY AS RETRO PAY IS: ITS OWN REGISTER LINE, ADDED TO
      * GROSS FOR NET, YEAR-TO-DATE AND THE EMPLOYER CHARGES.
       0124-APPLY-COMMISSION-PAY.
           MOVE ZEROES TO WS-PAY-COMM-AMOUNT
           IF WS-COMM-AVAILABLE
               PERFORM 0125-DISCARD-ORPHAN-COMMISSION
                   UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT OR
                       CP-EMPLOYEEID IS NOT LESS THAN
                           NEW-EMPLOYEEID
               PERFORM 0126-CONSUME-ONE-COMMISSION
                   UNTIL COMM-ENDOFFILE OR CP-TRL-PRESENT OR
                       CP-EMPLOYEEID IS GREATER THAN NEW-EMPLOYEEID
               IF WS-PAY-COMM-AMOUNT IS GREATER THAN ZEROES
                   ADD 1 TO WS-COMM-PAID-COUNT
                   ADD WS-PAY-COMM-AMOUNT TO WS-PAY-COMM-TOTAL
                   MOVE WS-PAY-COMM-AMOUNT TO WS-PCL-AMOUNT
                   MOVE WS-PAY-COMM-LINE TO PAY-REGISTER-LINE
                   WRITE PAY-REGISTER-LINE
               END-IF
           END-IF.
       0124-END.

       0125-DISCARD-ORPHAN-COMMISSION.
           ADD 1 TO WS-COMM-ORPHAN-COUNT
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0125-END.

       0126-CONSUME-ONE-COMMISSION.
           ADD CP-AMOUNT TO WS-PAY-COMM-AMOUNT
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0126-END.

      * COMMISSION FOR AN EMPLOYEE NOT PAID TONIGHT IS HELD ON THE
      * WORK FILE FOR THEIR OWN PERIOD OR THE FINAL-PAY RUN.
       0127-HOLD-ONE-COMMISSION.
           ADD 1 TO WS-COMM-HELD-COUNT
           ADD CP-AMOUNT TO WS-COMM-HELD-HASH
           MOVE COMMDETAILS TO COMM-WORK-RECORD
           WRITE COMM-WORK-RECORD
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0127-END.

       0128-CYCLE-COMMISSION-FILE.
           IF WS-COMM-HELD-COUNT IS EQUAL TO ZEROES
               OPEN OUTPUT COMMFILE
               MOVE SPACES TO COMM-TRAILER-VIEW
               MOVE "TRAILER " TO CP-TRL-ID
               MOVE ZEROES TO CP-TRL-RECORD-COUNT
               MOVE ZEROES TO CP-TRL-AMOUNT-HASH
               WRITE COMM-TRAILER-VIEW
               CLOSE COMMFILE
           ELSE
               OPEN INPUT COMMWORKFILE
               OPEN OUTPUT COMMFILE
               READ COMMWORKFILE
                   AT END SET COMM-WORK-EOF TO TRUE
               END-READ
               PERFORM 0129-COPY-ONE-COMMISSION UNTIL COMM-WORK-EOF
               MOVE SPACES TO COMM-TRAILER-VIEW
               MOVE "TRAILER " TO CP-TRL-ID
               MOVE WS-COMM-HELD-COUNT TO CP-TRL-RECORD-COUNT
               MOVE WS-COMM-HELD-HASH TO CP-TRL-AMOUNT-HASH
               WRITE COMM-TRAILER-VIEW
               CLOSE COMMWORKFILE
               CLOSE COMMFILE
           END-IF.
       0128-END.

       0129-COPY-ONE-COMMISSION.
           MOVE COMM-WORK-RECORD TO COMMDETAILS
           WRITE COMMDETAILS
           READ COMMWORKFILE
               AT END SET COMM-WORK-EOF TO TRUE
           END-READ.
       0129-END.

       0130-VERIFY-COMMISSION-TRAILER.
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ
           PERFORM 0131-COUNT-ONE-COMMISSION UNTIL COMM-ENDOFFILE
           IF NOT WS-COMM-TRAILER-FOUND AND
               WS-COMM-READ-COUNT IS GREATER THAN ZEROES
               DISPLAY "EMPLOYEES ABEND - COMMISSION FILE HAS NO "
                   "TRAILER - FILE SUSPECT"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF.
       0130-END.

       0131-COUNT-ONE-COMMISSION.
           IF CP-TRL-PRESENT
               SET WS-COMM-TRAILER-FOUND TO TRUE
               IF CP-TRL-RECORD-COUNT IS NOT EQUAL TO
                   WS-COMM-READ-COUNT OR
                   CP-TRL-AMOUNT-HASH IS NOT EQUAL TO
                       WS-COMM-READ-HASH
                   DISPLAY "EMPLOYEES ABEND - COMMISSION FILE FAILS "
                       "ITS CONTROL TOTALS"
                   DISPLAY "TRAILER COUNT: ", CP-TRL-RECORD-COUNT,
                       " READ: ", WS-COMM-READ-COUNT
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           ELSE
               ADD 1 TO WS-COMM-READ-COUNT
               ADD CP-AMOUNT TO WS-COMM-READ-HASH
           END-IF
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0131-END.

      * SALARY CHANGES AND NEW-HIRE SALARIES HELD BY EMPEDIT ARE
      * APPLIED ONLY ONCE A SUPERVISOR HAS APPROVED THEM IN SALAPPR.
      * EACH GOES THROUGH THE SAME PATH AS AN EDITED TRANSACTION, SO
      * ONE NOT YET EFFECTIVE WAITS IN SUSPENSE, AND IS THEN MARKED
      * APPLIED SO NO LATER RUN TAKES IT AGAIN. ONE THE MASTER UPDATE
      * REFUSES STAYS APPROVED FOR A LATER RUN AND IS LISTED ON THE
      * UNMATCHED TRANSACTION REPORT AS LEFT OPEN. PENDING
      * AND REJECTED ITEMS ARE LEFT ALONE.
       0132-APPLY-APPROVED-CHANGES.
           OPEN I-O SALAPPRFILE
           IF WS-SALAPPR-FILE-STATUS-OK
               READ SALAPPRFILE NEXT RECORD
                   AT END SET SALARY-APPROVAL-EOF TO TRUE
               END-READ
               PERFORM 0133-APPLY-ONE-APPROVED
                   UNTIL SALARY-APPROVAL-EOF
               CLOSE SALAPPRFILE
               IF WS-APPROVED-APPLIED-COUNT IS GREATER THAN ZEROES
                   DISPLAY "EMPLOYEES - APPROVED SALARY CHANGES "
                       "APPLIED: " WS-APPROVED-APPLIED-COUNT
               END-IF
               IF WS-APPROVED-OPEN-COUNT IS GREATER THAN ZEROES
                   DISPLAY "EMPLOYEES - APPROVED SALARY CHANGES "
                       "NOT APPLIED: " WS-APPROVED-OPEN-COUNT
               END-IF
           END-IF.
       0132-END.

       0133-APPLY-ONE-APPROVED.
           IF SA-STATUS-APPROVED
               MOVE SPACES TO EMPTRANDETAILS
               MOVE SA-TRANSACTION TO EMPTRANDETAILS
               PERFORM 0057-PROCESS-TRAN-RECORD
               IF WS-TRAN-REFUSED
                   PERFORM 0137-LIST-UNAPPLIED-APPROVAL
               ELSE
                   SET SA-STATUS-APPLIED TO TRUE
                   MOVE WS-RUN-DATE TO SA-APPLIED-DATE
                   REWRITE SALARY-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING - APPROVED CHANGE FOR "
                               "EMPLOYEEID " SA-EMPLOYEEID
                               " COULD NOT BE MARKED APPLIED"
                   END-REWRITE
                   ADD 1 TO WS-APPROVED-APPLIED-COUNT
               END-IF
           END-IF
           READ SALAPPRFILE NEXT RECORD
               AT END SET SALARY-APPROVAL-EOF TO TRUE
           END-READ.
       0133-END.

      * A TERMINATED EMPLOYEE'S RETRO AMOUNT, COMMISSION AND TIME
      * CARDS ARE HELD FOR THE FINAL-PAY RUN LIKE ANY OTHER HELD
      * ITEM, BUT EACH ONE IS ANNOUNCED SO PAYROLL KNOWS THERE IS
      * MONEY STILL OWED TO SOMEONE WHO HAS LEFT. THE CARDS ALSO
      * GO ON THE TIME CARD EXCEPTION LIST.
       0134-HOLD-TERMINATED-RETRO.
           MOVE RT-AMOUNT TO WS-HELD-AMOUNT-DISPLAY
           DISPLAY "WARNING - RETRO AMOUNT ", WS-HELD-AMOUNT-DISPLAY,
               " HELD FOR FINAL PAY, TERMINATED EMPLOYEEID ",
               RT-EMPLOYEEID
           PERFORM 0102-HOLD-ONE-RETRO.
       0134-END.

       0135-HOLD-TERMINATED-COMMISSION.
           MOVE CP-AMOUNT TO WS-HELD-AMOUNT-DISPLAY
           DISPLAY "WARNING - COMMISSION ", WS-HELD-AMOUNT-DISPLAY,
               " HELD FOR FINAL PAY, TERMINATED EMPLOYEEID ",
               CP-EMPLOYEEID
           PERFORM 0127-HOLD-ONE-COMMISSION.
       0135-END.

       0136-HOLD-TERMINATED-TIMECARD.
           MOVE "TERMINATED - HELD" TO WS-TC-REASON
           PERFORM 0112-WRITE-TIMECARD-EXCEPTION
           PERFORM 0113-HOLD-ONE-TIMECARD.
       0136-END.

      * THE MASTER UPDATE HAS ALREADY REPORTED WHY THE CHANGE WAS
      * REFUSED; THIS LINE SAYS THE APPROVAL ITSELF IS STILL
      * OPEN, SO HR CAN CORRECT THE MASTER OR WITHDRAW THE CHANGE.
       0137-LIST-UNAPPLIED-APPROVAL.
           ADD 1 TO WS-APPROVED-OPEN-COUNT
           DISPLAY "WARNING - APPROVED CHANGE FOR EMPLOYEEID "
               SA-EMPLOYEEID " REFUSED BY THE MASTER UPDATE - "
               "LEFT APPROVED"
           MOVE SA-ACTION-CODE         TO WS-UML-ACTION
           MOVE SA-EMPLOYEEID          TO WS-UML-EMPLOYEEID
           MOVE "APPROVAL LEFT OPEN"   TO WS-UML-REASON
           MOVE WS-UNMATCHED-DETAIL-LINE TO UNMATCHED-REPORT-LINE
           WRITE UNMATCHED-REPORT-LINE.
       0137-END.

      * THE PLAN COST IS LOGGED UNDER ITS OWN CHARGE CODE, WITH THE
      * EMPLOYEE'S BENEFIT DEDUCTIONS AS THE AMOUNT IT RIDES ON.
       0138-ACCRUE-PLAN-EMPLOYER-COST.
           ADD WS-PAY-PLAN-ER-COST TO WS-ER-BENEFIT-TOTAL
           IF WS-ERCOST-AVAILABLE
               MOVE WS-RUN-DATE TO EC-RUN-DATE
               MOVE NEW-EMPLOYEEID TO EC-EMPLOYEEID
               MOVE WS-ER-PLAN-CODE TO EC-CODE
               MOVE "B" TO EC-CLASS
               MOVE WS-ER-PLAN-DESCRIPTION TO EC-DESCRIPTION
               MOVE WS-PAY-BENEFIT-SUBTOTAL TO EC-SUBJECT-WAGES
               MOVE WS-PAY-PLAN-ER-COST TO EC-AMOUNT
               WRITE ERCOSTDETAILS
               ADD 1 TO WS-ER-WRITTEN-COUNT
           END-IF.
       0138-END.

       9999-FINISH-PROGRAM.
           PERFORM 0072-WRITE-AUDIT-END.
           GOBACK.
